      ************************* EPC-Zahlungscode (PANEPCQR) *
      *  QR-REF   Creditor Reference RF + Pruefziffer + Referenz
      *  QR-DATEN Nutzdaten nach EPC069-12 (UTF-8, Zeilen mit X"0A")
      *  QR-DRUCK fertiger QR-Code als PCL-Rastergrafik, ein Satz
      *  fuer den Laserdrucker; QR-LEN = 0: kein Code
       01  QR-BEREICH     external.
           03  QR-REF                  PIC X(25).
           03  QR-LEN                  PIC 9(4)     COMP.
           03  QR-DATEN                PIC X(331).
           03  QR-DRLEN                PIC 9(4)     COMP.
           03  QR-DRUCK                PIC X(3800).
