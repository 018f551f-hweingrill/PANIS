           03  FILLER                  PIC XX.
           03  KO-SPSTUFE              PIC 99      COMP.
           03  KO-SPBETR               PIC 9(7)V99 COMP.
      *---------> Depot-Standort (Geokoordinaten) WH-KEY = 49 <-
      *  Ausgangs- und Endpunkt der Tourenoptimierung in PANTOURS
       01  KO-DEPSATZ.
           03  FILLER                  PIC XX.
           03  KO-DEPBR                PIC S99V9(6)   COMP.
           03  KO-DEPLA                PIC S999V9(6)  COMP.
      *---------> Zusammenfassende Meldung (ZM) WH-KEY = 50 <-
      *  Steuercode (KO-UST 1-6, Satz 0 %) der steuerfreien inner-
      *  gemeinschaftlichen Lieferungen und Steuernummer fuer den
      *  FinanzOnline-Upload (PANZM); UVA Kz 017 = Bemessung des Codes
       01  KO-ZMSATZ.
           03  FILLER                  PIC XX.
           03  KO-IGLCODE              PIC 9       COMP.
           03  KO-FASTNR               PIC 9(9)    COMP.
      *---------> Ruecklastschriften WH-KEY = 51 <-
      *  Bankspesen, wenn die Rueckgabedatei keine mitliefert,
      *  eigene Bearbeitungsgebuehr und Erloeskonto der Belastung
      *  (PANSEPRL)
       01  KO-RLSATZ.
           03  FILLER                  PIC XX.
           03  KO-RLGEB                PIC 999V99  COMP.
           03  KO-RLBEARB              PIC 999V99  COMP.
           03  KO-RLGK                 PIC 9(6)    COMP.
      *---------> EPC-Zahlungscode WH-KEY = 52 <-
      *  eigene Bankverbindung fuer den QR-Code auf Rechnungen und
      *  Kontoauszuegen (PANEPCQR); ohne IBAN wird kein Code gedruckt
       01  KO-QRSATZ.
           03  FILLER                  PIC XX.
           03  KO-QRIBAN               PIC X(34).
           03  KO-QRBIC                PIC X(11).
           03  KO-QRNAME               PIC X(70).
      *---------> Tagesleitstand WH-KEY = 53 <-
      *  Sollzeit (HHMM) je Tagesschritt in der Reihenfolge des
      *  Leitstands (PANCOCKP), 0 = Schritt wird nicht erwartet;
      *  Bestellschluss ohne Sollzeit = spaetester KO-CUTZEIT;
      *  Toleranz in Minuten bis ein Schritt als ueberfaellig gilt
       01  KO-CPSATZ.
           03  FILLER                  PIC XX.
           03  KO-CPZEIT               PIC 9(4)    COMP   OCCURS 9.
           03  KO-CPTOL                PIC 999     COMP.
      *---------> Druckarchiv WH-KEY = 54 <-
      *  Archiv ein/aus, Standard-Aufbewahrung in Tagen (0 = immer),
      *  letzte Spoolnummer und je Druckereinstellung drucken /
      *  archivieren J/N: Eintrag 1 = Standard, 2 - 11 = KO-PARAM
      *  1 - 10 der Netzdruckersteuerung (Key 35), siehe PANSPOOL
       01  KO-SPSATZ.
           03  FILLER                  PIC XX.
           03  KO-SPAKT                PIC X.
           03  KO-SPTAGE               PIC 9(4)    COMP.
           03  KO-SPNR                 PIC 9(6)    COMP.
           03  KO-SPEIN                            OCCURS 11.
               05 KO-SPDRU             PIC X.
               05 KO-SPARC             PIC X.
      *---------> Verzugszinsen WH-KEY = 55 <-
      *  Zinssatz p.a., Mindestbetrag je Zinsrechnung, Zahlungsziel
      *  in Tagen fuer Rechnungen ohne Valutadatum, Erloeskonto und
      *  Ende des zuletzt gebuchten Zeitraums (PANVZINS)
       01  KO-VZSATZ.
           03  FILLER                  PIC XX.
           03  KO-VZPROZ               PIC 99V99   COMP.
           03  KO-VZMIN                PIC 999V99  COMP.
           03  KO-VZZIEL               PIC 999     COMP.
           03  KO-VZGK                 PIC 9(6)    COMP.
           03  KO-VZBIS                PIC 9(8)    COMP.
      *-----------------------> Retourwaren-Gruende WH-KEY = 43 <-
       01  KO-RGSATZ.
           03  FILLER                  PIC XX.
           03  KO-RGTX                 PIC X(12)          OCCURS 9.
           03  KO-RBLG                 PIC 9(4)    COMP.
      *--------------------------> Mahn-Karenztage WH-KEY = 42 <-
       01  KO-MAHNSATZ.
           03  FILLER                  PIC XX.
