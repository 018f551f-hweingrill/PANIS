      *     Erloes und Retouren aus den Lieferscheinzeilen des         *
      *     Monats, Stopps und Belege aus der Tour-/Stoppfolge,        *
      *     km und Fahrzeugkosten aus den Tageszuteilungen             *
      *     (PAKFTAG.DAT, PAKOFUHR; FT-WART enthaelt auch die Kosten   *
      *     erledigter Fahrzeugpruefungen), Fahrerstunden ueber        *
      *     Einsatztage mal Stundensatz - Deckungsbeitrag je Tour und  *
      *     je Stopp, schlechteste zuerst                              *
      *     WL-CA 10: Monatsbericht drucken                            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
