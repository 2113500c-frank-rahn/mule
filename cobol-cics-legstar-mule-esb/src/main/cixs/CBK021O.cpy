        01 DFHCOMMAREA.
          05 EINGABE.
              10 EIN-AUFRUF-SYSTEM   PIC X(08).
              10 EIN-ANZAHL          PIC 9(02).
              10 EIN-POSTEN          OCCURS 50.
                  15 EIN-REFERENZ    PIC X(16).
                  15 EIN-IBAN        PIC X(34).
          05 RESULT.
              10 FEHLERCODE          PIC X(02).
              10 FEHLERTEXT          PIC X(72).
              10 SQLCODE             PIC S9(5) BINARY.
              10 ANZAHL-GEPRUEFT     PIC 9(02).
              10 ANZAHL-GUELTIG      PIC 9(02).
              10 ANZAHL-UNGUELTIG    PIC 9(02).
          05 AUSGABE.
            07 ERGEBNIS              OCCURS 50.
              10 ERG-REFERENZ        PIC X(16).
              10 IBAN-PRUEF-KZ       PIC X(01).
                  88 IBAN-GUELTIG            VALUE 'J'.
                  88 IBAN-UNGUELTIG          VALUE 'N'.
              10 ERG-FEHLERCODE      PIC X(02).
              10 ERG-FEHLERTEXT      PIC X(72).
              10 ERM-BLZ             PIC X(08).
              10 ERM-BANKNAME        PIC X(30).
              10 ERM-KONTONR         PIC X(10).
              10 ERM-BIC             PIC X(11).
              10 ERM-NAT-SORTCODE    PIC X(11).
              10 ERM-SCT-KZ          PIC X(01).
              10 ERM-SDD-CORE-KZ     PIC X(01).
              10 ERM-SDD-B2B-KZ      PIC X(01).
              10 ERM-SCT-INST-KZ     PIC X(01).
              10 ERM-BEOB-KZ         PIC X(01).
                  88 BEOB-KEIN-TREFFER       VALUE 'N'.
                  88 BEOB-WARNUNG            VALUE 'W'.
                  88 BEOB-SPERRE             VALUE 'S'.
                  88 BEOB-NICHT-GEPRUEFT     VALUE 'U'.
              10 ERM-BEOB-GRUND      PIC X(40).
