              10 ERM-SDD-CORE-KZ     PIC X(01).
              10 ERM-SDD-B2B-KZ      PIC X(01).
              10 ERM-SCT-INST-KZ     PIC X(01).
              10 ERM-IBAN-REGEL      PIC X(06).
              10 ERM-BEOB-KZ         PIC X(01).
                  88 BEOB-KEIN-TREFFER       VALUE 'N'.
                  88 BEOB-WARNUNG            VALUE 'W'.
                  88 BEOB-SPERRE             VALUE 'S'.
                  88 BEOB-NICHT-GEPRUEFT     VALUE 'U'.
              10 ERM-BEOB-GRUND      PIC X(40).
