002500     05 CPI-STATUS-KZ          PIC X(01).
002600         88 CPI-ABGESCHLOSSEN         VALUE 'J'.
002700         88 CPI-UNTERBROCHEN          VALUE 'N'.
002800     05 CPI-ANZAHL-CODE-17     PIC 9(05).
002900     05 CPI-ANZAHL-BEOB-WARN   PIC 9(05).
