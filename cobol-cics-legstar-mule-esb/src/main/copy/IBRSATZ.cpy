000100*--------------------------------------------------------------*
000200* IBRSATZ     - UEBERGABEBEREICH FUER DAS IBAN-REGELMODUL       *
000300*               CBK027 (IBAN-REGELN DER BUNDESBANK). DER        *
000400*               AUFRUFER FUELLT DIE IBAN-REGEL DES INSTITUTS    *
000500*               AUS DEM BANKENSTAMM (REGELNUMMER 4-STELLIG UND  *
000600*               VERSION 2-STELLIG, LEER = STANDARDREGEL),       *
000700*               BLZ UND 10-STELLIGE KONTONUMMER. CBK027         *
000800*               LIEFERT DAS ERGEBNISKENNZEICHEN, DIE ANGEWAND-  *
000900*               TE REGEL UND DIE FUER DIE IBAN ZU VERWENDENDE   *
001000*               BLZ UND KONTONUMMER (GGF. ERSETZT).             *
001100*--------------------------------------------------------------*
001200 01  IBR-BEREICH.
001300     05 IBR-REGEL              PIC X(06).
001400     05 IBR-BLZ                PIC X(08).
001500     05 IBR-KONTONR            PIC X(10).
001600     05 IBR-ERGEBNIS-KZ        PIC X(01).
001700         88 IBR-ERZEUGBAR             VALUE 'J'.
001800         88 IBR-KEINE-IBAN            VALUE 'N'.
001900         88 IBR-NICHT-UMGESETZT       VALUE 'U'.
002000     05 IBR-ANGEWANDTE-REGEL   PIC X(06).
002100     05 IBR-IBAN-BLZ           PIC X(08).
002200     05 IBR-IBAN-KONTONR       PIC X(10).
002300     05 IBR-HINWEIS            PIC X(50).
