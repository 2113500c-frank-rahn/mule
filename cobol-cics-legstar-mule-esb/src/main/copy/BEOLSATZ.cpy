000100*--------------------------------------------------------------*
000200* BEOLSATZ    - SATZAUFBAU DER ANLIEFERUNG DER                  *
000300*               BEOBACHTUNGSLISTE DURCH DIE COMPLIANCE (80      *
000400*               BYTE). DIE ANLIEFERUNG IST STETS DIE            *
000500*               VOLLSTAENDIGE LISTE, NACH ART UND WERT          *
000600*               AUFSTEIGEND SORTIERT (SORT-VORSTUFE IN          *
000700*               CBK940J). ART 'B' = BIC (11 STELLEN ODER 8 MIT  *
000800*               LEERSTELLEN), 'Z' = BLZ (8 STELLEN NUMERISCH),  *
000900*               'L' = LAENDERCODE (2 STELLEN); KATEGORIE 'S' =  *
001000*               SPERREN, 'W' = WARNEN; DATUM JJJJMMTT.          *
001100*--------------------------------------------------------------*
001200 01  LIEF-SATZ.
001300     05 LIEF-SCHLUESSEL.
001400         10 LIEF-ART           PIC X(01).
001500             88 LIEF-ART-BIC          VALUE 'B'.
001600             88 LIEF-ART-BLZ          VALUE 'Z'.
001700             88 LIEF-ART-LAND         VALUE 'L'.
001800         10 LIEF-WERT          PIC X(11).
001900     05 LIEF-KATEGORIE         PIC X(01).
002000         88 LIEF-SPERREN              VALUE 'S'.
002100         88 LIEF-WARNEN               VALUE 'W'.
002200     05 LIEF-GUELTIG-VON       PIC X(08).
002300     05 LIEF-GUELTIG-BIS       PIC X(08).
002400     05 LIEF-GRUND             PIC X(40).
002500     05 FILLER                 PIC X(11).
