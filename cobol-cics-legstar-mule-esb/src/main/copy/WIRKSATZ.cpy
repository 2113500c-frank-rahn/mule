000100*--------------------------------------------------------------*
000200* WIRKSATZ    - SATZAUFBAU DER MASCHINELLEN VORWARNDATEI ZU     *
000300*               ANGEKUENDIGTEN BLZ-LOESCHUNGEN (CBK971, DATEI   *
000400*               WIRKOUT). JE AUFRUFENDEM SYSTEM UND BETROFFENER *
000500*               BLZ EIN SATZ MIT LOESCHDATUM,                   *
000600*               NACHFOLGEINSTITUT, AUFRUFANZAHL IM              *
000700*               AUSWERTUNGSZEITRAUM UND RESTTAGEN BIS ZUR       *
000800*               LOESCHUNG. DIE DATEI IST NACH SYSTEM UND BLZ    *
000900*               SORTIERT; DAS SYSTEMKUERZEL STEHT VORN (STELLE  *
001000*               1-8), DAMIT SIE PER SORT JE SYSTEM AUFGETEILT   *
001100*               WERDEN KANN.                                    *
001200*               SATZART 'W' = VORWARNUNG, 'E' = ESKALATION (DIE *
001300*               BLZ WURDE NACH IHREM LOESCHDATUM NOCH           *
001400*               ABGEFRAGT). RESTTAGE SIND NACH DEM LOESCHDATUM  *
001500*               NEGATIV.                                        *
001600*--------------------------------------------------------------*
001700 01  WIRK-SATZ.
001800     05 WIRK-SYSTEM            PIC X(08).
001900     05 WIRK-SATZART           PIC X(01).
002000         88 WIRK-VORWARNUNG           VALUE 'W'.
002100         88 WIRK-ESKALATION           VALUE 'E'.
002200     05 WIRK-BLZ               PIC X(08).
002300     05 WIRK-NAME              PIC X(30).
002400     05 WIRK-GUELTIG-BIS       PIC X(08).
002500     05 WIRK-RESTTAGE          PIC S9(05)
002600        SIGN IS LEADING SEPARATE.
002700     05 WIRK-NACHFOLGE-BLZ     PIC X(08).
002800     05 WIRK-NACHFOLGE-NAME    PIC X(30).
002900     05 WIRK-ANZAHL-AUFRUFE    PIC 9(09).
003000     05 WIRK-ANZAHL-NACH-ABLAUF PIC 9(09).
003100     05 WIRK-LETZTER-AUFRUF    PIC X(08).
003200     05 WIRK-ZEITRAUM-VON      PIC X(08).
003300     05 WIRK-ZEITRAUM-BIS      PIC X(08).
003400     05 WIRK-ERSTELL-DATUM     PIC X(08).
003500     05 FILLER                 PIC X(11).
