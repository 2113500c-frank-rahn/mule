000100*--------------------------------------------------------------*
000200* LAUFSATZ    - SATZAUFBAU DES LAUFBUCHS DER NAECHTLICHEN       *
000300*               JOBKETTE. JEDES PROGRAMM DER KETTE (CBK905/906, *
000400*               CBK910/911, CBK915, CBK930/931, CBK932, CBK935, *
000500*               CBK950, CBK960/963, CBK980, CBK990) HAENGT AM   *
000600*               ENDE JEDES LAUFS - AUCH NACH EINEM ABBRUCH MIT  *
000700*               RC 16 - EINEN SATZ AN (DD LAUFPROT, DISP=MOD).  *
000800*               JEDES PROGRAMM FUEHRT DAZU EINE EIGENE          *
000900*               LAUFBUCHDATEI, DAMIT PARALLEL LAUFENDE JOBS     *
001000*               SICH NICHT GEGENSEITIG SPERREN; DER             *
001100*               MORGENBERICHT CBK995 LIEST ALLE DATEIEN         *
001200*               VERKETTET.                                      *
001300*               FEHLT DER SATZ EINES LAUFS, IST DAS PROGRAMM    *
001400*               NICHT GELAUFEN ODER ABNORMAL BEENDET WORDEN.    *
001500*                                                               *
001600* ZAEHLER: BIS ZU VIER KENNZAHLEN DES LAUFS MIT                 *
001700* KURZBEZEICHNUNG; ZAEHLER 1 IST DIE HAUPTKENNZAHL, DIE DER     *
001800* MORGENBERICHT MIT DEN VORNAECHTEN VERGLEICHT. NICHT BENUTZTE  *
001900* ZAEHLER SIND LEER MIT ANZAHL NULL.                            *
002000*--------------------------------------------------------------*
002100 01  LAUF-SATZ.
002200     05 LAUF-PROGRAMM          PIC X(08).
002300*--------------------------------------------------------------*
002400* DATUM (JJJJMMTT) UND UHRZEIT (HHMMSS) BEIM ENDE DES LAUFS    *
002500*--------------------------------------------------------------*
002600     05 LAUF-DATUM             PIC X(08).
002700     05 LAUF-UHRZEIT           PIC X(06).
002800*--------------------------------------------------------------*
002900* ERSTELLUNGSDATUM DER VERARBEITETEN LIEFERUNG AUS DEM         *
003000* VORLAUFSATZ (KONTSATZ, JJJJMMTT) - NUR BEI PROGRAMMEN, DIE   *
003100* EINE SOLCHE LIEFERUNG LESEN, SONST LEER                      *
003200*--------------------------------------------------------------*
003300     05 LAUF-LIEFER-DATUM      PIC X(08).
003400     05 LAUF-RC                PIC 9(04).
003500     05 LAUF-WIEDERANLAUF-KZ   PIC X(01).
003600         88 LAUF-WIEDERANLAUF         VALUE 'J'.
003700         88 LAUF-NORMALLAUF           VALUE 'N'.
003800     05 LAUF-ZAEHLER-FELDER.
003900         10 LAUF-TEXT-1        PIC X(10).
004000         10 LAUF-ANZAHL-1      PIC 9(09).
004100         10 LAUF-TEXT-2        PIC X(10).
004200         10 LAUF-ANZAHL-2      PIC 9(09).
004300         10 LAUF-TEXT-3        PIC X(10).
004400         10 LAUF-ANZAHL-3      PIC 9(09).
004500         10 LAUF-TEXT-4        PIC X(10).
004600         10 LAUF-ANZAHL-4      PIC 9(09).
004700     05 LAUF-ZAEHLER-TABELLE REDEFINES LAUF-ZAEHLER-FELDER.
004800         10 LAUF-ZAEHLER       OCCURS 4 TIMES.
004900             15 LAUF-Z-TEXT    PIC X(10).
005000             15 LAUF-Z-ANZAHL  PIC 9(09).
005100     05 FILLER                 PIC X(09).
