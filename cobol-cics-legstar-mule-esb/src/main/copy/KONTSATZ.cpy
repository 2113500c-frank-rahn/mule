000700*               LIGEN DATENSAETZE UND SIND RECHTS MIT LEER-     *
000800*               ZEICHEN AUFGEFUELLT. NICHT BENUTZTE ZAHLEN-     *
000900*               FELDER SIND MIT NULLEN GEFUELLT.                *
000910*               DIESELBEN KONTROLLSAETZE RAHMEN DIE STANDLIEFE- *
000920*               RUNG AN DIE DELTA-ABNEHMER (CBK964) UND DEN     *
000930*               VERDICHTETEN DELTA-BESTAND BANK.DELTA.BASIS     *
000940*               (CBK975) EIN.                                   *
001000*                                                               *
001100* PRUEFSUMME: SUMME UEBER ALLE DATENSAETZE, MODULO 10 HOCH 10,  *
001200* JE DATENSATZ GEBILDET UEBER DEN SCHLUESSEL:                   *
001400*   SWIFEXTR: SUMME UEBER DIE 11 STELLEN DES BIC, JE STELLE     *
001500*             WERT DER STELLE ('0'-'9' = 1-10, 'A'-'Z' = 11-36, *
001600*             LEERZEICHEN = 0) MAL STELLENNUMMER (1-11)         *
001610*   STANDLIEFERUNG: JE SATZART WIE OBEN - SATZART 'D' UEBER     *
001620*             BLZ/FILIALNR, SATZART 'A' UEBER DEN BIC (WIE      *
001630*             BILSATZ)                                          *
001700*--------------------------------------------------------------*
001800 01  KONT-SATZ.
001900     05 KONT-KENNUNG           PIC X(08).
002900*--------------------------------------------------------------*
003000     05 KONT-ANZAHL            PIC 9(09).
003100     05 KONT-PRUEFSUMME        PIC 9(10).
003200*--------------------------------------------------------------*
003300* GUELTIG-AB-DATUM DER LIEFERUNG JJJJMMTT - NUR IM VORLAUFSATZ   *
003400* DER BUBAEXTR; LEER = AENDERUNGEN SIND SOFORT WIRKSAM. SPAETER  *
003500* WIRKSAME AENDERUNGEN HAELT CBK930 BIS ZU DIESEM TAG ZURUECK    *
003600*--------------------------------------------------------------*
003700     05 KONT-GUELTIG-AB        PIC X(08).
003800*--------------------------------------------------------------*
003900* STAND DER STANDLIEFERUNG: LAUFENDE NUMMER DES DELTA-ARCHIVS,  *
004000* DER DER BESTAND ENTSPRICHT - IN VOR- UND NACHLAUFSATZ DER     *
004100* STANDLIEFERUNG (CBK964) UND DES VERDICHTETEN DELTA-BESTANDS   *
004110* BANK.DELTA.BASIS (CBK975, GRENZ-LFDNR DER VERDICHTUNG); IN    *
004120* ALLEN ANDEREN DATEIEN NULL                                    *
004200*--------------------------------------------------------------*
004300     05 KONT-STAND-LFDNR       PIC 9(09).
