000100*--------------------------------------------------------------*
000200* QUALSATZ    - BEFUNDSATZ DER WOECHENTLICHEN QUALITAETSPRUEFUNG*
000300*               DES BANKENSTAMMES (CBK925, DATEI QUALALT/       *
000400*               QUALNEU). JE BEFUND EIN SATZ, NACH PRUEFART     *
000500*               UND OBJEKTSCHLUESSEL AUFSTEIGEND SORTIERT. DIE  *
000600*               DATEI WIRD VON LAUF ZU LAUF FORTGESCHRIEBEN:    *
000700*               DER STATUS ZEIGT, OB DER BEFUND NEU IST, SEINE  *
000800*               SCHWERE SICH GEAENDERT HAT ODER ER BEREITS      *
000900*               BEKANNT WAR; DAS ERSTMALS-DATUM WIRD AUS DEM    *
001000*               VORLAUF UEBERNOMMEN.                            *
001100*                                                               *
001200* OBJEKTSCHLUESSEL JE PRUEFART:                                 *
001300*   01 INLAENDISCHER BIC FEHLT IN SEPASCL   BLZ + FILIALNR      *
001400*   02 BIC BEI MEHREREN FREMDEN BLZ         BIC + BLZ           *
001500*   03 NACHFOLGE-BLZ FEHLERHAFT             BLZ                 *
001600*   04 ZWEIGSTELLE OHNE HAUPTSTELLE         BLZ + FILIALNR      *
001700*   05 PZ-METHODE VON CBK025 UNGEPRUEFT     PZ-METHODE          *
001800*   06 LAENDERCODE NICHT IN CBK026-TABELLE  BIC + NAT-SORTCODE  *
001900*--------------------------------------------------------------*
002000 01  QUAL-SATZ.
002100     05 QUAL-SCHLUESSEL.
002200         10 QUAL-PRUEFART      PIC X(02).
002300             88 QUAL-BIC-OHNE-SCL      VALUE '01'.
002400             88 QUAL-BIC-MEHRFACH      VALUE '02'.
002500             88 QUAL-NACHFOLGER        VALUE '03'.
002600             88 QUAL-OHNE-HAUPTSTELLE  VALUE '04'.
002700             88 QUAL-PZ-UNGEPRUEFT     VALUE '05'.
002800             88 QUAL-LAND-UNBEKANNT    VALUE '06'.
002900         10 QUAL-OBJEKT        PIC X(22).
003000     05 QUAL-SCHWERE           PIC X(01).
003100         88 QUAL-HOCH                 VALUE 'H'.
003200         88 QUAL-MITTEL               VALUE 'M'.
003300         88 QUAL-NIEDRIG              VALUE 'N'.
003400     05 QUAL-STATUS            PIC X(01).
003500         88 QUAL-NEU                  VALUE 'N'.
003600         88 QUAL-GEAENDERT            VALUE 'G'.
003700         88 QUAL-BEKANNT              VALUE 'B'.
003800     05 QUAL-VORHER-SCHWERE    PIC X(01).
003900     05 QUAL-ERSTMALS          PIC X(08).
004000     05 QUAL-LAUFDATUM         PIC X(08).
004100     05 QUAL-SATZART           PIC X(01).
004200     05 QUAL-BLZ               PIC X(08).
004300     05 QUAL-FILIALNR          PIC X(03).
004400     05 QUAL-BIC               PIC X(11).
004500     05 QUAL-LAENDERCODE       PIC X(02).
004600     05 QUAL-PZ-METHODE        PIC X(02).
004700     05 QUAL-BEZUG-BLZ         PIC X(08).
004800     05 QUAL-ANZAHL            PIC 9(07).
004900     05 QUAL-TEXT              PIC X(60).
005000     05 FILLER                 PIC X(05).
