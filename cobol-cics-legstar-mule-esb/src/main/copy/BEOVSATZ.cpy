000100*--------------------------------------------------------------*
000200* BEOVSATZ    - SATZAUFBAU DER VORSCHLAGSDATEI ZUR BEOBACH-    *
000300*               TUNGSLISTE (150 BYTE) ZWISCHEN VORSCHLAGSLAUF  *
000400*               (CBK940) UND FREIGABELAUF (CBK941). JE ABWEI-  *
000500*               CHUNG ZWISCHEN ANLIEFERUNG UND TABELLE BEOB-   *
000600*               LISTE EIN SATZ MIT ALT- UND NEUWERTEN SOWIE    *
000700*               DEM ERFASSER. CBK941 SPIELT DIE VORSCHLAEGE    *
000800*               NUR EIN, WENN EIN ANDERER BENUTZER FREIGIBT,   *
000900*               UND NUR, WENN DER TABELLENEINTRAG NOCH DEN     *
001000*               ALTWERTEN ENTSPRICHT.                          *
001100*--------------------------------------------------------------*
001200 01  VOR-SATZ.
001300     05 VOR-AKTION             PIC X(01).
001400         88 VOR-HINZUFUEGEN           VALUE 'H'.
001500         88 VOR-AENDERN               VALUE 'A'.
001600         88 VOR-LOESCHEN              VALUE 'L'.
001700     05 VOR-ART                PIC X(01).
001800     05 VOR-WERT               PIC X(11).
001900     05 VOR-ALT.
002000         10 VOR-ALT-KATEGORIE  PIC X(01).
002100         10 VOR-ALT-GUELTIG-VON PIC X(08).
002200         10 VOR-ALT-GUELTIG-BIS PIC X(08).
002300         10 VOR-ALT-GRUND      PIC X(40).
002400     05 VOR-NEU.
002500         10 VOR-NEU-KATEGORIE  PIC X(01).
002600         10 VOR-NEU-GUELTIG-VON PIC X(08).
002700         10 VOR-NEU-GUELTIG-BIS PIC X(08).
002800         10 VOR-NEU-GRUND      PIC X(40).
002900     05 VOR-ERFASSER           PIC X(08).
003000     05 VOR-ERF-DATUM          PIC X(08).
003100     05 FILLER                 PIC X(07).
