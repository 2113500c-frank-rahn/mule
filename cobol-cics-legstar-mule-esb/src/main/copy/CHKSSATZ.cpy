000100*--------------------------------------------------------------*
000200* CHKSSATZ    - SATZAUFBAU DER CHECKPUNKT-DATEI DER             *
000300*               SEPA-AUFTRAGSVORPRUEFUNG (CBK955). JE           *
000400*               CHECKPUNKT WIRD EIN SATZ ANGEHAENGT - FUER DEN  *
000500*               WIEDERANLAUF IST NUR DER LETZTE SATZ DER DATEI  *
000600*               MASSGEBLICH. DIE POSITION IST DIE ANZAHL        *
000700*               BEREITS VERARBEITETER EINGABESAETZE (ALLE       *
000800*               SATZARTEN); DER WIEDERANLAUF UEBERSPRINGT GENAU *
000900*               SO VIELE SAETZE UND SCHREIBT                    *
001000*               PAINGUT/PAINFEHL/PAINERG/BEOBTREF IM            *
001100*               ANFUEGEMODUS FORT.                              *
001200*               DA EIN CHECKPUNKT MITTEN IN EINER NACHRICHT     *
001300*               LIEGEN KANN, WERDEN GRUPPEN- UND ZAHLUNGSSATZ   *
001400*               DER LAUFENDEN NACHRICHT SAMT IHREN              *
001500*               ZWISCHENSUMMEN MITGESICHERT.                    *
001600*--------------------------------------------------------------*
001700 01  CHECKPUNKT-S-SATZ.
001800     05 CPS-LAUFDATUM          PIC 9(06).
001900     05 CPS-LAUFZEIT           PIC 9(08).
002000     05 CPS-ANZAHL-GELESEN     PIC 9(09).
002100     05 CPS-ANZAHL-NACHRICHTEN PIC 9(07).
002200     05 CPS-ANZAHL-TX          PIC 9(09).
002300     05 CPS-ANZAHL-ANGENOMMEN  PIC 9(09).
002400     05 CPS-ANZAHL-ABGELEHNT   PIC 9(09).
002500     05 CPS-ANZAHL-CODE-10     PIC 9(07).
002600     05 CPS-ANZAHL-CODE-11     PIC 9(07).
002700     05 CPS-ANZAHL-CODE-12     PIC 9(07).
002800     05 CPS-ANZAHL-CODE-13     PIC 9(07).
002900     05 CPS-ANZAHL-CODE-14     PIC 9(07).
003000     05 CPS-ANZAHL-CODE-15     PIC 9(07).
003100     05 CPS-ANZAHL-CODE-17     PIC 9(07).
003200     05 CPS-ANZAHL-CODE-20     PIC 9(07).
003300     05 CPS-ANZAHL-CODE-21     PIC 9(07).
003400     05 CPS-ANZAHL-CODE-22     PIC 9(07).
003500     05 CPS-ANZAHL-CODE-23     PIC 9(07).
003600     05 CPS-ANZAHL-CODE-24     PIC 9(07).
003700     05 CPS-ANZAHL-BEOB-WARN   PIC 9(07).
003800     05 CPS-STATUS-KZ          PIC X(01).
003900         88 CPS-ABGESCHLOSSEN         VALUE 'J'.
004000         88 CPS-UNTERBROCHEN          VALUE 'N'.
004100*--------------------------------------------------------------*
004200* ZUSTAND DER LAUFENDEN NACHRICHT ZUM ZEITPUNKT DES CHECKPUNKTS *
004300*--------------------------------------------------------------*
004400     05 CPS-NACHRICHT-KZ       PIC X(01).
004500     05 CPS-GRUPPE-GUT-KZ      PIC X(01).
004600     05 CPS-ZAHLUNG-KZ         PIC X(01).
004700     05 CPS-ZAHLUNG-GUT-KZ     PIC X(01).
004800     05 CPS-NA-GELESEN         PIC 9(09).
004900     05 CPS-NA-ANGENOMMEN      PIC 9(09).
005000     05 CPS-NA-ABGELEHNT       PIC 9(09).
005100     05 CPS-NA-BETRAG-ANG      PIC 9(15)V99.
005200     05 CPS-NA-BETRAG-ABG      PIC 9(15)V99.
005300     05 CPS-GRUPPE-SATZ        PIC X(300).
005400     05 CPS-ZAHLUNG-SATZ       PIC X(300).
