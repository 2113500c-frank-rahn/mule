000100*--------------------------------------------------------------*
000200* PERGSATZ    - SATZAUFBAU DER ERGEBNISDATEI DER                *
000300*               SEPA-AUFTRAGSVORPRUEFUNG CBK955 (230 BYTE). JE  *
000400*               VERARBEITETER NACHRICHT EIN SATZ MIT DER        *
000500*               AUFTEILUNG IN ANGENOMMENE UND ABGELEHNTE        *
000600*               TRANSAKTIONEN. DIE DATEI WIRD IM WIEDERANLAUF   *
000700*               FORTGESCHRIEBEN; DER SUMMENBERICHT JE NACHRICHT *
000800*               UND JE AUFTRAGGEBER WIRD AM LAUFENDE AUS IHR    *
000900*               ERSTELLT.                                       *
001000*               PER-STATUS: 'A' = ALLE TRANSAKTIONEN            *
001100*               ANGENOMMEN, 'T' = TEILWEISE ABGELEHNT, 'R' =    *
001200*               ALLE ABGELEHNT. PER-ABWEICHUNG-KZ 'J' = DIE     *
001300*               ANZAHL LT. GRUPPENSATZ STIMMT NICHT MIT DEN     *
001400*               GELIEFERTEN TRANSAKTIONEN UEBEREIN.             *
001500*--------------------------------------------------------------*
001600 01  PER-SATZ.
001700     05 PER-MSG-ID             PIC X(35).
001800     05 PER-NACHRICHTENTYP     PIC X(03).
001900     05 PER-INITIATOR-ID       PIC X(35).
002000     05 PER-INITIATOR-NAME     PIC X(70).
002100     05 PER-ANZAHL-LT-KOPF     PIC 9(09).
002200     05 PER-ANZAHL-GELESEN     PIC 9(09).
002300     05 PER-ANZAHL-ANGENOMMEN  PIC 9(09).
002400     05 PER-ANZAHL-ABGELEHNT   PIC 9(09).
002500     05 PER-BETRAG-ANGENOMMEN  PIC 9(15)V99.
002600     05 PER-BETRAG-ABGELEHNT   PIC 9(15)V99.
002700     05 PER-STATUS             PIC X(01).
002800         88 PER-ANGENOMMEN            VALUE 'A'.
002900         88 PER-TEILWEISE             VALUE 'T'.
003000         88 PER-ABGELEHNT             VALUE 'R'.
003100     05 PER-ABWEICHUNG-KZ      PIC X(01).
003200         88 PER-ANZAHL-ABWEICHEND     VALUE 'J'.
003300     05 FILLER                 PIC X(15).
