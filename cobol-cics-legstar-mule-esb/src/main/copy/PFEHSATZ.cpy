000100*--------------------------------------------------------------*
000200* PFEHSATZ    - SATZAUFBAU DER ABLEHNUNGSLISTE DER              *
000300*               SEPA-AUFTRAGSVORPRUEFUNG CBK955 (318 BYTE). JE  *
000400*               ABGELEHNTER TRANSAKTION EIN SATZ MIT DEN        *
000500*               KENNUNGEN VON NACHRICHT, ZAHLUNGSBLOCK UND      *
000600*               TRANSAKTION, DEM VERFAHREN, DER GEPRUEFTEN      *
000700*               IBAN/BIC SOWIE FEHLERCODE UND FEHLERTEXT IM     *
000800*               HAUSSCHEMA.                                     *
000900*--------------------------------------------------------------*
001000 01  PFE-SATZ.
001100     05 PFE-MSG-ID             PIC X(35).
001200     05 PFE-INITIATOR-ID       PIC X(35).
001300     05 PFE-PMTINF-ID          PIC X(35).
001400     05 PFE-INSTR-ID           PIC X(35).
001500     05 PFE-E2E-ID             PIC X(35).
001600     05 PFE-NACHRICHTENTYP     PIC X(03).
001700     05 PFE-VERFAHREN          PIC X(08).
001800     05 PFE-BETRAG             PIC 9(11)V99.
001900     05 PFE-IBAN               PIC X(34).
002000     05 PFE-BIC                PIC X(11).
002100     05 PFE-FEHLERCODE         PIC X(02).
002200     05 PFE-FEHLERTEXT         PIC X(72).
