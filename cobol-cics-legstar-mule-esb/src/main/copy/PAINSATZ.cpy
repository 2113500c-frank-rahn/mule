000100*--------------------------------------------------------------*
000200* PAINSATZ    - SATZAUFBAU DER SEPA-AUFTRAGSDATEIEN (PAIN.001   *
000300*               UEBERWEISUNGEN, PAIN.008 LASTSCHRIFTEN) IN DER  *
000400*               FLACHEN FORM, IN DER DAS DATEI-GATEWAY DIE      *
000500*               ISO-20022-NACHRICHTEN DER FIRMENKUNDEN          *
000600*               UEBERGIBT (300 BYTE). JE NACHRICHT EIN          *
000700*               GRUPPENSATZ ('G', GROUP HEADER), DANACH JE      *
000800*               ZAHLUNGSBLOCK EIN ZAHLUNGSSATZ ('P', PAYMENT    *
000900*               INFORMATION) MIT SEINEN TRANSAKTIONSSAETZEN     *
001000*               ('T'). DIE REIHENFOLGE DER NACHRICHT BLEIBT     *
001100*               ERHALTEN.                                       *
001200*               PZA-AUFTR-* IST DAS KONTO DES EINREICHERS       *
001300*               (AUFTRAGGEBER BZW. GLAEUBIGER), PTR-PARTNER-*   *
001400*               DAS DES EMPFAENGERS BZW. ZAHLUNGSPFLICHTIGEN.   *
001500*               BETRAEGE IN EURO MIT ZWEI NACHKOMMASTELLEN.     *
001600*--------------------------------------------------------------*
001700 01  PAIN-SATZ.
001800     05 PAIN-SATZART           PIC X(01).
001900         88 PAIN-GRUPPE               VALUE 'G'.
002000         88 PAIN-ZAHLUNG              VALUE 'P'.
002100         88 PAIN-TRANSAKTION          VALUE 'T'.
002200*--------------------------------------------------------------*
002300* GRUPPENSATZ (GRPHDR) - NACHRICHTENTYP '001' ODER '008'       *
002400*--------------------------------------------------------------*
002500     05 PAIN-GRUPPE-DATEN.
002600         10 PGR-NACHRICHTENTYP PIC X(03).
002700             88 PGR-UEBERWEISUNG      VALUE '001'.
002800             88 PGR-LASTSCHRIFT       VALUE '008'.
002900         10 PGR-MSG-ID         PIC X(35).
003000         10 PGR-ERSTELLT       PIC X(19).
003100         10 PGR-ANZAHL-TX      PIC 9(09).
003200         10 PGR-KONTROLLSUMME  PIC 9(15)V99.
003300         10 PGR-INITIATOR-NAME PIC X(70).
003400         10 PGR-INITIATOR-ID   PIC X(35).
003500         10 FILLER             PIC X(111).
003600*--------------------------------------------------------------*
003700* ZAHLUNGSSATZ (PMTINF) - ZAHLWEG 'TRF' ODER 'DD', SERVICE-    *
003800* LEVEL 'SEPA', LOKALES INSTRUMENT LEER/'INST' (PAIN.001)      *
003900* BZW. 'CORE'/'B2B' (PAIN.008)                                 *
004000*--------------------------------------------------------------*
004100     05 PAIN-ZAHLUNG-DATEN     REDEFINES PAIN-GRUPPE-DATEN.
004200         10 PZA-PMTINF-ID      PIC X(35).
004300         10 PZA-ZAHLWEG        PIC X(03).
004400         10 PZA-SERVICE-LEVEL  PIC X(04).
004500         10 PZA-LOKAL-INSTR    PIC X(35).
004600         10 PZA-AUSFUEHRUNG    PIC X(10).
004700         10 PZA-AUFTR-NAME     PIC X(70).
004800         10 PZA-AUFTR-IBAN     PIC X(34).
004900         10 PZA-AUFTR-BIC      PIC X(11).
005000         10 PZA-GLAEUBIGER-ID  PIC X(35).
005100         10 FILLER             PIC X(62).
005200*--------------------------------------------------------------*
005300* TRANSAKTIONSSATZ (CDTTRFTXINF / DRCTDBTTXINF)                *
005400*--------------------------------------------------------------*
005500     05 PAIN-TRANS-DATEN       REDEFINES PAIN-GRUPPE-DATEN.
005600         10 PTR-INSTR-ID       PIC X(35).
005700         10 PTR-E2E-ID         PIC X(35).
005800         10 PTR-BETRAG         PIC 9(11)V99.
005900         10 PTR-WAEHRUNG       PIC X(03).
006000         10 PTR-PARTNER-NAME   PIC X(70).
006100         10 PTR-PARTNER-IBAN   PIC X(34).
006200         10 PTR-PARTNER-BIC    PIC X(11).
006300         10 PTR-MANDAT-ID      PIC X(35).
006400         10 PTR-MANDAT-DATUM   PIC X(10).
006500         10 FILLER             PIC X(53).
