000100*--------------------------------------------------------------*
000200* TREFSATZ    - SATZAUFBAU DER COMPLIANCE-TREFFERDATEI (200    *
000300*               BYTE): JEDER TREFFER AUF DER BEOBACHTUNGSLISTE *
000400*               (TABELLE BEOBLISTE) WIRD FUER DAS AML-TEAM     *
000500*               FESTGEHALTEN. DIE ONLINE-AUSKUENFTE CBK020,    *
000600*               CBK021 UND CBK040 SCHREIBEN IN DIE CICS-DATEI  *
000700*               CBK020T (SCHLUESSEL DATUM, UHRZEIT, TASK UND   *
000800*               POSTEN), DIE MASSENPRUEFUNG CBK950 UND DIE     *
000900*               SEPA-AUFTRAGSVORPRUEFUNG CBK955 IN EINE        *
001000*               SEQUENTIELLE DATEI GLEICHEN AUFBAUS (TASKNR    *
001010*               NULL, LFDNR = NUMMER DES EINGABESATZES).       *
001100*               TREF-AKTION: 'G' = GEMELDET (KENNZEICHEN AN    *
001200*               DEN AUFRUFER), 'A' = ABGELEHNT (SPERRE IN      *
001300*               CBK950/CBK955), 'M' = MARKIERT ANGENOMMEN      *
001350*               (WARNUNG).                                     *
001400*--------------------------------------------------------------*
001500 01  TREF-SATZ.
001600     05 TREF-SCHLUESSEL.
001700         10 TREF-DATUM         PIC X(08).
001800         10 TREF-UHRZEIT       PIC X(06).
001900         10 TREF-TASKNR        PIC 9(07).
002000         10 TREF-LFDNR         PIC 9(09).
002100     05 TREF-QUELLE            PIC X(08).
002200     05 TREF-SYSTEM            PIC X(08).
002300     05 TREF-BENUTZER          PIC X(08).
002400     05 TREF-REFERENZ          PIC X(16).
002500     05 TREF-IBAN              PIC X(34).
002600     05 TREF-BLZ               PIC X(08).
002700     05 TREF-BIC               PIC X(11).
002800     05 TREF-LAND              PIC X(02).
002900     05 TREF-BEOB-ART          PIC X(01).
003000     05 TREF-BEOB-WERT         PIC X(11).
003100     05 TREF-KATEGORIE         PIC X(01).
003200     05 TREF-GRUND             PIC X(40).
003300     05 TREF-AKTION            PIC X(01).
003400         88 TREF-GEMELDET             VALUE 'G'.
003500         88 TREF-ABGELEHNT            VALUE 'A'.
003600         88 TREF-MARKIERT             VALUE 'M'.
003700     05 FILLER                 PIC X(21).
