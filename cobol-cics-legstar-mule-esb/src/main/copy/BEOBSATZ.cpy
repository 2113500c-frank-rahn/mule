000100*--------------------------------------------------------------*
000200* BEOBSATZ    - HOST-VARIABLEN FUER DIE TABELLE BEOBLISTE       *
000300*               (SANKTIONS- UND HOCHRISIKO-BEOBACHTUNGSLISTE    *
000400*               DER COMPLIANCE). JE EINTRAG EIN BIC, EINE BLZ   *
000500*               ODER EIN LAENDERCODE MIT KATEGORIE              *
000600*               SPERREN/WARNEN, BEGRUENDUNG UND                 *
000700*               GUELTIGKEITSZEITRAUM (JJJJMMTT, GUELTIG-BIS     *
000800*               LEER = UNBEFRISTET). GEPFLEGT NUR UEBER         *
000900*               CBK940/CBK941 (VIER-AUGEN-PRINZIP), GELESEN VON *
001000*               CBK020, CBK021, CBK040 UND CBK950.              *
001100*--------------------------------------------------------------*
001200 01  BEOBSATZ.
001300     05 BEO-ART                PIC X(01).
001400         88 BEO-ART-BIC               VALUE 'B'.
001500         88 BEO-ART-BLZ               VALUE 'Z'.
001600         88 BEO-ART-LAND              VALUE 'L'.
001700     05 BEO-WERT               PIC X(11).
001800     05 BEO-KATEGORIE          PIC X(01).
001900         88 BEO-SPERREN               VALUE 'S'.
002000         88 BEO-WARNEN                VALUE 'W'.
002100     05 BEO-GRUND              PIC X(40).
002200     05 BEO-GUELTIG-VON        PIC X(08).
002300     05 BEO-GUELTIG-BIS        PIC X(08).
002400     05 BEO-ERFASSER           PIC X(08).
002500     05 BEO-FREIGEBER          PIC X(08).
002600     05 BEO-FREIGABE-DATUM     PIC X(08).
