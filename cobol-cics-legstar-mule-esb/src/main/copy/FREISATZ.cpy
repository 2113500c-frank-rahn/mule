000800*               EINZELNE VORSCHLAEGE PER STEUERKARTE AUF        *
000900*               ZURUECKGESTELLT (ODER WIEDER AUF FREIGEGEBEN).  *
001000*               CBK930 SPIELT NUR FREIGEGEBENE SAETZE EIN.      *
001010*               WIRKSAM-AB IST DER GUELTIG-AB-TAG DER BUNDES-   *
001020*               BANK-LIEFERUNG (LEER = SOFORT); NOCH NICHT      *
001030*               FAELLIGE SAETZE STELLT CBK930 IN DEN TERMIN-    *
001040*               BESTAND (GLEICHER AUFBAU), AUS DEM SIE DER      *
001050*               AKTIVIERUNGSLAUF CBK935 AM STICHTAG EINSPIELT.  *
001100*--------------------------------------------------------------*
001200 01  FREI-SATZ.
001300     05 FREI-ART               PIC X(01).
002650     05 FREI-GUELTIG-VON       PIC X(08).
002700     05 FREI-GUELTIG-BIS       PIC X(08).
002800     05 FREI-NACHFOLGE-BLZ     PIC X(08).
002900     05 FREI-IBAN-REGEL        PIC X(06).
003000     05 FREI-WIRKSAM-AB        PIC X(08).
