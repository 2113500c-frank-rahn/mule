000700*               DATEI. DIE NUMMER WIRD NUR UEBER QUITTUNGS-     *
000800*               SAETZE (QUITSATZ) FORTGESCHRIEBEN - BIS DAHIN   *
000900*               LIEFERT CBK963 DIESELBEN DELTAS ERNEUT AUS.     *
000910*               BEI EINER STANDLIEFERUNG SETZT CBK964 DIE       *
000920*               NUMMER AUF DEN STAND DER LIEFERUNG.             *
001000*--------------------------------------------------------------*
001100 01  ABN-SATZ.
001200     05 ABN-SYSTEM             PIC X(08).
