001100* ---------- ----- ------------------------------------------- *
001200* 02.09.2026 HJW   ERSTERSTELLUNG - PRUEFUNG DES SPERRKENN-     *
001300*                  ZEICHENS DER BESTANDSBILANZ (CBK990)         *
001310* 15.10.2026 HJW   MELDUNGEN UNABHAENGIG VOM ERZEUGENDEN LAUF   *
001320*                  GEFASST, DA AUCH DER MORGENBERICHT CBK995    *
001330*                  EIN SPERRKENNZEICHEN SCHREIBT; DER GRUND     *
001340*                  WIRD AUCH BEI FREIGABE ANGEZEIGT             *
001400*--------------------------------------------------------------*
001500* ZWECK:                                                       *
001600*   ERSTER STEP DER MORGENDLICHEN JOBKETTEN: LIEST DAS VON     *
002000*   ODER UNLESBAREM SATZ ENDET DER LAUF MIT RC 16, DAMIT DER   *
002100*   SCHEDULER DIE FOLGEJOBS ANHAELT UND DER ONLINE-DIENST      *
002200*   NICHT GEOEFFNET WIRD, BEVOR DIE ABWEICHUNG GEKLAERT IST.   *
002210*                                                              *
002220*   IN EINEM WEITEREN STEP PRUEFT DAS PROGRAMM AUF DIESELBE    *
002230*   WEISE DAS KENNZEICHEN DES MORGENBERICHTS CBK995            *
002240*   (AKTUALITAET DER KRITISCHEN BESTAENDE, GLEICHER AUFBAU).   *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
006000     EVALUATE TRUE
006100         WHEN WS-SPERR-EOF
006200             DISPLAY 'CBK991: SPERRKENNZEICHEN FEHLT - '
006300                     'ERZEUGENDER LAUF NICHT GELAUFEN'
006400             MOVE 16 TO RETURN-CODE
006500         WHEN SPERR-FREI
006600             DISPLAY 'CBK991: FREIGEGEBEN AM ' SPERR-DATUM
006700             DISPLAY 'CBK991: ' SPERR-GRUND
006800         WHEN SPERR-GESPERRT
006900             DISPLAY 'CBK991: GESPERRT AM ' SPERR-DATUM
007000             DISPLAY 'CBK991: ' SPERR-GRUND
007100             MOVE 16 TO RETURN-CODE
007200         WHEN OTHER
