000100*--------------------------------------------------------------*
000200* PSEUSATZ    - SATZAUFBAU DER PSEUDONYMZUORDNUNG (DATEI        *
000300*               PSEUEIN/PSEUAUS) DES AUFBEWAHRUNGSLAUFS CBK975. *
000400*               JE BENUTZERKENNUNG, DIE IN EINEM ARCHIVIERTEN   *
000500*               SATZ DER AUFRUFPROTOKOLLDATEI CBK010A VORKAM,   *
000600*               EIN SATZ MIT DEM DAFUER VERGEBENEN PSEUDONYM    *
000700*               ('PS' UND EINE SECHSSTELLIGE LAUFENDE NUMMER)   *
000800*               UND DEM TAG DER VERGABE. DIE ZUORDNUNG WIRD VON *
000900*               LAUF ZU LAUF FORTGESCHRIEBEN, DAMIT EIN         *
001000*               BENUTZER IN ALLEN ARCHIVGENERATIONEN DASSELBE   *
001100*               PSEUDONYM TRAEGT.                               *
001200*               DIE DATEI IST NACH BENUTZERKENNUNG SORTIERT UND *
001300*               UNTERLIEGT DER ZUGRIFFSBESCHRAENKUNG DES        *
001400*               DATENSCHUTZES; SIE WIRD NIE ZUSAMMEN MIT DEN    *
001500*               ARCHIVEN AUSGEGEBEN.                            *
001600*--------------------------------------------------------------*
001700 01  PSEU-SATZ.
001800     05 PSEU-BENUTZER          PIC X(08).
001900     05 PSEU-PSEUDONYM         PIC X(08).
002000     05 PSEU-VERGABE-DATUM     PIC X(08).
002100     05 FILLER                 PIC X(56).
