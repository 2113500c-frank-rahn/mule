000700*               FOLGEJOBS UND DIE ARBEITSVORBEREITUNG PRUEFEN   *
000800*               DIESEN SATZ (CBK991), BEVOR DER ONLINE-DIENST   *
000900*               GEOEFFNET WIRD.                                 *
000910*               DER MORGENBERICHT CBK995 SCHREIBT IM GLEICHEN   *
000920*               AUFBAU EIN EIGENES KENNZEICHEN: 'G' =           *
000930*               KRITISCHER BESTAND VERALTET ODER NICHT          *
000940*               AKTUALISIERT, SPERR-GRUND NENNT PROGRAMM UND    *
000950*               BEFUND.                                         *
001000*--------------------------------------------------------------*
001100 01  SPERR-SATZ.
001200     05 SPERR-KZ               PIC X(01).
