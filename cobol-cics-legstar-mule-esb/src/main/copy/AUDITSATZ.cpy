000100*--------------------------------------------------------------*
000200* AUDITSATZ   - SATZAUFBAU DER AUFRUFPROTOKOLLDATEI (CICS-      *
000300*               DATEI CBK010A) - EIN SATZ PRO AUFRUF DER        *
000400*               ONLINE-SERVICES CBK010, CBK020, CBK021 UND      *
000410*               CBK040. BEI DER IBAN-LISTENPRUEFUNG CBK021      *
000420*               (SUCHART 'L') TRAEGT AUDIT-ANZAHL-SAETZE DIE    *
000430*               ZAHL DER GEPRUEFTEN IBAN.                       *
000500*               SERVICE, AUFRUFENDES SYSTEM (AUS DER COMMAREA)  *
000600*               UND ANGEMELDETER BENUTZER WERDEN FUER DIE       *
000700*               MONATLICHE VERRECHNUNG (CBK970) MITGEFUEHRT.    *
000710*               DIE VORWARNUNG BEI ANGEKUENDIGTEN BLZ-          *
000720*               LOESCHUNGEN (CBK971) WERTET DIE ABGEFRAGTEN     *
000730*               BLZ AUS.                                        *
000740*               IN DEN ARCHIVGENERATIONEN DES                   *
000745*               AUFBEWAHRUNGSLAUFS CBK975 STEHT IN              *
000748*               AUDIT-BENUTZER EIN PSEUDONYM (PSEUSATZ).        *
000800*--------------------------------------------------------------*
000900 01  AUDIT-SATZ.
001000     05 AUDIT-SCHLUESSEL.
