002700     05 HS-GUELTIG-VON         PIC X(08).
002800     05 HS-GUELTIG-BIS         PIC X(08).
002900     05 HS-NACHFOLGE-BLZ       PIC X(08).
002950     05 HS-IBAN-REGEL          PIC X(06).
003000*--------------------------------------------------------------*
003100* SUCHBEREICH - HOST-VARIABLEN FUER DIE WHERE-KLAUSELN          *
003200*--------------------------------------------------------------*
