003000     05 DELTA-GUELTIG-VON      PIC X(08).
003100     05 DELTA-GUELTIG-BIS      PIC X(08).
003200     05 DELTA-NACHFOLGE-BLZ    PIC X(08).
003300     05 DELTA-IBAN-REGEL       PIC X(06).
