001750*--------------------------------------------------------------*
001760     05 BUBA-GUELTIG-BIS       PIC X(08).
001770     05 BUBA-NACHFOLGE-BLZ     PIC X(08).
001780*--------------------------------------------------------------*
001790* IBAN-REGEL DES INSTITUTS LT. BUNDESBANK (REGELNUMMER         *
001795* 4-STELLIG, VERSION 2-STELLIG, LEER = STANDARDREGEL 000000)   *
001810*--------------------------------------------------------------*
001820     05 BUBA-IBAN-REGEL        PIC X(06).
