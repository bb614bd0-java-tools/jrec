            03  RD430-PROD-GST-FLAG              PIC X(1).
                88  RD430-PROD-TAXABLE           VALUE 'T'.
                88  RD430-PROD-GST-FREE          VALUE 'F'.
            03  RD430-PROD-UNIT-WEIGHT           PIC 9(4)V999.
            03  RD430-PROD-UNIT-CUBE             PIC 9(2)V9(4).
            03  RD430-PROD-PACK-SIZE             PIC 9(4).



