             MOVE CC-DOCP TO JDOC
           END-READ
           PERFORM DOC-FIND THRU DOC-FIND-EXIT
      * a write-off (W) or a financial-assistance discount (C) is
      * an adjustment to production, not cash
           IF PH-TYPE = "A" OR PH-TYPE = "W" OR PH-TYPE = "C"
             ADD PH-AMOUNT TO DT-Y-ADJ(DX)
             IF PH-DATE-E NOT < MON-START
               ADD PH-AMOUNT TO DT-M-ADJ(DX)
