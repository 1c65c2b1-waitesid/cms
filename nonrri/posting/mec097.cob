           SELECT OPTIONAL RUNCTL ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ADJREAS ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AR-CODE
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMIN.
           02 PC-BATCH PIC X(6).

      * payment history detail - P payments and A contractual
      * adjustments per charge line, written by the posting run,
      * and W write-offs from wof072 with their reason in
      * PH-DENIAL; PH-CLOSED carries the period each record was
      * swept into
       FD  PAYHIST.
       01  PAYHIST01.
           02 PAYHIST-KEY.
      * doctor and journal type:
      *   CHG charges   PAY payments   ADJ contractual adj
      *   PPC/PPP/PPA - same, posted late for a closed period
      *   write-offs under their reason's GL category (ADJREAS)
      *   CHR financial-assistance (charity) discounts
       FD  GLEXTR.
       01  GLEXTR01.
           02 GL-PERIOD PIC X(6).
           02 RC-OUT-CNT PIC 9(7).
           02 RC-STATUS PIC X.

      * adjustment reason master kept by arm071
       FD  ADJREAS.
       01  ADJREAS01.
           02 AR-CODE PIC XX.
           02 AR-DESC PIC X(24).
           02 AR-GLCAT PIC XXX.
           02 AR-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  PERIOD6 PIC X(6).
       01  PERIOD9 PIC 9(6).
       01  TOT-CHG PIC S9(9)V99 VALUE 0.
       01  TOT-PAY PIC S9(9)V99 VALUE 0.
       01  TOT-ADJ PIC S9(9)V99 VALUE 0.
       01  TOT-WO PIC S9(9)V99 VALUE 0.
       01  TOT-CHR PIC S9(9)V99 VALUE 0.
       01  JCAT PIC XXX.
       01  WJ-CNT PIC 999 VALUE 0.
       01  WJX PIC 999.
       01  WJ-TAB01.
           02 WJ-TAB OCCURS 200 TIMES.
             03 WJ-OFFICE PIC X(4).
             03 WJ-DOC PIC XX.
             03 WJ-CAT PIC XXX.
             03 WJ-AMT PIC S9(9)V99.
       01  JRN-LINE.
           02 JL-OFFICE PIC X(4).
           02 FILLER PIC X(2).
           END-WRITE

           OPEN I-O CHARCUR PAYHIST.
           OPEN INPUT PAYCUR GARFILE ADJREAS.
           OPEN OUTPUT GLEXTR RPTFILE.
           MOVE SPACE TO RPTFILE01.
           STRING "MONTH-END CLOSE AND GL JOURNAL  PERIOD " PERIOD6
           END-READ
           MOVE PH-KEY8 TO G-GARNO
           PERFORM OFFICE-GET2 THRU OFFICE-GET2-EXIT
           IF PH-TYPE = "W" OR PH-TYPE = "C"
             PERFORM WJ-ADD THRU WJ-ADD-EXIT
             GO TO H2.
           PERFORM MJ-FIND THRU MJ-FIND-EXIT
           IF PH-TYPE = "A"
             IF PH-DATE-E < PER-START
               ADD PH-AMOUNT TO MJ-PAY(MJX)
             END-IF
             ADD PH-AMOUNT TO TOT-PAY
           END-IF.
       H2.
           MOVE PERIOD6 TO PH-CLOSED
           REWRITE PAYHIST01
           GO TO H1.
           END-IF.
       MJ-FIND-EXIT. EXIT.

      * a write-off journals under its reason's GL category, late
      * or not - WOF when the reason has left the master.  a
      * financial-assistance discount (C) is charity whatever its
      * tier
       WJ-ADD.
           IF PH-TYPE = "C"
             MOVE "CHR" TO JCAT
             ADD PH-AMOUNT TO TOT-CHR
           ELSE
             MOVE PH-DENIAL TO AR-CODE
             READ ADJREAS INVALID
               MOVE "WOF" TO JCAT
             NOT INVALID
               MOVE AR-GLCAT TO JCAT
             END-READ
             ADD PH-AMOUNT TO TOT-WO
           END-IF
           MOVE 1 TO WJX.
       WJ-ADD-1.
           IF WJX > WJ-CNT GO TO WJ-ADD-2.
           IF WJ-OFFICE(WJX) = JOFFICE AND WJ-DOC(WJX) = JDOC
             AND WJ-CAT(WJX) = JCAT
             ADD PH-AMOUNT TO WJ-AMT(WJX)
             GO TO WJ-ADD-EXIT.
           ADD 1 TO WJX
           GO TO WJ-ADD-1.
       WJ-ADD-2.
           IF WJ-CNT < 200
             ADD 1 TO WJ-CNT
             MOVE WJ-CNT TO WJX
             MOVE JOFFICE TO WJ-OFFICE(WJX)
             MOVE JDOC TO WJ-DOC(WJX)
             MOVE JCAT TO WJ-CAT(WJX)
             MOVE PH-AMOUNT TO WJ-AMT(WJX)
           ELSE
             DISPLAY "WJ-TAB HAS MORE THAN 200 WRITE-OFF "
               "COMBINATIONS, LUMPING INTO LAST"
             ADD PH-AMOUNT TO WJ-AMT(200)
           END-IF.
       WJ-ADD-EXIT. EXIT.

       WJ-PUT.
           IF WJX > WJ-CNT GO TO WJ-PUT-EXIT.
           IF WJ-AMT(WJX) NOT = 0
             MOVE PERIOD6 TO GL-PERIOD
             MOVE WJ-OFFICE(WJX) TO GL-OFFICE
             MOVE WJ-DOC(WJX) TO GL-DOC
             MOVE WJ-CAT(WJX) TO GL-TYPE
             MOVE WJ-AMT(WJX) TO GL-AMOUNT
             PERFORM GL-PUT THRU GL-PUT-EXIT.
           ADD 1 TO WJX
           GO TO WJ-PUT.
       WJ-PUT-EXIT. EXIT.

       GL-PUT.
           ADD 1 TO GL-CNT
           WRITE GLEXTR01
               PERFORM GL-PUT THRU GL-PUT-EXIT
             END-IF
           END-PERFORM.
           MOVE 1 TO WJX.
           PERFORM WJ-PUT THRU WJ-PUT-EXIT.

           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE TOT-ADJ TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TOTAL WRITE-OFFS SWEPT:" TO TL-LABEL.
           MOVE TOT-WO TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TOTAL CHARITY SWEPT:" TO TL-LABEL.
           MOVE TOT-CHR TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.

           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME(1:6) TO RC-END-TIME.
             CONTINUE
           END-REWRITE.
           CLOSE RUNCTL.
           CLOSE CHARCUR PAYCUR PAYHIST GARFILE GLEXTR RPTFILE
           ADJREAS.
           STOP RUN.
