           SELECT OPTIONAL RUNCTL ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD GARFILE
           02 RC-OUT-CNT PIC 9(7).
           02 RC-STATUS PIC X.

      * undeliverable-address flag kept by rmi086 - nothing is
      * extracted for mailing while an account carries one
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CYCLE PIC X.
       01  WS-FIRST-CYCLE PIC X VALUE SPACE.
       PROCEDURE DIVISION.

       P0.
           OPEN INPUT CYCLEIN GARFILE BADADDR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.

                 DISPLAY "GBC055 CYCLE " RC-INPUT-ID
                   " ALREADY RUN THIS MONTH - RUN REFUSED"
               END-IF
               CLOSE RUNCTL CYCLEIN GARFILE BADADDR
               STOP RUN
           END-READ.
           MOVE WS-TODAY TO RC-RUN-DATE.
           IF G-DELETE = "Y"
             GO TO P3.

           MOVE G-GARNO TO BA-GARNO.
           READ BADADDR
             INVALID
               CONTINUE
             NOT INVALID
               GO TO P3
           END-READ.

           IF G-BILLCYCLE = WS-CYCLE
           AND (G-LASTBILL = SPACE OR G-LASTBILL = LOW-VALUE
             OR G-LASTBILL(1:6) NOT = WS-TODAY(1:6))
           IF G-DELETE = "Y"
             GO TO DUNN-SCAN-1.

           MOVE G-GARNO TO BA-GARNO.
           READ BADADDR
             INVALID
               CONTINUE
             NOT INVALID
               GO TO DUNN-SCAN-1
           END-READ.

           IF (G-DUNNING NOT = SPACE) OR (G-ACCTSTAT NOT = SPACE)
             ADD 1 TO WS-DUNN-CNT
             MOVE SPACE TO FILEOUT01
             CONTINUE
           END-REWRITE.
           CLOSE RUNCTL.
           CLOSE CYCLEIN GARFILE FILEOUT BADADDR.
           STOP RUN.
