      *          PARTCNT.DAT, with the dollar difference extended at
      *          the part's price. Run standalone after the counts are
      *          keyed and before PARTS_COUNT_APPLY posts them.
      *          Each count is reported against the book quantity of
      *          the stockroom it was taken in: a crib's shelf on
      *          PARTSTK.DAT, or for the main stores PARTQTY less what
      *          the cribs hold and what is in transit.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT CNTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 JOBLOG-REC.
               COPY JOBLOGREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-CNT-STATUS         PIC XX VALUE ZEROES.
       01 WS-CNT-EOF            PIC X VALUE "F".
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-COUNT-STORE        PIC X(4) VALUE SPACES.
       01 WS-BOOK-QTY           PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-COUNT-TOTAL        PIC 9(5) VALUE ZEROES.
       01 WS-VARIANCE-TOTAL     PIC 9(5) VALUE ZEROES.
       01 WS-PRICE-NUM          PIC 9(7)V99 VALUE ZEROES.
           05 VALUE "DATE: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-COLUMN-HEADER.
           05 VALUE "PART ID STORE PART NAME          BOOK  COUNTED
      -    "   DIFF      DOLLAR DIFF".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-STORE          PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-BOOK           PIC ZZZZ9.
               GOBACK
           END-IF.
           OPEN INPUT FIN.
           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           OPEN OUTPUT RPTFILE.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-REPORT-TOTALS.

           CLOSE RPTFILE.
           IF WS-STK-ON-FILE = "T"
               CLOSE STKFILE
           END-IF.
           CLOSE FIN.
           CLOSE CNTFILE.
           DISPLAY "PARTS_COUNT_RPT: " WS-VARIANCE-TOTAL
           WRITE RPT-LINE.

       PRINT-VARIANCE-LINE.
           PERFORM GET-BOOK-QTY.
           COMPUTE WS-QTY-DIFF = CNT-QTY - WS-BOOK-QTY.
           MOVE PARTPRICE TO WS-PRICE-NUM.
           COMPUTE WS-DOLLAR-DIFF = WS-QTY-DIFF * WS-PRICE-NUM.
           IF WS-QTY-DIFF NOT = ZEROES
               ADD WS-DOLLAR-DIFF TO WS-DOLLAR-NET
           END-IF.
           MOVE PARTID TO WD-PARTID.
           MOVE WS-COUNT-STORE TO WD-STORE.
           MOVE PARTNAME TO WD-PARTNAME.
           MOVE WS-BOOK-QTY TO WD-BOOK.
           MOVE CNT-QTY TO WD-COUNTED.
           MOVE WS-QTY-DIFF TO WD-DIFF.
           MOVE WS-DOLLAR-DIFF TO WD-DOLLAR.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** A count keyed before counts carried a stockroom is a main
      ****** stores count.
       GET-BOOK-QTY.
           MOVE CNT-STORE TO WS-COUNT-STORE.
           IF WS-COUNT-STORE = SPACES OR WS-COUNT-STORE = LOW-VALUES
               MOVE "MAIN" TO WS-COUNT-STORE
           END-IF.
           MOVE ZEROES TO WS-BOOK-QTY.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           IF WS-STK-ON-FILE = "T"
               IF WS-COUNT-STORE = "MAIN"
                   PERFORM SUM-HELD-ELSEWHERE
               ELSE
                   MOVE PARTID TO STK-PARTID
                   MOVE WS-COUNT-STORE TO STK-STORE
                   READ STKFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STK-QTY TO WS-BOOK-QTY
                   END-READ
               END-IF
           END-IF.
           IF WS-COUNT-STORE = "MAIN"
               AND PARTQTY > WS-HELD-ELSEWHERE
               COMPUTE WS-BOOK-QTY = PARTQTY - WS-HELD-ELSEWHERE
           END-IF.

       SUM-HELD-ELSEWHERE.
           MOVE "F" TO WS-STK-EOF.
           MOVE PARTID TO STK-PARTID.
           MOVE LOW-VALUES TO STK-STORE.
           START STKFILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY
                   MOVE "T" TO WS-STK-EOF
           END-START.
           PERFORM UNTIL WS-STK-EOF = "T"
               READ STKFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-STK-EOF
                   NOT AT END
                       IF STK-PARTID NOT = PARTID
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           ADD STK-QTY TO WS-HELD-ELSEWHERE
                           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
