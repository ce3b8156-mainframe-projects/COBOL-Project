      *          catalog report so it can go straight into the
      *          month-end binder. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      *          The run asks for a stockroom. Left blank the report
      *          values the whole company as before and finishes with
      *          a stockroom reconciliation - the main stores, each
      *          crib and stock in transit between them, each extended
      *          at the same unit cost - whose total agrees to the
      *          grand total. Given a stockroom code it values only
      *          the stock on that stockroom's shelves.
      *          Called by PARTS_PERIOD_CLOSE while a month is CLOSING
      *          on PERIOD.DAT the stockroom is not asked for - the
      *          close always values the whole company.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
               SELECT SORTFILE ASSIGN TO DISK.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           01 SUPP-REC.
               COPY SUPPREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

       SD SORTFILE.
           01 SORT-REC.
               COPY PARTREC.
       01 WS-SUPPLIER-VALUE     PIC 9(13)V99 VALUE ZEROES.
       01 WS-GRAND-VALUE        PIC 9(14)V99 VALUE ZEROES.
       01 WS-PART-COUNT         PIC 9(5) VALUE ZEROES.
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-STORE-STATUS       PIC XX VALUE ZEROES.
       01 WS-STORE-ON-FILE      PIC X VALUE "F".
       01 WS-VAL-STORE          PIC X(4) VALUE SPACES.
       01 WS-UNIT-COST          PIC 9(7)V99 VALUE ZEROES.
       01 WS-VAL-QTY            PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-LINE-VALUE         PIC 9(12)V99 VALUE ZEROES.
       01 WS-RECON-TOTAL        PIC 9(14)V99 VALUE ZEROES.
       01 WS-PER-STATUS         PIC XX VALUE ZEROES.
       01 WS-PER-EOF            PIC X VALUE "F".
       01 WS-CLOSE-PERIOD       PIC 9(6) VALUE ZEROES.
       01 WS-RECON-DIFF         PIC S9(14)V99 VALUE ZEROES.
       01 WS-TRANSIT-QTY        PIC 9(9) VALUE ZEROES.
       01 WS-TRANSIT-VALUE      PIC 9(14)V99 VALUE ZEROES.
       01 WS-STORE-COUNT        PIC 99 VALUE ZEROES.
       01 WS-STORE-MAX          PIC 99 VALUE 20.
       01 WS-STORE-IDX          PIC 99 VALUE ZEROES.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 20 TIMES.
               10 WST-CODE       PIC X(4).
               10 WST-QTY        PIC 9(9).
               10 WST-VALUE      PIC 9(14)V99.
       01 WS-PAGE-NUM           PIC 9(3) VALUE ZEROES.
       01 WS-LINE-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-PAGE-SIZE          PIC 9(3) VALUE 50.
       01 WS-REPORT-DATE-EDIT   PIC 9999/99/99.
       01 WS-TITLE-LINE.
           05 VALUE "INVENTORY VALUATION REPORT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 VALUE "STORE: ".
           05 WT-STORE          PIC X(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WT-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WG-COUNT           PIC ZZZZ9.
           05 VALUE " PARTS): ".
           05 WG-TOTAL           PIC $ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RECON-TITLE-LINE.
           05 VALUE "STOCKROOM RECONCILIATION".
       01 WS-RECON-HEADER.
           05 VALUE "STOCKROOM         QUANTITY".
           05 VALUE "           EXTENDED VALUE".
       01 WS-RECON-LINE.
           05 WR-STORE           PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WR-QTY             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WR-VALUE           PIC $ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RECON-DIFF-LINE.
           05 VALUE "DIFFERENCE TO GRAND TOTAL: ".
           05 WR-DIFF            PIC -$ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 VALUE " - RUN PARTS_INTEGRITY_CHK".

      *-----------------------
       PROCEDURE DIVISION.
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           PERFORM 200-CHOOSE-STOCKROOM.
           IF WS-JOB-RC NOT = ZEROES
               CLOSE SUPPFILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY PARTSUPP OF SORT-REC PARTID OF SORT-REC
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           CLOSE SUPPFILE.
           IF WS-STK-ON-FILE = "T"
               CLOSE STKFILE
           END-IF.
           DISPLAY "PARTS_VALUATION_RPT: " WS-PART-COUNT
               " PART(S) VALUED".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Blank values the whole company. A crib must be on the
      ****** stockroom master; the main stores can always be valued.
       200-CHOOSE-STOCKROOM.
           PERFORM 210-FIND-CLOSING-PERIOD.
           IF WS-CLOSE-PERIOD NOT = ZEROES
               DISPLAY "PARTS_VALUATION_RPT: VALUING ALL STOCKROOMS "
                   "FOR THE CLOSE OF PERIOD " WS-CLOSE-PERIOD
               MOVE SPACES TO WS-VAL-STORE
           ELSE
               DISPLAY "PARTS_VALUATION_RPT: ENTER STOCKROOM CODE OR "
                   "BLANK FOR ALL STOCKROOMS"
               ACCEPT WS-VAL-STORE
           END-IF.
           IF WS-VAL-STORE = SPACES
               MOVE "ALL" TO WT-STORE
           ELSE
               MOVE WS-VAL-STORE TO WT-STORE
           END-IF.
           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           MOVE 1 TO WS-STORE-COUNT.
           MOVE "MAIN" TO WST-CODE(1).
           MOVE ZEROES TO WST-QTY(1).
           MOVE ZEROES TO WST-VALUE(1).
           IF WS-VAL-STORE NOT = SPACES AND WS-VAL-STORE NOT = "MAIN"
               OPEN INPUT STOREFILE
               IF WS-STORE-STATUS = "00"
                   MOVE "T" TO WS-STORE-ON-FILE
                   MOVE WS-VAL-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           MOVE "F" TO WS-STORE-ON-FILE
                   END-READ
                   CLOSE STOREFILE
               END-IF
               IF WS-STORE-ON-FILE = "F"
                   DISPLAY "PARTS_VALUATION_RPT: STOCKROOM "
                       WS-VAL-STORE " NOT ON FILE"
                   MOVE 1 TO WS-JOB-RC
               END-IF
           END-IF.

      ****** A month marked CLOSING means the month-end close is
      ****** running this report. No PERIOD.DAT means no close yet.
       210-FIND-CLOSING-PERIOD.
           MOVE ZEROES TO WS-CLOSE-PERIOD.
           OPEN INPUT PERFILE.
           IF WS-PER-STATUS = "00"
               MOVE "F" TO WS-PER-EOF
               PERFORM UNTIL WS-PER-EOF = "T"
                   READ PERFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-PER-EOF
                       NOT AT END
                           IF PER-STATUS = "CLOSING"
                               MOVE PER-PERIOD TO WS-CLOSE-PERIOD
                               MOVE "T" TO WS-PER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFILE
           END-IF.

       300-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE.
           PERFORM 310-PRINT-PAGE-HEADER.
               PERFORM 340-PRINT-SUPPLIER-SUBTOTAL
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           IF WS-VAL-STORE = SPACES
               PERFORM 370-PRINT-RECONCILIATION
           END-IF.

           CLOSE RPTFILE.

      ****** supplier subtotal and the grand total so every figure
      ****** on the report adds up.
       330-PRINT-DETAIL-LINE.
           MOVE PARTPRICE OF SORT-REC TO WS-PRICE-NUM.
           IF PARTAVGCOST OF SORT-REC NUMERIC
               MOVE PARTAVGCOST OF SORT-REC TO WS-COST-NUM
               MOVE ZEROES TO WS-COST-NUM
           END-IF.
           IF WS-COST-NUM = ZEROES
               MOVE WS-PRICE-NUM TO WS-UNIT-COST
           ELSE
               MOVE WS-COST-NUM TO WS-UNIT-COST
           END-IF.
           IF WS-VAL-STORE = SPACES
               MOVE PARTQTY OF SORT-REC TO WS-VAL-QTY
               PERFORM 360-SPLIT-BY-STOCKROOM
           ELSE
               PERFORM 365-GET-STORE-QTY
           END-IF.
           IF WS-VAL-STORE = SPACES OR WS-VAL-STORE = "MAIN"
               OR WS-VAL-QTY > ZEROES
               PERFORM 335-PRINT-VALUED-PART
           END-IF.

       335-PRINT-VALUED-PART.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 310-PRINT-PAGE-HEADER
           END-IF.
           COMPUTE WS-EXT-VALUE = WS-VAL-QTY * WS-UNIT-COST.
           ADD WS-EXT-VALUE TO WS-SUPPLIER-VALUE.
           ADD WS-EXT-VALUE TO WS-GRAND-VALUE.
           ADD 1 TO WS-PART-COUNT.
           MOVE PARTID OF SORT-REC TO WD-PARTID.
           MOVE PARTNAME OF SORT-REC TO WD-PARTNAME.
           MOVE WS-VAL-QTY TO WD-PARTQTY.
           MOVE PARTPRICE OF SORT-REC TO WD-PARTPRICE.
           MOVE WS-COST-NUM TO WD-AVG-COST.
           MOVE WS-EXT-VALUE TO WD-EXT-VALUE.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** Spreads the part's company quantity over the stockrooms:
      ****** each crib shelf and each transfer in transit from
      ****** PARTSTK.DAT, with the main stores holding the rest.
      ****** Every share is extended at the part's unit cost.
       360-SPLIT-BY-STOCKROOM.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE "F" TO WS-STK-EOF.
           IF WS-STK-ON-FILE = "F"
               MOVE "T" TO WS-STK-EOF
           ELSE
               MOVE PARTID OF SORT-REC TO STK-PARTID
               MOVE LOW-VALUES TO STK-STORE
               START STKFILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       MOVE "T" TO WS-STK-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-STK-EOF = "T"
               READ STKFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-STK-EOF
                   NOT AT END
                       IF STK-PARTID NOT = PARTID OF SORT-REC
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           PERFORM 362-ADD-SHELF-SHARE
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTQTY OF SORT-REC > WS-HELD-ELSEWHERE
               COMPUTE WS-LINE-VALUE = (PARTQTY OF SORT-REC -
                   WS-HELD-ELSEWHERE) * WS-UNIT-COST
               COMPUTE WST-QTY(1) = WST-QTY(1) +
                   PARTQTY OF SORT-REC - WS-HELD-ELSEWHERE
               ADD WS-LINE-VALUE TO WST-VALUE(1)
           END-IF.

       362-ADD-SHELF-SHARE.
           ADD STK-QTY TO WS-HELD-ELSEWHERE.
           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE.
           ADD STK-TRANSIT TO WS-TRANSIT-QTY.
           COMPUTE WS-LINE-VALUE = STK-TRANSIT * WS-UNIT-COST.
           ADD WS-LINE-VALUE TO WS-TRANSIT-VALUE.
           IF STK-STORE NOT = "MAIN" AND STK-QTY > ZEROES
               MOVE 1 TO WS-STORE-IDX
               PERFORM UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   OR WST-CODE(WS-STORE-IDX) = STK-STORE
                   ADD 1 TO WS-STORE-IDX
               END-PERFORM
               IF WS-STORE-IDX > WS-STORE-COUNT
                   AND WS-STORE-COUNT < WS-STORE-MAX
                   ADD 1 TO WS-STORE-COUNT
                   MOVE WS-STORE-COUNT TO WS-STORE-IDX
                   MOVE STK-STORE TO WST-CODE(WS-STORE-IDX)
                   MOVE ZEROES TO WST-QTY(WS-STORE-IDX)
                   MOVE ZEROES TO WST-VALUE(WS-STORE-IDX)
               END-IF
               IF WS-STORE-IDX NOT > WS-STORE-COUNT
                   COMPUTE WS-LINE-VALUE = STK-QTY * WS-UNIT-COST
                   ADD STK-QTY TO WST-QTY(WS-STORE-IDX)
                   ADD WS-LINE-VALUE TO WST-VALUE(WS-STORE-IDX)
               END-IF
           END-IF.

      ****** Quantity on the chosen stockroom's shelves only: a crib
      ****** from its PARTSTK.DAT record, the main stores as PARTQTY
      ****** less every crib and everything in transit.
       365-GET-STORE-QTY.
           MOVE ZEROES TO WS-VAL-QTY.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           IF WS-STK-ON-FILE = "T"
               IF WS-VAL-STORE = "MAIN"
                   MOVE "F" TO WS-STK-EOF
                   MOVE PARTID OF SORT-REC TO STK-PARTID
                   MOVE LOW-VALUES TO STK-STORE
                   START STKFILE KEY IS NOT LESS THAN STK-KEY
                       INVALID KEY
                           MOVE "T" TO WS-STK-EOF
                   END-START
                   PERFORM UNTIL WS-STK-EOF = "T"
                       READ STKFILE NEXT RECORD
                           AT END
                               MOVE "T" TO WS-STK-EOF
                           NOT AT END
                               IF STK-PARTID NOT = PARTID OF SORT-REC
                                   MOVE "T" TO WS-STK-EOF
                               ELSE
                                   ADD STK-QTY TO WS-HELD-ELSEWHERE
                                   ADD STK-TRANSIT
                                       TO WS-HELD-ELSEWHERE
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE PARTID OF SORT-REC TO STK-PARTID
                   MOVE WS-VAL-STORE TO STK-STORE
                   READ STKFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STK-QTY TO WS-VAL-QTY
                   END-READ
               END-IF
           END-IF.
           IF WS-VAL-STORE = "MAIN"
               AND PARTQTY OF SORT-REC > WS-HELD-ELSEWHERE
               COMPUTE WS-VAL-QTY =
                   PARTQTY OF SORT-REC - WS-HELD-ELSEWHERE
           END-IF.

      ****** The stockroom shares, plus stock in transit, must add
      ****** back to the company grand total; any difference means a
      ****** crib or transit quantity exceeds the part's PARTQTY.
       370-PRINT-RECONCILIATION.
           PERFORM 310-PRINT-PAGE-HEADER.
           MOVE WS-RECON-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RECON-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZEROES TO WS-RECON-TOTAL.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               MOVE WST-CODE(WS-STORE-IDX) TO WR-STORE
               MOVE WST-QTY(WS-STORE-IDX) TO WR-QTY
               MOVE WST-VALUE(WS-STORE-IDX) TO WR-VALUE
               ADD WST-VALUE(WS-STORE-IDX) TO WS-RECON-TOTAL
               MOVE WS-RECON-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE "IN TRANSIT" TO WR-STORE.
           MOVE WS-TRANSIT-QTY TO WR-QTY.
           MOVE WS-TRANSIT-VALUE TO WR-VALUE.
           ADD WS-TRANSIT-VALUE TO WS-RECON-TOTAL.
           MOVE WS-RECON-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL" TO WR-STORE.
           MOVE ZEROES TO WR-QTY.
           MOVE WS-RECON-TOTAL TO WR-VALUE.
           MOVE WS-RECON-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-RECON-DIFF = WS-RECON-TOTAL - WS-GRAND-VALUE.
           IF WS-RECON-DIFF NOT = ZEROES
               MOVE WS-RECON-DIFF TO WR-DIFF
               MOVE WS-RECON-DIFF-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.


      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
