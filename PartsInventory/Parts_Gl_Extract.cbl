      *          GLEXTRACT.DAT is fixed-layout with a record type in
      *          column one and every amount zoned with two implied
      *          decimals:
      *            H  period, run date and R on a restatement
      *            V  one per supplier - extended inventory value at
      *               the moving-average cost (list price where no
      *               average has been set), the same figures the
      *               the receipts' actual unit costs
      *            I  the period's issues - units out and value at
      *               the order lines' issue-time prices
      *            D  the period's returns to vendor - units sent
      *               back on PARTRTV.DAT and value at the receipt
      *               costs they were backed out at, the debit notes
      *               the suppliers are to credit
      *            T  control trailer - count of the records ahead of
      *               it and a hash total of every amount, for
      *               accounting to balance against before posting.
      *          The accounting period is prompted for on the console
      *          as YYYYMM. Run standalone at month end, not from
      *          PARTS-HOME-SCREEN.
      *          While PARTS_PERIOD_CLOSE has a month CLOSING on
      *          PERIOD.DAT the extract is for that month and nothing
      *          is asked; the close stores the file's totals as the
      *          figures handed to accounting. An extract of a month
      *          accounting has already booked - one that has been
      *          closed, whether or not it has since been reopened -
      *          is a restatement: the header carries an R, the
      *          difference of every figure against the totals stored
      *          at the close is printed on GLRESTATE.RPT, and the
      *          rerun is logged on PERIODLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT RCPTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
               SELECT RTVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               FILE STATUS IS WS-DTL-STATUS.
               SELECT EXTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
               SELECT PLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
               SELECT RSTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           01 RCPT-REC.
               COPY RCPTREC.

       FD RTVFILE
           VALUE OF FILE-ID IS "../PARTRTV.DAT".
           01 RTV-REC.
               COPY RTVREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               05 EXH-TYPE             PIC X.
               05 EXH-PERIOD           PIC 9(6).
               05 EXH-RUN-DATE         PIC 9(8).
               05 EXH-RESTATED         PIC X.
               05 FILLER               PIC X(24).
           01 EXT-VALUE-REC REDEFINES EXT-REC.
               05 EXV-TYPE             PIC X.
               05 EXV-SUPP             PIC 9(5).
               05 EXT-HASH-TOTAL       PIC 9(15)V99.
               05 FILLER               PIC X(15).

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

       FD PLOGFILE
           VALUE OF FILE-ID IS "../PERIODLOG.DAT".
           01 PLOG-REC.
               COPY PLOGREC.

       FD RSTFILE
           VALUE OF FILE-ID IS "../GLRESTATE.RPT".
           01 RST-LINE PIC X(100).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-RCPT-STATUS        PIC XX VALUE ZEROES.
       01 WS-RTV-STATUS         PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-RCPT-VALUE         PIC 9(13)V99 VALUE ZEROES.
       01 WS-ISSUE-QTY          PIC 9(7) VALUE ZEROES.
       01 WS-ISSUE-VALUE        PIC 9(13)V99 VALUE ZEROES.
       01 WS-RTV-QTY            PIC 9(7) VALUE ZEROES.
       01 WS-RTV-VALUE          PIC 9(13)V99 VALUE ZEROES.
       01 WS-RECORD-COUNT       PIC 9(7) VALUE ZEROES.
       01 WS-HASH-TOTAL         PIC 9(15)V99 VALUE ZEROES.
       01 WS-SUPP-COUNT         PIC 9(3) VALUE ZEROES.
           05 WS-SUPP-SLOT-ENTRY OCCURS 500 TIMES.
               10 WS-SLOT-SUPP-ID  PIC 9(5).
               10 WS-SLOT-VALUE    PIC 9(13)V99.
       01 WS-PER-STATUS         PIC XX VALUE ZEROES.
       01 WS-PLOG-STATUS        PIC XX VALUE ZEROES.
       01 WS-PER-ON-FILE        PIC X VALUE "F".
       01 WS-CLOSING-FOUND      PIC X VALUE "F".
       01 WS-RESTATEMENT        PIC X VALUE "F".
       01 WS-INV-VALUE          PIC 9(15)V99 VALUE ZEROES.
       01 WS-BOOKED-AMOUNT      PIC 9(15)V99 VALUE ZEROES.
       01 WS-NOW-AMOUNT         PIC 9(15)V99 VALUE ZEROES.
       01 WS-DIFF-AMOUNT        PIC S9(15)V99 VALUE ZEROES.
       01 WS-BOOKED-QTY         PIC 9(7) VALUE ZEROES.
       01 WS-NOW-QTY            PIC 9(7) VALUE ZEROES.
       01 WS-DIFF-QTY           PIC S9(7) VALUE ZEROES.
       01 WS-ANY-DIFFERENCE     PIC X VALUE "F".
       01 WS-HASH-DIFF          PIC S9(15)V99 VALUE ZEROES.
       01 WS-RST-TITLE-LINE.
           05 VALUE "GL EXTRACT RESTATEMENT - PERIOD ".
           05 WRT-PERIOD        PIC 9999/99.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 VALUE "RUN DATE: ".
           05 WRT-DATE          PIC 9999/99/99.
       01 WS-RST-BOOKED-LINE.
           05 VALUE "BOOKED BY THE CLOSE OF ".
           05 WRB-DATE          PIC 9999/99/99.
           05 VALUE " BY ".
           05 WRB-BY            PIC X(8).
           05 VALUE " - PERIOD NOW ".
           05 WRB-STATUS        PIC X(8).
       01 WS-RST-HEADER.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 VALUE "BOOKED AT CLOSE".
           05 FILLER            PIC X(12) VALUE SPACES.
           05 VALUE "THIS EXTRACT".
           05 FILLER            PIC X(15) VALUE SPACES.
           05 VALUE "DIFFERENCE".
       01 WS-RST-AMOUNT-LINE.
           05 WRA-LABEL         PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WRA-BOOKED        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WRA-NOW           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WRA-DIFF          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RST-QTY-LINE.
           05 WRQ-LABEL         PIC X(20).
           05 FILLER            PIC X(15) VALUE SPACES.
           05 WRQ-BOOKED        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 WRQ-NOW           PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 WRQ-DIFF          PIC -Z,ZZZ,ZZ9.
       01 WS-RESTATE-REASON.
           05 VALUE "HASH DIFFERENCE ".
           05 WRR-HASH-DIFF     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------
       PROCEDURE DIVISION.
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-CLOSING-PERIOD.
           IF WS-CLOSING-FOUND = "T"
               DISPLAY "PARTS_GL_EXTRACT: EXTRACTING PERIOD " WS-PERIOD
                   " FOR THE MONTH-END CLOSE"
           ELSE
               DISPLAY "PARTS_GL_EXTRACT: ENTER THE ACCOUNTING PERIOD "
                   "(YYYYMM)"
               ACCEPT WS-PERIOD
           END-IF.
           IF WS-PERIOD = ZEROES
               DISPLAY "PARTS_GL_EXTRACT: NO PERIOD GIVEN - "
                   "NOTHING TO DO"
               PERFORM CLOSE-PERIOD-FILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
               DISPLAY "PARTS_GL_EXTRACT: PARTLIST.DAT NOT FOUND - "
                   "NOTHING TO EXTRACT"
               MOVE 1 TO WS-JOB-RC
               PERFORM CLOSE-PERIOD-FILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE FIN.
           PERFORM ACCUMULATE-RECEIPTS.
           PERFORM ACCUMULATE-ISSUES.
           PERFORM ACCUMULATE-VENDOR-RETURNS.
           PERFORM CHECK-FOR-RESTATEMENT.
           PERFORM WRITE-EXTRACT-FILE.

           DISPLAY "PARTS_GL_EXTRACT: " WS-RECORD-COUNT
               " RECORD(S) EXTRACTED FOR PERIOD " WS-PERIOD.
           IF WS-RESTATEMENT = "T"
               PERFORM PRINT-RESTATEMENT
               PERFORM WRITE-RESTATE-LOG
           END-IF.
           PERFORM CLOSE-PERIOD-FILE.
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** A month the close has marked CLOSING is the month being
      ****** extracted. PERIOD.DAT is held open for the restatement
      ****** check; it only exists once the first close has run.
       FIND-CLOSING-PERIOD.
           MOVE "F" TO WS-CLOSING-FOUND.
           OPEN INPUT PERFILE.
           IF WS-PER-STATUS = "00"
               MOVE "T" TO WS-PER-ON-FILE
               MOVE "F" TO WS-SCAN-EOF
               MOVE ZEROES TO PER-PERIOD
               START PERFILE KEY IS NOT LESS THAN PER-PERIOD
                   INVALID KEY
                       MOVE "T" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ PERFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF PER-STATUS = "CLOSING"
                               MOVE PER-PERIOD TO WS-PERIOD
                               MOVE "T" TO WS-CLOSING-FOUND
                               MOVE "T" TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CLOSE-PERIOD-FILE.
           IF WS-PER-ON-FILE = "T"
               CLOSE PERFILE
               MOVE "F" TO WS-PER-ON-FILE
           END-IF.

      ****** A month that has ever been closed has had its figures
      ****** booked by accounting. Its record stays in PERIOD-REC
      ****** for the comparison.
       CHECK-FOR-RESTATEMENT.
           MOVE "F" TO WS-RESTATEMENT.
           IF WS-PER-ON-FILE = "T"
               MOVE WS-PERIOD TO PER-PERIOD
               READ PERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-CLOSE-DATE NUMERIC
                           AND PER-CLOSE-DATE > ZEROES
                           MOVE "T" TO WS-RESTATEMENT
                       END-IF
               END-READ
           END-IF.

      ****** Accumulates the extended inventory value per supplier at
      ****** the same cost the valuation report extends at - the
      ****** moving average, or the list price where no average has
                   + ((MDTL-QTY - MDTL-RET-QTY) * MDTL-ISSUE-PRICE)
           END-IF.

      ****** Stock sent back to suppliers, valued at the receipt cost
      ****** it was backed out of the average at. PARTRTV.DAT only
      ****** exists once the first return has been made.
       ACCUMULATE-VENDOR-RETURNS.
           OPEN INPUT RTVFILE.
           IF WS-RTV-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RTVFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF RTV-DATE(1:6) = WS-PERIOD
                               ADD RTV-QTY TO WS-RTV-QTY
                               COMPUTE WS-RTV-VALUE = WS-RTV-VALUE
                                   + (RTV-QTY * RTV-UNIT-COST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTVFILE
           END-IF.

      ****** The trailer counts every record ahead of it and hashes
      ****** every amount written, so accounting can prove the file
      ****** arrived whole before a penny posts.
           MOVE "H" TO EXH-TYPE.
           MOVE WS-PERIOD TO EXH-PERIOD.
           MOVE WS-RUN-DATE TO EXH-RUN-DATE.
           IF WS-RESTATEMENT = "T"
               MOVE "R" TO EXH-RESTATED
           END-IF.
           WRITE EXT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
               WRITE EXT-REC
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-SLOT-VALUE(WS-SUPP-IDX) TO WS-HASH-TOTAL
               ADD WS-SLOT-VALUE(WS-SUPP-IDX) TO WS-INV-VALUE
           END-PERFORM.
           MOVE SPACES TO EXT-REC.
           MOVE "R" TO EXA-TYPE.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-ISSUE-VALUE TO WS-HASH-TOTAL.
           MOVE SPACES TO EXT-REC.
           MOVE "D" TO EXA-TYPE.
           MOVE WS-RTV-QTY TO EXA-QTY.
           MOVE WS-RTV-VALUE TO EXA-VALUE.
           WRITE EXT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-RTV-VALUE TO WS-HASH-TOTAL.
           MOVE SPACES TO EXT-REC.
           MOVE "T" TO EXT-TYPE.
           MOVE WS-RECORD-COUNT TO EXT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO EXT-HASH-TOTAL.
           WRITE EXT-REC.
           CLOSE EXTFILE.

      ****** Every figure handed over at the close against the same
      ****** figure now, so accounting can post the differences
      ****** instead of re-booking the month.
       PRINT-RESTATEMENT.
           OPEN OUTPUT RSTFILE.
           MOVE WS-PERIOD TO WRT-PERIOD.
           MOVE WS-RUN-DATE TO WRT-DATE.
           MOVE WS-RST-TITLE-LINE TO RST-LINE.
           WRITE RST-LINE.
           MOVE PER-CLOSE-DATE TO WRB-DATE.
           MOVE PER-CLOSED-BY TO WRB-BY.
           MOVE PER-STATUS TO WRB-STATUS.
           MOVE WS-RST-BOOKED-LINE TO RST-LINE.
           WRITE RST-LINE.
           MOVE SPACES TO RST-LINE.
           WRITE RST-LINE.
           MOVE WS-RST-HEADER TO RST-LINE.
           WRITE RST-LINE.
           MOVE "F" TO WS-ANY-DIFFERENCE.
           MOVE "INVENTORY VALUE" TO WRA-LABEL.
           MOVE PER-INV-VALUE TO WS-BOOKED-AMOUNT.
           MOVE WS-INV-VALUE TO WS-NOW-AMOUNT.
           PERFORM PRINT-AMOUNT-ROW.
           MOVE "RECEIPTS - UNITS" TO WRQ-LABEL.
           MOVE PER-RCPT-QTY TO WS-BOOKED-QTY.
           MOVE WS-RCPT-QTY TO WS-NOW-QTY.
           PERFORM PRINT-QTY-ROW.
           MOVE "RECEIPTS - VALUE" TO WRA-LABEL.
           MOVE PER-RCPT-VALUE TO WS-BOOKED-AMOUNT.
           MOVE WS-RCPT-VALUE TO WS-NOW-AMOUNT.
           PERFORM PRINT-AMOUNT-ROW.
           MOVE "ISSUES - UNITS" TO WRQ-LABEL.
           MOVE PER-ISSUE-QTY TO WS-BOOKED-QTY.
           MOVE WS-ISSUE-QTY TO WS-NOW-QTY.
           PERFORM PRINT-QTY-ROW.
           MOVE "ISSUES - VALUE" TO WRA-LABEL.
           MOVE PER-ISSUE-VALUE TO WS-BOOKED-AMOUNT.
           MOVE WS-ISSUE-VALUE TO WS-NOW-AMOUNT.
           PERFORM PRINT-AMOUNT-ROW.
           MOVE "RETURNS - UNITS" TO WRQ-LABEL.
           MOVE PER-RTV-QTY TO WS-BOOKED-QTY.
           MOVE WS-RTV-QTY TO WS-NOW-QTY.
           PERFORM PRINT-QTY-ROW.
           MOVE "RETURNS - VALUE" TO WRA-LABEL.
           MOVE PER-RTV-VALUE TO WS-BOOKED-AMOUNT.
           MOVE WS-RTV-VALUE TO WS-NOW-AMOUNT.
           PERFORM PRINT-AMOUNT-ROW.
           MOVE "RECORD COUNT" TO WRQ-LABEL.
           MOVE PER-RECORD-COUNT TO WS-BOOKED-QTY.
           MOVE WS-RECORD-COUNT TO WS-NOW-QTY.
           PERFORM PRINT-QTY-ROW.
           MOVE "HASH TOTAL" TO WRA-LABEL.
           MOVE PER-HASH-TOTAL TO WS-BOOKED-AMOUNT.
           MOVE WS-HASH-TOTAL TO WS-NOW-AMOUNT.
           PERFORM PRINT-AMOUNT-ROW.
           MOVE WS-DIFF-AMOUNT TO WS-HASH-DIFF.
           MOVE SPACES TO RST-LINE.
           WRITE RST-LINE.
           IF WS-ANY-DIFFERENCE = "T"
               MOVE "THE LEDGER NEEDS ADJUSTING BY THE DIFFERENCES "
                   TO RST-LINE
               WRITE RST-LINE
               MOVE "ABOVE - DO NOT RE-BOOK THE MONTH FROM THIS FILE"
                   TO RST-LINE
           ELSE
               MOVE "NO DIFFERENCE - THE FIGURES BOOKED STILL STAND"
                   TO RST-LINE
           END-IF.
           WRITE RST-LINE.
           CLOSE RSTFILE.
           DISPLAY "PARTS_GL_EXTRACT: PERIOD " WS-PERIOD
               " WAS BOOKED AT ITS CLOSE - THIS EXTRACT IS A "
               "RESTATEMENT, SEE GLRESTATE.RPT".

       PRINT-AMOUNT-ROW.
           COMPUTE WS-DIFF-AMOUNT = WS-NOW-AMOUNT - WS-BOOKED-AMOUNT.
           IF WS-DIFF-AMOUNT NOT = ZEROES
               MOVE "T" TO WS-ANY-DIFFERENCE
           END-IF.
           MOVE WS-BOOKED-AMOUNT TO WRA-BOOKED.
           MOVE WS-NOW-AMOUNT TO WRA-NOW.
           MOVE WS-DIFF-AMOUNT TO WRA-DIFF.
           MOVE WS-RST-AMOUNT-LINE TO RST-LINE.
           WRITE RST-LINE.

       PRINT-QTY-ROW.
           COMPUTE WS-DIFF-QTY = WS-NOW-QTY - WS-BOOKED-QTY.
           IF WS-DIFF-QTY NOT = ZEROES
               MOVE "T" TO WS-ANY-DIFFERENCE
           END-IF.
           MOVE WS-BOOKED-QTY TO WRQ-BOOKED.
           MOVE WS-NOW-QTY TO WRQ-NOW.
           MOVE WS-DIFF-QTY TO WRQ-DIFF.
           MOVE WS-RST-QTY-LINE TO RST-LINE.
           WRITE RST-LINE.

      ****** Opens PERIODLOG.DAT for append, creating it first if no
      ****** period event has been logged yet, and logs the rerun.
       WRITE-RESTATE-LOG.
           OPEN EXTEND PLOGFILE.
           IF WS-PLOG-STATUS NOT = "00"
               OPEN OUTPUT PLOGFILE
               CLOSE PLOGFILE
               OPEN EXTEND PLOGFILE
           END-IF.
           ACCEPT PLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT PLOG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO PLOG-OPERATOR.
           MOVE WS-PERIOD TO PLOG-PERIOD.
           MOVE "RESTATE" TO PLOG-ACTION.
           MOVE WS-HASH-DIFF TO WRR-HASH-DIFF.
           MOVE WS-RESTATE-REASON TO PLOG-REASON.
           WRITE PLOG-REC.
           CLOSE PLOGFILE.


      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
