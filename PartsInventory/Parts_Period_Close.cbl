      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Month-end close. Asks for the accounting period as
      *          YYYYMM, marks it CLOSING on PERIOD.DAT - from that
      *          moment PARTS_RECEIVE, PARTS_ORDER_ENTRY,
      *          PARTS_ORDER_CLOSE and PARTS_COUNT_APPLY refuse to post
      *          into it - and CALLs PARTS_VALUATION_RPT for the whole
      *          company and PARTS_GL_EXTRACT for the period, neither
      *          of which asks anything while a period is CLOSING.
      *          GLEXTRACT.DAT is then read back and balanced against
      *          its own trailer, and the figures handed to accounting
      *          - inventory value, receipts, issues, returns to
      *          vendor, record count and hash total - are stored on
      *          the period record, which goes CLOSED with the date,
      *          time and operator. The close is logged on
      *          PERIODLOG.DAT. A step that fails, or an extract that
      *          does not balance, leaves the period CLOSING with
      *          return code 1: postings stay shut and a rerun of the
      *          close picks it up again. A CLOSED period is not
      *          closed twice - PARTS_PERIOD_REOPEN must reopen it
      *          first, and closing it again replaces the stored
      *          totals, the extract being flagged as a restatement.
      *          The valuation is a snapshot of the master as it
      *          stands, so run the close at month end before the
      *          next month's postings begin. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PERIOD_CLOSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
               SELECT PLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
               SELECT EXTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

       FD PLOGFILE
           VALUE OF FILE-ID IS "../PERIODLOG.DAT".
           01 PLOG-REC.
               COPY PLOGREC.

       FD EXTFILE
           VALUE OF FILE-ID IS "../GLEXTRACT.DAT".
           01 EXT-REC                  PIC X(40).
           01 EXT-HEADER-REC REDEFINES EXT-REC.
               05 EXH-TYPE             PIC X.
               05 EXH-PERIOD           PIC 9(6).
               05 EXH-RUN-DATE         PIC 9(8).
               05 EXH-RESTATED         PIC X.
               05 FILLER               PIC X(24).
           01 EXT-VALUE-REC REDEFINES EXT-REC.
               05 EXV-TYPE             PIC X.
               05 EXV-SUPP             PIC 9(5).
               05 EXV-VALUE            PIC 9(13)V99.
               05 FILLER               PIC X(19).
           01 EXT-ACTIVITY-REC REDEFINES EXT-REC.
               05 EXA-TYPE             PIC X.
               05 EXA-QTY              PIC 9(7).
               05 EXA-VALUE            PIC 9(13)V99.
               05 FILLER               PIC X(17).
           01 EXT-TRAILER-REC REDEFINES EXT-REC.
               05 EXT-TYPE             PIC X.
               05 EXT-RECORD-COUNT     PIC 9(7).
               05 EXT-HASH-TOTAL       PIC 9(15)V99.
               05 FILLER               PIC X(15).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
               COPY JOBLOGREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-JOB-RC             PIC 99 VALUE ZEROES.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-LOG-PROGRAM        PIC X(30) VALUE SPACES.
       01 WS-LOG-RC             PIC 99 VALUE ZEROES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PER-STATUS         PIC XX VALUE ZEROES.
       01 WS-PLOG-STATUS        PIC XX VALUE ZEROES.
       01 WS-EXT-STATUS         PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-EXT-EOF            PIC X VALUE "F".
       01 WS-CLOSE-OK           PIC X VALUE "T".
       01 WS-STEP-PROGRAM       PIC X(30) VALUE SPACES.
       01 WS-STEP-RC            PIC 9(4) VALUE ZEROES.
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-CLOSE-TIME         PIC 9(8) VALUE ZEROES.
       01 WS-CLOSE-PERIOD       PIC 9(6) VALUE ZEROES.
       01 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YYYY     PIC 9(4).
           05 WS-CLOSE-MM       PIC 99.
       01 WS-OTHER-PERIOD       PIC 9(6) VALUE ZEROES.
       01 WS-READ-COUNT         PIC 9(7) VALUE ZEROES.
       01 WS-READ-HASH          PIC 9(15)V99 VALUE ZEROES.
       01 WS-HEADER-PERIOD      PIC 9(6) VALUE ZEROES.
       01 WS-TRAILER-FOUND      PIC X VALUE "F".
       01 WS-TRAILER-COUNT      PIC 9(7) VALUE ZEROES.
       01 WS-TRAILER-HASH       PIC 9(15)V99 VALUE ZEROES.
       01 WS-RESTATED           PIC X VALUE SPACES.
       01 WS-CLOSE-TOTALS.
           05 WS-INV-VALUE      PIC 9(15)V99 VALUE ZEROES.
           05 WS-RCPT-QTY       PIC 9(7) VALUE ZEROES.
           05 WS-RCPT-VALUE     PIC 9(13)V99 VALUE ZEROES.
           05 WS-ISSUE-QTY      PIC 9(7) VALUE ZEROES.
           05 WS-ISSUE-VALUE    PIC 9(13)V99 VALUE ZEROES.
           05 WS-RTV-QTY        PIC 9(7) VALUE ZEROES.
           05 WS-RTV-VALUE      PIC 9(13)V99 VALUE ZEROES.
           05 WS-RECORD-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-HASH-TOTAL     PIC 9(15)V99 VALUE ZEROES.
       01 WS-SHOW-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-QTY           PIC Z,ZZZ,ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "PARTS_PERIOD_CLOSE: ENTER THE ACCOUNTING PERIOD "
               "TO CLOSE (YYYYMM)".
           ACCEPT WS-CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD = ZEROES
               DISPLAY "PARTS_PERIOD_CLOSE: NO PERIOD GIVEN - "
                   "NOTHING TO DO"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "PARTS_PERIOD_CLOSE: " WS-CLOSE-PERIOD
                   " IS NOT A YYYYMM PERIOD"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           IF WS-CLOSE-PERIOD > WS-TODAY(1:6)
               DISPLAY "PARTS_PERIOD_CLOSE: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT STARTED YET"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.

           PERFORM MARK-PERIOD-CLOSING.
           IF WS-CLOSE-OK = "T"
               MOVE "PARTS_VALUATION_RPT" TO WS-STEP-PROGRAM
               PERFORM RUN-CLOSE-STEP
           END-IF.
           IF WS-CLOSE-OK = "T"
               MOVE "PARTS_GL_EXTRACT" TO WS-STEP-PROGRAM
               PERFORM RUN-CLOSE-STEP
           END-IF.
           IF WS-CLOSE-OK = "T"
               PERFORM READ-EXTRACT-TOTALS
           END-IF.
           IF WS-CLOSE-OK = "T"
               PERFORM MARK-PERIOD-CLOSED
           END-IF.
           IF WS-CLOSE-OK = "T"
               PERFORM WRITE-CLOSE-LOG
               PERFORM SHOW-CLOSE-TOTALS
           ELSE
               MOVE 1 TO WS-JOB-RC
           END-IF.
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Only one period is closed at a time - the valuation and
      ****** the extract take the CLOSING one - so a close left
      ****** unfinished for another month has to be finished first.
      ****** The first close creates PERIOD.DAT; a month with no
      ****** record yet has been open all along.
       MARK-PERIOD-CLOSING.
           MOVE "T" TO WS-CLOSE-OK.
           OPEN I-O PERFILE.
           IF WS-PER-STATUS NOT = "00"
               OPEN OUTPUT PERFILE
               CLOSE PERFILE
               OPEN I-O PERFILE
           END-IF.
           PERFORM FIND-OTHER-CLOSING.
           IF WS-OTHER-PERIOD NOT = ZEROES
               DISPLAY "PARTS_PERIOD_CLOSE: PERIOD " WS-OTHER-PERIOD
                   " IS STILL CLOSING - RERUN ITS CLOSE FIRST"
               MOVE "F" TO WS-CLOSE-OK
           ELSE
               MOVE WS-CLOSE-PERIOD TO PER-PERIOD
               READ PERFILE
                   INVALID KEY
                       PERFORM WRITE-NEW-PERIOD
                   NOT INVALID KEY
                       IF PER-STATUS = "CLOSED"
                           DISPLAY "PARTS_PERIOD_CLOSE: PERIOD "
                               WS-CLOSE-PERIOD " IS ALREADY CLOSED"
                               " - REOPEN IT FIRST TO CLOSE IT AGAIN"
                           MOVE "F" TO WS-CLOSE-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-CLOSE-OK = "T"
               MOVE "CLOSING" TO PER-STATUS
               REWRITE PERIOD-REC
               DISPLAY "PARTS_PERIOD_CLOSE: PERIOD " WS-CLOSE-PERIOD
                   " CLOSING - POSTINGS TO IT ARE NOW REFUSED"
           END-IF.
           CLOSE PERFILE.

       FIND-OTHER-CLOSING.
           MOVE ZEROES TO WS-OTHER-PERIOD.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE ZEROES TO PER-PERIOD.
           START PERFILE KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ PERFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF PER-STATUS = "CLOSING"
                           AND PER-PERIOD NOT = WS-CLOSE-PERIOD
                           MOVE PER-PERIOD TO WS-OTHER-PERIOD
                           MOVE "T" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NEW-PERIOD.
           MOVE SPACES TO PERIOD-REC.
           MOVE WS-CLOSE-PERIOD TO PER-PERIOD.
           MOVE "OPEN" TO PER-STATUS.
           MOVE ZEROES TO PER-CLOSE-DATE.
           MOVE ZEROES TO PER-CLOSE-TIME.
           MOVE ZEROES TO PER-REOPEN-COUNT.
           MOVE ZEROES TO PER-TOTALS.
           WRITE PERIOD-REC.

      ****** One step: reset the register, CALL the program, and log
      ****** the outcome as a STEP event under the step's own program
      ****** name, the way the night run does. The called jobs open
      ****** and close the job log around their own START/END
      ****** records, so it is re-opened for each record of ours.
       RUN-CLOSE-STEP.
           DISPLAY "PARTS_PERIOD_CLOSE: RUNNING " WS-STEP-PROGRAM.
           MOVE ZEROES TO RETURN-CODE.
           MOVE ZEROES TO WS-STEP-RC.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   DISPLAY "PARTS_PERIOD_CLOSE: PROGRAM NOT FOUND - "
                       WS-STEP-PROGRAM
                   MOVE 99 TO WS-STEP-RC
           END-CALL.
           IF WS-STEP-RC = ZEROES
               MOVE RETURN-CODE TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-PROGRAM TO WS-LOG-PROGRAM.
           MOVE "STEP" TO WS-LOG-EVENT.
           MOVE WS-STEP-RC TO WS-LOG-RC.
           PERFORM WRITE-STEP-LOG.
           IF WS-STEP-RC NOT = ZEROES
               DISPLAY "PARTS_PERIOD_CLOSE: " WS-STEP-PROGRAM
                   " FAILED - PERIOD " WS-CLOSE-PERIOD
                   " LEFT CLOSING, FIX THE FAILURE AND RERUN THE CLOSE"
               MOVE "F" TO WS-CLOSE-OK
           END-IF.

      ****** The totals stored are the ones in the file accounting is
      ****** given, so they are taken from GLEXTRACT.DAT itself. The
      ****** header must be for this period and the records ahead of
      ****** the trailer must agree with its count and hash total.
       READ-EXTRACT-TOTALS.
           MOVE ZEROES TO WS-CLOSE-TOTALS.
           MOVE ZEROES TO WS-READ-COUNT.
           MOVE ZEROES TO WS-READ-HASH.
           MOVE ZEROES TO WS-HEADER-PERIOD.
           MOVE SPACES TO WS-RESTATED.
           MOVE "F" TO WS-TRAILER-FOUND.
           OPEN INPUT EXTFILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "PARTS_PERIOD_CLOSE: GLEXTRACT.DAT NOT FOUND - "
                   "PERIOD " WS-CLOSE-PERIOD " LEFT CLOSING"
               MOVE "F" TO WS-CLOSE-OK
           ELSE
               MOVE "F" TO WS-EXT-EOF
               PERFORM UNTIL WS-EXT-EOF = "T"
                   READ EXTFILE
                       AT END
                           MOVE "T" TO WS-EXT-EOF
                       NOT AT END
                           PERFORM TALLY-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTFILE
               PERFORM CHECK-EXTRACT-BALANCE
           END-IF.

       TALLY-EXTRACT-RECORD.
           EVALUATE EXH-TYPE
               WHEN "H"
                   ADD 1 TO WS-READ-COUNT
                   MOVE EXH-PERIOD TO WS-HEADER-PERIOD
                   MOVE EXH-RESTATED TO WS-RESTATED
               WHEN "V"
                   ADD 1 TO WS-READ-COUNT
                   ADD EXV-VALUE TO WS-INV-VALUE
                   ADD EXV-VALUE TO WS-READ-HASH
               WHEN "R"
                   ADD 1 TO WS-READ-COUNT
                   MOVE EXA-QTY TO WS-RCPT-QTY
                   MOVE EXA-VALUE TO WS-RCPT-VALUE
                   ADD EXA-VALUE TO WS-READ-HASH
               WHEN "I"
                   ADD 1 TO WS-READ-COUNT
                   MOVE EXA-QTY TO WS-ISSUE-QTY
                   MOVE EXA-VALUE TO WS-ISSUE-VALUE
                   ADD EXA-VALUE TO WS-READ-HASH
               WHEN "D"
                   ADD 1 TO WS-READ-COUNT
                   MOVE EXA-QTY TO WS-RTV-QTY
                   MOVE EXA-VALUE TO WS-RTV-VALUE
                   ADD EXA-VALUE TO WS-READ-HASH
               WHEN "T"
                   MOVE "T" TO WS-TRAILER-FOUND
                   MOVE EXT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE EXT-HASH-TOTAL TO WS-TRAILER-HASH
           END-EVALUATE.

       CHECK-EXTRACT-BALANCE.
           IF WS-HEADER-PERIOD NOT = WS-CLOSE-PERIOD
               DISPLAY "PARTS_PERIOD_CLOSE: GLEXTRACT.DAT IS FOR "
                   "PERIOD " WS-HEADER-PERIOD " - PERIOD "
                   WS-CLOSE-PERIOD " LEFT CLOSING"
               MOVE "F" TO WS-CLOSE-OK
           ELSE
               IF WS-TRAILER-FOUND = "F"
                   OR WS-TRAILER-COUNT NOT = WS-READ-COUNT
                   OR WS-TRAILER-HASH NOT = WS-READ-HASH
                   DISPLAY "PARTS_PERIOD_CLOSE: GLEXTRACT.DAT DOES NOT "
                       "BALANCE TO ITS TRAILER - PERIOD "
                       WS-CLOSE-PERIOD " LEFT CLOSING"
                   MOVE "F" TO WS-CLOSE-OK
               ELSE
                   MOVE WS-TRAILER-COUNT TO WS-RECORD-COUNT
                   MOVE WS-TRAILER-HASH TO WS-HASH-TOTAL
               END-IF
           END-IF.

      ****** The stored totals replace any from an earlier close; the
      ****** reopen count is left as it stands.
       MARK-PERIOD-CLOSED.
           OPEN I-O PERFILE.
           MOVE WS-CLOSE-PERIOD TO PER-PERIOD.
           READ PERFILE
               INVALID KEY
                   DISPLAY "PARTS_PERIOD_CLOSE: PERIOD "
                       WS-CLOSE-PERIOD " NO LONGER ON PERIOD.DAT"
                   MOVE "F" TO WS-CLOSE-OK
               NOT INVALID KEY
                   ACCEPT WS-CLOSE-TIME FROM TIME
                   MOVE "CLOSED" TO PER-STATUS
                   MOVE WS-TODAY TO PER-CLOSE-DATE
                   MOVE WS-CLOSE-TIME TO PER-CLOSE-TIME
                   MOVE WS-OPERATOR-ID TO PER-CLOSED-BY
                   MOVE WS-INV-VALUE TO PER-INV-VALUE
                   MOVE WS-RCPT-QTY TO PER-RCPT-QTY
                   MOVE WS-RCPT-VALUE TO PER-RCPT-VALUE
                   MOVE WS-ISSUE-QTY TO PER-ISSUE-QTY
                   MOVE WS-ISSUE-VALUE TO PER-ISSUE-VALUE
                   MOVE WS-RTV-QTY TO PER-RTV-QTY
                   MOVE WS-RTV-VALUE TO PER-RTV-VALUE
                   MOVE WS-RECORD-COUNT TO PER-RECORD-COUNT
                   MOVE WS-HASH-TOTAL TO PER-HASH-TOTAL
                   REWRITE PERIOD-REC
           END-READ.
           CLOSE PERFILE.

      ****** Opens PERIODLOG.DAT for append, creating it first if no
      ****** period event has been logged yet, and logs the close.
       WRITE-CLOSE-LOG.
           OPEN EXTEND PLOGFILE.
           IF WS-PLOG-STATUS NOT = "00"
               OPEN OUTPUT PLOGFILE
               CLOSE PLOGFILE
               OPEN EXTEND PLOGFILE
           END-IF.
           MOVE WS-TODAY TO PLOG-DATE.
           MOVE WS-CLOSE-TIME TO PLOG-TIME.
           MOVE WS-OPERATOR-ID TO PLOG-OPERATOR.
           MOVE WS-CLOSE-PERIOD TO PLOG-PERIOD.
           MOVE "CLOSE" TO PLOG-ACTION.
           IF WS-RESTATED = "R"
               MOVE "CLOSED AGAIN - EXTRACT IS A RESTATEMENT"
                   TO PLOG-REASON
           ELSE
               MOVE SPACES TO PLOG-REASON
           END-IF.
           WRITE PLOG-REC.
           CLOSE PLOGFILE.

       SHOW-CLOSE-TOTALS.
           DISPLAY "PARTS_PERIOD_CLOSE: PERIOD " WS-CLOSE-PERIOD
               " CLOSED - TOTALS HANDED TO ACCOUNTING:".
           MOVE WS-INV-VALUE TO WS-SHOW-AMOUNT.
           DISPLAY "    INVENTORY VALUE   " WS-SHOW-AMOUNT.
           MOVE WS-RCPT-QTY TO WS-SHOW-QTY.
           MOVE WS-RCPT-VALUE TO WS-SHOW-AMOUNT.
           DISPLAY "    RECEIPTS          " WS-SHOW-AMOUNT
               "  UNITS " WS-SHOW-QTY.
           MOVE WS-ISSUE-QTY TO WS-SHOW-QTY.
           MOVE WS-ISSUE-VALUE TO WS-SHOW-AMOUNT.
           DISPLAY "    ISSUES            " WS-SHOW-AMOUNT
               "  UNITS " WS-SHOW-QTY.
           MOVE WS-RTV-QTY TO WS-SHOW-QTY.
           MOVE WS-RTV-VALUE TO WS-SHOW-AMOUNT.
           DISPLAY "    RETURNS TO VENDOR " WS-SHOW-AMOUNT
               "  UNITS " WS-SHOW-QTY.
           MOVE WS-RECORD-COUNT TO WS-SHOW-QTY.
           MOVE WS-HASH-TOTAL TO WS-SHOW-AMOUNT.
           DISPLAY "    HASH TOTAL        " WS-SHOW-AMOUNT
               "  RECORDS " WS-SHOW-QTY.
           IF WS-RESTATED = "R"
               DISPLAY "PARTS_PERIOD_CLOSE: THE PERIOD HAD BEEN CLOSED "
                   "BEFORE - SEE GLRESTATE.RPT FOR THE DIFFERENCES"
           END-IF.

       WRITE-STEP-LOG.
           PERFORM OPEN-JOB-LOG-QUIET.
           PERFORM WRITE-JOB-LOG.
           CLOSE JOBLOGFILE.

      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
      ****** logs the start of the run.
       OPEN-JOB-LOG.
           PERFORM OPEN-JOB-LOG-QUIET.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE "PARTS_PERIOD_CLOSE" TO WS-LOG-PROGRAM.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE ZEROES TO WS-LOG-RC.
           PERFORM WRITE-JOB-LOG.
           CLOSE JOBLOGFILE.

       OPEN-JOB-LOG-QUIET.
           OPEN EXTEND JOBLOGFILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOGFILE
               CLOSE JOBLOGFILE
               OPEN EXTEND JOBLOGFILE
           END-IF.

      ****** Logs the end of the run with its return code and closes
      ****** the job log.
       WRITE-JOB-END.
           PERFORM OPEN-JOB-LOG-QUIET.
           MOVE "PARTS_PERIOD_CLOSE" TO WS-LOG-PROGRAM.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE WS-JOB-RC TO WS-LOG-RC.
           PERFORM WRITE-JOB-LOG.
           CLOSE JOBLOGFILE.
           MOVE WS-JOB-RC TO RETURN-CODE.

       WRITE-JOB-LOG.
           ACCEPT JOBLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT JOBLOG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO JOBLOG-OPERATOR.
           MOVE WS-LOG-PROGRAM TO JOBLOG-PROGRAM.
           MOVE WS-LOG-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_PERIOD_CLOSE.
