      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Forward recovery of the parts master. When
      *          PARTLIST.DAT is lost or damaged during the day,
      *          rebuilds it from last night's PARTLIST.BKP and then
      *          replays, in timestamp order, everything that has
      *          moved the master since the unload: the adds,
      *          updates, deletes, counts, order returns, lot scraps,
      *          plan and price changes and order issues on
      *          PART-AUDIT.DAT, the deliveries on PARTRCPT.DAT (with
      *          the moving-average cost folded in exactly as
      *          PARTS_RECEIVE folds it) and the returns to vendor on
      *          PARTRTV.DAT (backed out of the average as
      *          PARTS_VENDOR_RETURN does). Each order issue is
      *          checked against its MAINTDTL.DAT line, and every line
      *          of an order dated after the backup that has no issue
      *          entry and no backorder to account for it is reported.
      *          The unload time in the backup's trailer decides what
      *          the backup already holds. Writes RECOVERY.RPT, one
      *          line per transaction - applied, skipped, or in
      *          conflict with the master as rebuilt so far - ending
      *          with a control total comparison of the records and
      *          quantity the journals say the master should hold
      *          against what the rebuilt file does hold. Return code
      *          1 on any conflict or difference: the master is not to
      *          be released to the operators until the report has
      *          been reviewed. Every run starts again from the
      *          backup, so it can simply be re-run. Location, ABC
      *          class, planned order quantity and lot control flag
      *          changes are not on any journal and must be re-keyed.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_RECOVER INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PARTBKP ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBKP-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT RCPTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
               SELECT RTVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT DTLFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MDTL-KEY
               FILE STATUS IS WS-DTL-STATUS.
               SELECT BKOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.
               SELECT SORTFILE ASSIGN TO DISK.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PARTBKP
           VALUE OF FILE-ID IS "../PARTLIST.BKP".
           01 PART-BKP-REC.
               05 PBKP-TYPE        PIC X.
               05 PBKP-DATA        PIC X(131).

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD AUDITFILE
           VALUE OF FILE-ID IS "../PART-AUDIT.DAT".
           01 AUDIT-REC.
               COPY AUDITREC.

       FD RCPTFILE
           VALUE OF FILE-ID IS "../PARTRCPT.DAT".
           01 RCPT-REC.
               COPY RCPTREC.

       FD RTVFILE
           VALUE OF FILE-ID IS "../PARTRTV.DAT".
           01 RTV-REC.
               COPY RTVREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD DTLFILE
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD BKOFILE
           VALUE OF FILE-ID IS "../BACKORD.DAT".
           01 BACKORD-REC.
               COPY BACKORD.

      ****** SR-SOURCE orders transactions stamped in the same
      ****** hundredth of a second: a delivery before the backorder
      ****** releases it triggers, and SR-SEQ keeps each journal's
      ****** own order within that.
       SD SORTFILE.
           01 SORT-REC.
               05 SR-STAMP.
                   10 SR-DATE      PIC 9(8).
                   10 SR-TIME      PIC 9(8).
               05 SR-SOURCE        PIC 9.
               05 SR-SEQ           PIC 9(7).
               05 SR-DATA          PIC X(183).

       FD RPTFILE
           VALUE OF FILE-ID IS "../RECOVERY.RPT".
           01 RPT-LINE PIC X(100).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
               COPY JOBLOGREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-JOB-RC             PIC 99 VALUE ZEROES.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PBKP-STATUS        PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS       PIC XX VALUE ZEROES.
       01 WS-RCPT-STATUS        PIC XX VALUE ZEROES.
       01 WS-RTV-STATUS         PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS         PIC XX VALUE ZEROES.
       01 WS-ORDERS-ON-FILE     PIC X VALUE "F".
       01 WS-BKO-ON-FILE        PIC X VALUE "F".
       01 WS-BACKUP-OK          PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-TRAILER-SEEN       PIC X VALUE "F".
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-SEQ                PIC 9(7) VALUE ZEROES.
      ****** What the backup holds, from its trailer and as read.
       01 WS-CUTOFF-STAMP.
           05 WS-BKP-DATE       PIC 9(8) VALUE ZEROES.
           05 WS-BKP-TIME       PIC 9(8) VALUE ZEROES.
       01 WS-BKP-TRAILER-COUNT  PIC 9(7) VALUE ZEROES.
       01 WS-BKP-TRAILER-QTY    PIC 9(9) VALUE ZEROES.
       01 WS-BKP-RECORDS        PIC 9(7) VALUE ZEROES.
       01 WS-BKP-QTY            PIC 9(9) VALUE ZEROES.
       01 WS-RESTORED           PIC 9(7) VALUE ZEROES.
      ****** The one transaction being replayed.
       01 WS-RESULT             PIC X(8) VALUE SPACES.
       01 WS-REMARK             PIC X(30) VALUE SPACES.
       01 WS-CONFLICT-REMARK    PIC X(30) VALUE SPACES.
       01 WS-APPLIED            PIC X VALUE "F".
       01 WS-SOURCE-NAME        PIC X(5) VALUE SPACES.
       01 WS-ACTION-NAME        PIC X(6) VALUE SPACES.
       01 WS-TRAN-PARTID        PIC 9(5) VALUE ZEROES.
       01 WS-MOVE-QTY           PIC S9(7) VALUE ZEROES.
       01 WS-NEW-QTY            PIC S9(7) VALUE ZEROES.
       01 WS-FILE-BEFORE        PIC 9(5) VALUE ZEROES.
       01 WS-FILE-AFTER         PIC 9(5) VALUE ZEROES.
       01 WS-SHOW-QTYS          PIC X VALUE "F".
       01 WS-COST-WORK          PIC 9(7)V99 VALUE ZEROES.
       01 WS-ISSUE-REF.
           05 VALUE "ORDER ".
           05 WS-ISSUE-REF-ORDER PIC 9(7) VALUE ZEROES.
           05 VALUE " LINE ".
           05 WS-ISSUE-REF-LINE PIC 9(3) VALUE ZEROES.
       01 WS-QTY-REMARK.
           05 VALUE "FILE HAD ".
           05 WQR-FILE          PIC ZZZZ9.
           05 VALUE " - ENTRY ".
           05 WQR-ENTRY         PIC ZZZZ9.
      ****** Orders and parts the replayed issues covered, so the
      ****** order lines with no issue entry can be found afterwards.
       01 WS-ISSUED-COUNT       PIC 9(4) VALUE ZEROES.
       01 WS-ISSUED-IDX         PIC 9(4) VALUE ZEROES.
       01 WS-ISSUED-FOUND       PIC X VALUE "F".
       01 WS-ISSUED-FULL        PIC X VALUE "F".
       01 WS-ISSUED-TABLE.
           05 WS-ISSUED-ENTRY OCCURS 3000 TIMES.
               10 WS-ISSUED-ORDER      PIC 9(7).
               10 WS-ISSUED-PART       PIC 9(5).
       01 WS-CHECK-LINE         PIC 9(3) VALUE ZEROES.
      ****** Run totals.
       01 WS-APPLIED-COUNT      PIC 9(7) VALUE ZEROES.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE ZEROES.
       01 WS-CONFLICT-COUNT     PIC 9(7) VALUE ZEROES.
       01 WS-CONFLICT-APPLIED   PIC 9(7) VALUE ZEROES.
       01 WS-ADDED-COUNT        PIC 9(7) VALUE ZEROES.
       01 WS-DELETED-COUNT      PIC 9(7) VALUE ZEROES.
       01 WS-NET-MOVEMENT       PIC S9(9) VALUE ZEROES.
       01 WS-EXPECT-RECORDS     PIC S9(9) VALUE ZEROES.
       01 WS-EXPECT-QTY         PIC S9(11) VALUE ZEROES.
       01 WS-ACTUAL-RECORDS     PIC 9(9) VALUE ZEROES.
       01 WS-ACTUAL-QTY         PIC 9(11) VALUE ZEROES.
       01 WS-DIFF-RECORDS       PIC S9(9) VALUE ZEROES.
       01 WS-DIFF-QTY           PIC S9(11) VALUE ZEROES.
       01 WS-TIME-WORK          PIC 9(8) VALUE ZEROES.
       01 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
           05 WS-TW-HH          PIC 99.
           05 WS-TW-MM          PIC 99.
           05 WS-TW-SS          PIC 99.
           05 WS-TW-CC          PIC 99.
       01 WS-TIME-EDIT.
           05 WTE-HH            PIC 99.
           05 VALUE ":".
           05 WTE-MM            PIC 99.
           05 VALUE ":".
           05 WTE-SS            PIC 99.
       01 WS-TITLE-LINE.
           05 VALUE "PARTLIST.DAT FORWARD RECOVERY".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "RUN DATE: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-BACKUP-LINE.
           05 VALUE "RESTORED FROM PARTLIST.BKP UNLOADED ".
           05 WB-DATE           PIC 9999/99/99.
           05 VALUE " AT ".
           05 WB-TIME           PIC X(8).
           05 VALUE " - ".
           05 WB-RECORDS        PIC ZZZZZZ9.
           05 VALUE " PART(S)".
       01 WS-COLUMN-HEADER.
           05 VALUE "      DATE     TIME SOURCE ACTION  PART   MOVED".
           05 VALUE "  FROM    TO RESULT   REMARK".
       01 WS-DETAIL-LINE.
           05 WD-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-TIME           PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-SOURCE         PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ACTION         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-MOVED          PIC -ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-FROM           PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-TO             PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-RESULT         PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-REMARK         PIC X(30).
       01 WS-COUNT-LINE.
           05 WC-LABEL          PIC X(30).
           05 WC-COUNT          PIC ZZZZZZ9.
       01 WS-CONTROL-HEADER.
           05 VALUE "CONTROL TOTALS                    RECORDS".
           05 VALUE "        QUANTITY".
       01 WS-CONTROL-LINE.
           05 WCL-LABEL         PIC X(30).
           05 WCL-RECORDS       PIC -ZZZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WCL-QTY           PIC -ZZZZZZZZZZ9.
       01 WS-RESULT-LINE        PIC X(100) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-BACKUP.
           IF WS-BACKUP-OK NOT = "T"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           PERFORM RESTORE-PART-MASTER.
           PERFORM OPEN-ORDER-FILES.
           OPEN OUTPUT RPTFILE.
           PERFORM PRINT-REPORT-HEADER.

           SORT SORTFILE
               ON ASCENDING KEY SR-DATE SR-TIME SR-SOURCE SR-SEQ
               INPUT PROCEDURE IS 200-SELECT-TRANSACTIONS
               OUTPUT PROCEDURE IS 300-REPLAY-TRANSACTIONS.

           IF WS-ORDERS-ON-FILE = "T"
               PERFORM 400-CHECK-UNISSUED-LINES
               CLOSE DTLFILE
               CLOSE MORDFILE
           END-IF.
           IF WS-BKO-ON-FILE = "T"
               CLOSE BKOFILE
           END-IF.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE RPTFILE.
           CLOSE FIN.
           DISPLAY "PARTS_RECOVER: " WS-APPLIED-COUNT " APPLIED, "
               WS-SKIPPED-COUNT " SKIPPED, " WS-CONFLICT-COUNT
               " IN CONFLICT - SEE RECOVERY.RPT".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Reads the whole backup before anything is touched: the
      ****** trailer must be there, must carry the unload time (a
      ****** backup written before the unload stamped it cannot say
      ****** which of the day's transactions it already holds), and
      ****** must agree with the records and quantity actually read.
      ****** A backup that fails leaves PARTLIST.DAT as it is.
       CHECK-BACKUP.
           MOVE "F" TO WS-BACKUP-OK.
           OPEN INPUT PARTBKP.
           IF WS-PBKP-STATUS NOT = "00"
               DISPLAY "PARTS_RECOVER: PARTLIST.BKP NOT FOUND - "
                   "NOTHING TO RECOVER FROM"
           ELSE
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ PARTBKP
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARTBKP
               PERFORM VERIFY-BACKUP-TRAILER
           END-IF.

       CHECK-ONE-BACKUP-RECORD.
           IF PBKP-TYPE = "T"
               MOVE "T" TO WS-TRAILER-SEEN
               MOVE PBKP-DATA(1:7) TO WS-BKP-TRAILER-COUNT
               MOVE PBKP-DATA(8:8) TO WS-BKP-DATE
               MOVE PBKP-DATA(16:8) TO WS-BKP-TIME
               MOVE PBKP-DATA(24:9) TO WS-BKP-TRAILER-QTY
           ELSE
               ADD 1 TO WS-BKP-RECORDS
               MOVE PBKP-DATA TO REC-IO
               IF PARTQTY NUMERIC
                   ADD PARTQTY TO WS-BKP-QTY
               END-IF
           END-IF.

       VERIFY-BACKUP-TRAILER.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN NOT = "T"
                   DISPLAY "PARTS_RECOVER: PARTLIST.BKP HAS NO "
                       "TRAILER - BACKUP MAY BE INCOMPLETE"
               WHEN PBKP-DATA(8:16) NOT NUMERIC
                   OR WS-BKP-DATE = ZEROES
                   OR PBKP-DATA(24:9) NOT NUMERIC
                   DISPLAY "PARTS_RECOVER: PARTLIST.BKP CARRIES NO "
                       "UNLOAD TIME - CANNOT TELL WHAT IT HOLDS"
               WHEN WS-BKP-RECORDS NOT = WS-BKP-TRAILER-COUNT
                   DISPLAY "PARTS_RECOVER: PART COUNT MISMATCH - "
                       "TRAILER SAYS " WS-BKP-TRAILER-COUNT " BUT "
                       WS-BKP-RECORDS " RECORD(S) SEEN"
               WHEN WS-BKP-QTY NOT = WS-BKP-TRAILER-QTY
                   DISPLAY "PARTS_RECOVER: QUANTITY MISMATCH - "
                       "TRAILER SAYS " WS-BKP-TRAILER-QTY " BUT "
                       WS-BKP-QTY " SEEN"
               WHEN OTHER
                   MOVE "T" TO WS-BACKUP-OK
           END-EVALUATE.

      ****** Starts the master over and writes the backup back into
      ****** it, as a fresh PARTS_RELOAD does.
       RESTORE-PART-MASTER.
           OPEN OUTPUT FIN.
           CLOSE FIN.
           OPEN I-O FIN.
           OPEN INPUT PARTBKP.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ PARTBKP
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF PBKP-TYPE = "D"
                           MOVE PBKP-DATA TO REC-IO
                           WRITE REC-IO
                               INVALID KEY
                                   DISPLAY "PARTS_RECOVER: DUPLICATE "
                                       "PART ID SKIPPED - " PARTID
                                   MOVE 1 TO WS-JOB-RC
                               NOT INVALID KEY
                                   ADD 1 TO WS-RESTORED
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTBKP.

      ****** The order files are only read to check the issues
      ****** against; without them the issues still replay from the
      ****** audit trail, unchecked.
       OPEN-ORDER-FILES.
           OPEN INPUT MORDFILE.
           IF WS-MORD-STATUS = "00"
               OPEN INPUT DTLFILE
               IF WS-DTL-STATUS = "00"
                   MOVE "T" TO WS-ORDERS-ON-FILE
               ELSE
                   CLOSE MORDFILE
               END-IF
           END-IF.
           OPEN INPUT BKOFILE.
           IF WS-BKO-STATUS = "00"
               MOVE "T" TO WS-BKO-ON-FILE
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE WS-TODAY TO WT-DATE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BKP-DATE TO WB-DATE.
           MOVE WS-BKP-TIME TO WS-TIME-WORK.
           PERFORM EDIT-TIME.
           MOVE WS-TIME-EDIT TO WB-TIME.
           MOVE WS-BKP-RECORDS TO WB-RECORDS.
           MOVE WS-BACKUP-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

      ****** Releases every journal entry dated on or after the
      ****** backup's date. Those stamped before the unload started
      ****** are released too, so the report shows them skipped
      ****** rather than leaving the reader to wonder. A journal
      ****** that does not exist has nothing to replay.
       200-SELECT-TRANSACTIONS.
           PERFORM 210-RELEASE-RECEIPTS.
           PERFORM 220-RELEASE-AUDIT-ENTRIES.
           PERFORM 230-RELEASE-VENDOR-RETURNS.

       210-RELEASE-RECEIPTS.
           MOVE ZEROES TO WS-SEQ.
           OPEN INPUT RCPTFILE.
           IF WS-RCPT-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RCPTFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-SEQ
                           IF RCPT-DATE >= WS-BKP-DATE
                               MOVE RCPT-DATE TO SR-DATE
                               MOVE RCPT-TIME TO SR-TIME
                               MOVE 1 TO SR-SOURCE
                               MOVE WS-SEQ TO SR-SEQ
                               MOVE RCPT-REC TO SR-DATA
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCPTFILE
           END-IF.

       220-RELEASE-AUDIT-ENTRIES.
           MOVE ZEROES TO WS-SEQ.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ AUDITFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-SEQ
                           IF AUDIT-DATE >= WS-BKP-DATE
                               MOVE AUDIT-DATE TO SR-DATE
                               MOVE AUDIT-TIME TO SR-TIME
                               MOVE 2 TO SR-SOURCE
                               MOVE WS-SEQ TO SR-SEQ
                               MOVE AUDIT-REC TO SR-DATA
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

       230-RELEASE-VENDOR-RETURNS.
           MOVE ZEROES TO WS-SEQ.
           OPEN INPUT RTVFILE.
           IF WS-RTV-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RTVFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-SEQ
                           IF RTV-DATE >= WS-BKP-DATE
                               MOVE RTV-DATE TO SR-DATE
                               MOVE RTV-TIME TO SR-TIME
                               MOVE 3 TO SR-SOURCE
                               MOVE WS-SEQ TO SR-SEQ
                               MOVE RTV-REC TO SR-DATA
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTVFILE
           END-IF.

       300-REPLAY-TRANSACTIONS.
           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF = "T"
               PERFORM 310-REPLAY-ONE-TRANSACTION
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

      ****** Anything stamped before the unload started is already
      ****** in the backup. The rest goes to its journal's replay,
      ****** which leaves the result, the remark and the quantities
      ****** for the report line.
       310-REPLAY-ONE-TRANSACTION.
           MOVE "APPLIED" TO WS-RESULT.
           MOVE SPACES TO WS-REMARK.
           MOVE "F" TO WS-APPLIED.
           MOVE "F" TO WS-SHOW-QTYS.
           MOVE ZEROES TO WS-MOVE-QTY.
           MOVE SPACES TO WS-ACTION-NAME.
           EVALUATE SR-SOURCE
               WHEN 1
                   MOVE SR-DATA TO RCPT-REC
                   MOVE "RCPT" TO WS-SOURCE-NAME
                   MOVE "RECV" TO WS-ACTION-NAME
                   MOVE RCPT-PARTID TO WS-TRAN-PARTID
               WHEN 2
                   MOVE SR-DATA TO AUDIT-REC
                   MOVE "AUDIT" TO WS-SOURCE-NAME
                   MOVE AUDIT-ACTION TO WS-ACTION-NAME
                   MOVE AUDIT-PARTID TO WS-TRAN-PARTID
               WHEN 3
                   MOVE SR-DATA TO RTV-REC
                   MOVE "RTV" TO WS-SOURCE-NAME
                   MOVE "RTV" TO WS-ACTION-NAME
                   MOVE RTV-PARTID TO WS-TRAN-PARTID
           END-EVALUATE.
           IF SR-STAMP < WS-CUTOFF-STAMP
               MOVE "SKIPPED" TO WS-RESULT
               MOVE "IN THE BACKUP ALREADY" TO WS-REMARK
           ELSE
               EVALUATE SR-SOURCE
                   WHEN 1
                       PERFORM 320-REPLAY-RECEIPT
                   WHEN 2
                       PERFORM 330-REPLAY-AUDIT-ENTRY
                   WHEN 3
                       PERFORM 340-REPLAY-VENDOR-RETURN
               END-EVALUATE
           END-IF.
           PERFORM 390-PRINT-TRANSACTION.

      ****** A delivery: folds its cost into the moving average
      ****** before the quantity lands, as PARTS_RECEIVE does.
       320-REPLAY-RECEIPT.
           MOVE RCPT-SLIP-NO TO WS-REMARK.
           MOVE RCPT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "PART NOT ON FILE - NOT APPLIED"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   MOVE PARTQTY TO WS-FILE-BEFORE
                   PERFORM FOLD-RECEIPT-COST
                   MOVE RCPT-QTY TO WS-MOVE-QTY
                   PERFORM APPLY-QTY-MOVEMENT
                   MOVE RCPT-DATE TO PARTLASTRCPT
                   PERFORM REWRITE-PART
           END-READ.

       FOLD-RECEIPT-COST.
           IF PARTAVGCOST NOT NUMERIC
               MOVE ZEROES TO PARTAVGCOST
           END-IF.
           IF PARTQTY = ZEROES OR PARTAVGCOST = ZEROES
               MOVE RCPT-UNIT-COST TO PARTAVGCOST
           ELSE
               COMPUTE PARTAVGCOST ROUNDED =
                   ((PARTQTY * PARTAVGCOST)
                       + (RCPT-QTY * RCPT-UNIT-COST))
                   / (PARTQTY + RCPT-QTY)
                   ON SIZE ERROR
                       MOVE RCPT-UNIT-COST TO PARTAVGCOST
               END-COMPUTE
           END-IF.

      ****** A return to vendor: backs the returned units out of the
      ****** average at the cost they came in at, as
      ****** PARTS_VENDOR_RETURN does, then takes them off.
       340-REPLAY-VENDOR-RETURN.
           MOVE RTV-SLIP-NO TO WS-REMARK.
           MOVE RTV-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "PART NOT ON FILE - NOT APPLIED"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   MOVE PARTQTY TO WS-FILE-BEFORE
                   PERFORM BACK-OUT-RETURN-COST
                   COMPUTE WS-MOVE-QTY = 0 - RTV-QTY
                   PERFORM APPLY-QTY-MOVEMENT
                   PERFORM REWRITE-PART
           END-READ.

       BACK-OUT-RETURN-COST.
           IF PARTAVGCOST NOT NUMERIC
               MOVE ZEROES TO PARTAVGCOST
           END-IF.
           IF PARTQTY > RTV-QTY AND PARTAVGCOST > ZEROES
               COMPUTE WS-COST-WORK ROUNDED =
                   ((PARTQTY * PARTAVGCOST)
                       - (RTV-QTY * RTV-UNIT-COST))
                   / (PARTQTY - RTV-QTY)
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-COST-WORK
               END-COMPUTE
               IF WS-COST-WORK > ZEROES
                   MOVE WS-COST-WORK TO PARTAVGCOST
               END-IF
           END-IF.

      ****** The audit trail carries the change itself. A backorder
      ****** written off moved no stock, and any action the master
      ****** does not keep is left alone.
       330-REPLAY-AUDIT-ENTRY.
           EVALUATE AUDIT-ACTION
               WHEN "ADD"
                   PERFORM 331-REPLAY-ADD
               WHEN "DELETE"
                   PERFORM 332-REPLAY-DELETE
               WHEN "UPDATE"
               WHEN "COUNT"
               WHEN "RETURN"
               WHEN "SCRAP"
               WHEN "PLAN"
               WHEN "ISSUE"
                   PERFORM 333-REPLAY-CHANGE
               WHEN "BKOFF"
                   MOVE "SKIPPED" TO WS-RESULT
                   MOVE "NO STOCK MOVED" TO WS-REMARK
               WHEN OTHER
                   MOVE "SKIPPED" TO WS-RESULT
                   MOVE "ACTION NOT REPLAYED" TO WS-REMARK
           END-EVALUATE.

      ****** A new part is written from the after image, every other
      ****** field starting as PARTS_ADD starts it.
       331-REPLAY-ADD.
           MOVE AUDIT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE AUDIT-PARTID TO PARTID
                   MOVE AUDIT-AFTER-NAME TO PARTNAME
                   MOVE AUDIT-AFTER-DESC TO PARTDESC
                   MOVE AUDIT-AFTER-PRICE TO PARTPRICE
                   MOVE AUDIT-AFTER-SUPP TO PARTSUPP
                   MOVE AUDIT-AFTER-QTY TO PARTQTY
                   MOVE AUDIT-AFTER-REORDER TO PARTREORDER
                   MOVE SPACES TO PARTLOC
                   MOVE ZEROES TO PARTAVGCOST
                   MOVE ZEROES TO PARTLASTRCPT
                   MOVE ZEROES TO PARTLASTISS
                   MOVE "C" TO PARTCLASS
                   MOVE ZEROES TO PARTLASTCNT
                   MOVE ZEROES TO PARTORDQTY
                   MOVE "N" TO PARTLOTCTL
                   MOVE ZEROES TO WS-FILE-BEFORE
                   MOVE AUDIT-AFTER-QTY TO WS-MOVE-QTY
                   WRITE REC-IO
                       INVALID KEY
                           MOVE "MASTER NOT UPDATED - I/O ERROR"
                               TO WS-CONFLICT-REMARK
                           PERFORM FLAG-CONFLICT
                       NOT INVALID KEY
                           MOVE "T" TO WS-APPLIED
                           MOVE "T" TO WS-SHOW-QTYS
                           MOVE PARTQTY TO WS-FILE-AFTER
                           ADD 1 TO WS-ADDED-COUNT
                           ADD WS-MOVE-QTY TO WS-NET-MOVEMENT
                   END-WRITE
               NOT INVALID KEY
                   MOVE "ALREADY ON FILE - NOT APPLIED"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
           END-READ.

      ****** The journal's own before quantity is what comes off the
      ****** expected total, so a part that held something else by
      ****** the time it was deleted shows in the control totals as
      ****** well as on its own line.
       332-REPLAY-DELETE.
           MOVE AUDIT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "PART NOT ON FILE - NOT APPLIED"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   MOVE PARTQTY TO WS-FILE-BEFORE
                   PERFORM CHECK-BEFORE-QTY
                   DELETE FIN RECORD
                       INVALID KEY
                           MOVE "MASTER NOT UPDATED - I/O ERROR"
                               TO WS-CONFLICT-REMARK
                           PERFORM FLAG-CONFLICT
                       NOT INVALID KEY
                           MOVE "T" TO WS-APPLIED
                           MOVE "T" TO WS-SHOW-QTYS
                           MOVE ZEROES TO WS-FILE-AFTER
                           COMPUTE WS-MOVE-QTY = 0 - AUDIT-BEFORE-QTY
                           ADD 1 TO WS-DELETED-COUNT
                           ADD WS-MOVE-QTY TO WS-NET-MOVEMENT
                   END-DELETE
           END-READ.

      ****** Every other entry moves the quantity by the difference
      ****** between its images and, by action, the field it is
      ****** about. A part that does not hold what the entry found
      ****** there is still moved - the stock did move - but is
      ****** reported in conflict for someone to look at.
       333-REPLAY-CHANGE.
           MOVE AUDIT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "PART NOT ON FILE - NOT APPLIED"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   MOVE PARTQTY TO WS-FILE-BEFORE
                   IF AUDIT-ACTION = "ISSUE"
                       PERFORM 334-CHECK-ISSUE-ORDER
                   END-IF
                   PERFORM CHECK-BEFORE-QTY
                   COMPUTE WS-MOVE-QTY =
                       AUDIT-AFTER-QTY - AUDIT-BEFORE-QTY
                   PERFORM APPLY-QTY-MOVEMENT
                   EVALUATE AUDIT-ACTION
                       WHEN "UPDATE"
                           MOVE AUDIT-AFTER-NAME TO PARTNAME
                           MOVE AUDIT-AFTER-DESC TO PARTDESC
                           MOVE AUDIT-AFTER-PRICE TO PARTPRICE
                           MOVE AUDIT-AFTER-SUPP TO PARTSUPP
                           MOVE AUDIT-AFTER-REORDER TO PARTREORDER
                       WHEN "PLAN"
                           MOVE AUDIT-AFTER-REORDER TO PARTREORDER
                       WHEN "COUNT"
                           MOVE AUDIT-DATE TO PARTLASTCNT
                       WHEN "ISSUE"
                           MOVE AUDIT-DATE TO PARTLASTISS
                   END-EVALUATE
                   PERFORM REWRITE-PART
           END-READ.

      ****** An issue names its order and line (line zero for a
      ****** released backorder, which is held per order). The line
      ****** must be on MAINTDTL.DAT for the same part, on an order
      ****** dated no earlier than the backup; a released backorder
      ****** needs only its order. Either way the order and part go
      ****** in the table the unissued-line check reads.
       334-CHECK-ISSUE-ORDER.
           MOVE AUDIT-AFTER-DESC(1:22) TO WS-ISSUE-REF.
           IF WS-ISSUE-REF-ORDER NOT NUMERIC
               OR WS-ISSUE-REF-LINE NOT NUMERIC
               MOVE "ISSUE ENTRY NAMES NO ORDER"
                   TO WS-CONFLICT-REMARK
               PERFORM FLAG-CONFLICT
           ELSE
               MOVE WS-ISSUE-REF TO WS-REMARK
               PERFORM REMEMBER-ISSUED-ORDER
               IF WS-ORDERS-ON-FILE = "T"
                   PERFORM CHECK-ISSUE-AGAINST-ORDER
               END-IF
           END-IF.

       CHECK-ISSUE-AGAINST-ORDER.
           MOVE WS-ISSUE-REF-ORDER TO MORD-NUMBER.
           READ MORDFILE
               INVALID KEY
                   MOVE "ORDER NOT ON MAINTORD"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   IF WS-ISSUE-REF-LINE > ZEROES
                       PERFORM CHECK-ISSUE-AGAINST-LINE
                   END-IF
           END-READ.

       CHECK-ISSUE-AGAINST-LINE.
           IF MORD-DATE < WS-BKP-DATE
               MOVE "ORDER DATED BEFORE THE BACKUP"
                   TO WS-CONFLICT-REMARK
               PERFORM FLAG-CONFLICT
           END-IF.
           MOVE WS-ISSUE-REF-ORDER TO MDTL-ORDER-NO.
           MOVE WS-ISSUE-REF-LINE TO MDTL-LINE-NO.
           READ DTLFILE
               INVALID KEY
                   MOVE "ORDER LINE NOT ON MAINTDTL"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   IF MDTL-PART-ID NOT = AUDIT-PARTID
                       MOVE "ORDER LINE IS FOR ANOTHER PART"
                           TO WS-CONFLICT-REMARK
                       PERFORM FLAG-CONFLICT
                   END-IF
           END-READ.

       REMEMBER-ISSUED-ORDER.
           MOVE "F" TO WS-ISSUED-FOUND.
           PERFORM VARYING WS-ISSUED-IDX FROM 1 BY 1
               UNTIL WS-ISSUED-IDX > WS-ISSUED-COUNT
                   OR WS-ISSUED-FOUND = "T"
               IF WS-ISSUED-ORDER(WS-ISSUED-IDX) = WS-ISSUE-REF-ORDER
                   AND WS-ISSUED-PART(WS-ISSUED-IDX) = AUDIT-PARTID
                   MOVE "T" TO WS-ISSUED-FOUND
               END-IF
           END-PERFORM.
           IF WS-ISSUED-FOUND = "F"
               IF WS-ISSUED-COUNT < 3000
                   ADD 1 TO WS-ISSUED-COUNT
                   MOVE WS-ISSUE-REF-ORDER
                       TO WS-ISSUED-ORDER(WS-ISSUED-COUNT)
                   MOVE AUDIT-PARTID TO WS-ISSUED-PART(WS-ISSUED-COUNT)
               ELSE
                   MOVE "T" TO WS-ISSUED-FULL
               END-IF
           END-IF.

      ****** The entry's before quantity must be what the rebuilt
      ****** master holds at this point in the day.
       CHECK-BEFORE-QTY.
           IF AUDIT-BEFORE-QTY NOT = PARTQTY
               MOVE PARTQTY TO WQR-FILE
               MOVE AUDIT-BEFORE-QTY TO WQR-ENTRY
               MOVE WS-QTY-REMARK TO WS-CONFLICT-REMARK
               PERFORM FLAG-CONFLICT
           END-IF.

      ****** Moves PARTQTY by WS-MOVE-QTY, the journal's own figure,
      ****** which is what the expected total is built from. A
      ****** quantity that cannot be held is stopped at the limit and
      ****** reported, and the control totals show the difference.
       APPLY-QTY-MOVEMENT.
           COMPUTE WS-NEW-QTY = PARTQTY + WS-MOVE-QTY.
           IF WS-NEW-QTY < ZEROES
               MOVE ZEROES TO WS-NEW-QTY
               MOVE "STOCK SHORT - LEFT AT ZERO" TO WS-CONFLICT-REMARK
               PERFORM FLAG-CONFLICT
           END-IF.
           IF WS-NEW-QTY > 99999
               MOVE 99999 TO WS-NEW-QTY
               MOVE "QTY OVER 99999 - HELD AT 99999"
                   TO WS-CONFLICT-REMARK
               PERFORM FLAG-CONFLICT
           END-IF.
           MOVE WS-NEW-QTY TO PARTQTY.

       REWRITE-PART.
           REWRITE REC-IO
               INVALID KEY
                   MOVE "MASTER NOT UPDATED - I/O ERROR"
                       TO WS-CONFLICT-REMARK
                   PERFORM FLAG-CONFLICT
               NOT INVALID KEY
                   MOVE "T" TO WS-APPLIED
                   MOVE "T" TO WS-SHOW-QTYS
                   MOVE PARTQTY TO WS-FILE-AFTER
                   ADD WS-MOVE-QTY TO WS-NET-MOVEMENT
           END-REWRITE.

      ****** The first conflict found on a transaction is the one
      ****** reported against it.
       FLAG-CONFLICT.
           IF WS-RESULT NOT = "CONFLICT"
               MOVE "CONFLICT" TO WS-RESULT
               MOVE WS-CONFLICT-REMARK TO WS-REMARK
           END-IF.

       390-PRINT-TRANSACTION.
           EVALUATE WS-RESULT
               WHEN "APPLIED"
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "SKIPPED"
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CONFLICT-COUNT
                   IF WS-APPLIED = "T"
                       ADD 1 TO WS-CONFLICT-APPLIED
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-DATE TO WD-DATE.
           MOVE SR-TIME TO WS-TIME-WORK.
           PERFORM EDIT-TIME.
           MOVE WS-TIME-EDIT TO WD-TIME.
           MOVE WS-SOURCE-NAME TO WD-SOURCE.
           MOVE WS-ACTION-NAME TO WD-ACTION.
           MOVE WS-TRAN-PARTID TO WD-PARTID.
           IF WS-SHOW-QTYS = "T"
               MOVE WS-MOVE-QTY TO WD-MOVED
               MOVE WS-FILE-BEFORE TO WD-FROM
               MOVE WS-FILE-AFTER TO WD-TO
           END-IF.
           MOVE WS-RESULT TO WD-RESULT.
           MOVE WS-REMARK TO WD-REMARK.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** The other direction: every line of an order dated after
      ****** the backup's date must have had stock issued to it since
      ****** - or be waiting on a backorder for it. An order dated
      ****** the same day as the backup may have been keyed before
      ****** the unload, so it is not looked at. Only orders stock
      ****** has left the shelf for count - one still reserved,
      ****** pending, rejected or expired never moved any.
       400-CHECK-UNISSUED-LINES.
           IF WS-ISSUED-FULL = "T"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OVER 3000 ISSUES - UNISSUED LINES NOT CHECKED"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "F" TO WS-SCAN-EOF
               MOVE ZEROES TO MORD-NUMBER
               START MORDFILE KEY IS NOT LESS THAN MORD-NUMBER
                   INVALID KEY
                       MOVE "T" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ MORDFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF MORD-DATE > WS-BKP-DATE
                               AND (MORD-STATUS = "OPEN"
                                   OR MORD-STATUS = "CLOSED"
                                   OR MORD-STATUS = "CANCELLED")
                               PERFORM 410-CHECK-ORDER-LINES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       410-CHECK-ORDER-LINES.
           PERFORM VARYING WS-CHECK-LINE FROM 1 BY 1
               UNTIL WS-CHECK-LINE > MORD-LINE-COUNT
               MOVE MORD-NUMBER TO MDTL-ORDER-NO
               MOVE WS-CHECK-LINE TO MDTL-LINE-NO
               READ DTLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MDTL-QTY > ZEROES
                           PERFORM 420-CHECK-ONE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       420-CHECK-ONE-ORDER-LINE.
           MOVE "F" TO WS-ISSUED-FOUND.
           PERFORM VARYING WS-ISSUED-IDX FROM 1 BY 1
               UNTIL WS-ISSUED-IDX > WS-ISSUED-COUNT
                   OR WS-ISSUED-FOUND = "T"
               IF WS-ISSUED-ORDER(WS-ISSUED-IDX) = MDTL-ORDER-NO
                   AND WS-ISSUED-PART(WS-ISSUED-IDX) = MDTL-PART-ID
                   MOVE "T" TO WS-ISSUED-FOUND
               END-IF
           END-PERFORM.
           IF WS-ISSUED-FOUND = "F" AND WS-BKO-ON-FILE = "T"
               MOVE MDTL-PART-ID TO BKO-PARTID
               MOVE MDTL-ORDER-NO TO BKO-ORDER-NO
               READ BKOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO WS-ISSUED-FOUND
               END-READ
           END-IF.
           IF WS-ISSUED-FOUND = "F"
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE MORD-DATE TO WD-DATE
               MOVE "ORDER" TO WD-SOURCE
               MOVE "ISSUE" TO WD-ACTION
               MOVE MDTL-PART-ID TO WD-PARTID
               MOVE "CONFLICT" TO WD-RESULT
               MOVE "ORDER LINE HAS NO ISSUE ENTRY" TO WD-REMARK
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE MDTL-ORDER-NO TO WS-ISSUE-REF-ORDER
               MOVE MDTL-LINE-NO TO WS-ISSUE-REF-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-ISSUE-REF TO WD-REMARK
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      ****** What the journals say the master should now hold - the
      ****** backup, plus the parts added, less the parts deleted,
      ****** moved by every quantity the journals applied - against
      ****** what the rebuilt PARTLIST.DAT does hold, read end to
      ****** end.
       500-PRINT-CONTROL-TOTALS.
           PERFORM 510-TOTAL-REBUILT-MASTER.
           COMPUTE WS-EXPECT-RECORDS =
               WS-BKP-RECORDS + WS-ADDED-COUNT - WS-DELETED-COUNT.
           COMPUTE WS-EXPECT-QTY = WS-BKP-QTY + WS-NET-MOVEMENT.
           COMPUTE WS-DIFF-RECORDS =
               WS-ACTUAL-RECORDS - WS-EXPECT-RECORDS.
           COMPUTE WS-DIFF-QTY = WS-ACTUAL-QTY - WS-EXPECT-QTY.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TRANSACTIONS APPLIED" TO WC-LABEL.
           MOVE WS-APPLIED-COUNT TO WC-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS SKIPPED" TO WC-LABEL.
           MOVE WS-SKIPPED-COUNT TO WC-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS IN CONFLICT" TO WC-LABEL.
           MOVE WS-CONFLICT-COUNT TO WC-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "  OF WHICH APPLIED" TO WC-LABEL.
           MOVE WS-CONFLICT-APPLIED TO WC-COUNT.
           PERFORM PRINT-COUNT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CONTROL-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BACKUP" TO WCL-LABEL.
           MOVE WS-BKP-RECORDS TO WCL-RECORDS.
           MOVE WS-BKP-QTY TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "  PARTS ADDED" TO WCL-LABEL.
           MOVE WS-ADDED-COUNT TO WCL-RECORDS.
           MOVE ZEROES TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "  PARTS DELETED" TO WCL-LABEL.
           COMPUTE WCL-RECORDS = 0 - WS-DELETED-COUNT.
           MOVE ZEROES TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "  NET QUANTITY MOVED" TO WCL-LABEL.
           MOVE ZEROES TO WCL-RECORDS.
           MOVE WS-NET-MOVEMENT TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "EXPECTED" TO WCL-LABEL.
           MOVE WS-EXPECT-RECORDS TO WCL-RECORDS.
           MOVE WS-EXPECT-QTY TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "REBUILT PARTLIST.DAT" TO WCL-LABEL.
           MOVE WS-ACTUAL-RECORDS TO WCL-RECORDS.
           MOVE WS-ACTUAL-QTY TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "DIFFERENCE" TO WCL-LABEL.
           MOVE WS-DIFF-RECORDS TO WCL-RECORDS.
           MOVE WS-DIFF-QTY TO WCL-QTY.
           PERFORM PRINT-CONTROL-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DIFF-RECORDS = ZEROES AND WS-DIFF-QTY = ZEROES
               AND WS-CONFLICT-COUNT = ZEROES
               AND WS-RESTORED = WS-BKP-RECORDS
               MOVE "CONTROL TOTALS AGREE - MASTER MAY BE RELEASED"
                   TO RPT-LINE
           ELSE
               MOVE 1 TO WS-JOB-RC
               IF WS-DIFF-RECORDS = ZEROES AND WS-DIFF-QTY = ZEROES
                   AND WS-RESTORED = WS-BKP-RECORDS
                   MOVE "CONTROL TOTALS AGREE - REVIEW CONFLICTS FIRST"
                       TO RPT-LINE
               ELSE
                   MOVE "CONTROL TOTALS DO NOT AGREE - DO NOT RELEASE"
                       TO RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-LINE.
           DISPLAY "PARTS_RECOVER: " RPT-LINE.

       510-TOTAL-REBUILT-MASTER.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE ZEROES TO PARTID.
           START FIN KEY IS NOT LESS THAN PARTID
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ FIN NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-ACTUAL-RECORDS
                       IF PARTQTY NUMERIC
                           ADD PARTQTY TO WS-ACTUAL-QTY
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       PRINT-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       EDIT-TIME.
           MOVE WS-TW-HH TO WTE-HH.
           MOVE WS-TW-MM TO WTE-MM.
           MOVE WS-TW-SS TO WTE-SS.


      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
      ****** logs the start of the run.
       OPEN-JOB-LOG.
           OPEN EXTEND JOBLOGFILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOGFILE
               CLOSE JOBLOGFILE
               OPEN EXTEND JOBLOGFILE
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE "START" TO WS-LOG-EVENT.
           PERFORM WRITE-JOB-LOG.

      ****** Logs the end of the run with its return code and
      ****** closes the job log.
       WRITE-JOB-END.
           MOVE "END" TO WS-LOG-EVENT.
           PERFORM WRITE-JOB-LOG.
           CLOSE JOBLOGFILE.
           MOVE WS-JOB-RC TO RETURN-CODE.

       WRITE-JOB-LOG.
           ACCEPT JOBLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT JOBLOG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO JOBLOG-OPERATOR.
           MOVE "PARTS_RECOVER" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_RECOVER.
