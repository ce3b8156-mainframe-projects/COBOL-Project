      * Purpose: Month-end stock movement statement. For every part:
      *          opening balance, plus the month's receipts from
      *          PARTRCPT.DAT, minus the month's issues from the
      *          MAINTDTL.DAT lines of orders dated in the month, minus
      *          the month's returns to vendor from PARTRTV.DAT (shown
      *          in their own column, so stock sent back to a supplier
      *          is never mistaken for a count loss or an issue),
      *          minus the month's expired lot stock scrapped through
      *          PARTS_LOT_SCRAP (the SCRAP entries on PART-AUDIT.DAT,
      *          likewise in a column of their own), plus or minus the
      *          month's COUNT and RETURN adjustments from
      *          PART-AUDIT.DAT, adjusted for the change in outstanding
      *          backorders, equals a computed closing balance - and
      *          any part whose computed balance disagrees with PARTQTY
      *          on PARTLIST.DAT is flagged, so an auditor's "why did
      *          part 00317 move" is one line on one page instead of an
      *          afternoon across four files. Opening balances come
      *          from STOCKBAL.DAT, the snapshot this report rewrites
      *          at the end of every run; a part with no snapshot yet
      *          (the first run, or a new part) takes a derived opening
      *          and cannot flag. The statement month is prompted for
      *          on the console as YYYYMM. Run standalone at month end,
      *          not from PARTS-HOME-SCREEN.
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
           01 RCPT-REC.
               COPY RCPTREC.

       FD RTVFILE
           VALUE OF FILE-ID IS "../PARTRTV.DAT".
           01 RTV-REC.
               COPY RTVREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-RCPT-STATUS        PIC XX VALUE ZEROES.
       01 WS-RTV-STATUS         PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS       PIC XX VALUE ZEROES.
       01 WS-BOOK-FOUND         PIC X VALUE "F".
       01 WS-OPENING            PIC S9(7) VALUE ZEROES.
       01 WS-RECEIPTS           PIC S9(7) VALUE ZEROES.
       01 WS-VEND-RETURNS       PIC S9(7) VALUE ZEROES.
       01 WS-ISSUES             PIC S9(7) VALUE ZEROES.
       01 WS-SCRAP              PIC S9(7) VALUE ZEROES.
       01 WS-ADJUST             PIC S9(7) VALUE ZEROES.
       01 WS-BKO-PRIOR          PIC S9(7) VALUE ZEROES.
       01 WS-BKO-NOW            PIC S9(7) VALUE ZEROES.
           05 VALUE "RUN: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-COLUMN-HEADER.
           05 VALUE "PART ID  OPENING RECEIPTS  TO VEND   ISSUES".
           05 VALUE "    SCRAP".
           05 VALUE "   ADJUST  BKO CHG COMPUTED  ON HAND".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-RECEIPTS       PIC -ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-VEND-RETURNS   PIC -ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ISSUES         PIC -ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SCRAP          PIC -ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ADJUST         PIC -ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-BKO-CHG        PIC -ZZZZZ9.
      ****** codes order the facts under each part: 1 opening
      ****** snapshot, 2 receipts, 3 issues, 4 adjustments, 5
      ****** outstanding backorders now, 6 outstanding backorders at
      ****** the snapshot, 7 returns to vendor, 9 the book balance
      ****** off the master.
       200-RELEASE-MOVEMENTS.
           PERFORM 210-RELEASE-SNAPSHOTS.
           PERFORM 220-RELEASE-RECEIPTS.
           PERFORM 240-RELEASE-ADJUSTMENTS.
           PERFORM 250-RELEASE-BACKORDERS.
           PERFORM 260-RELEASE-BOOK-BALANCES.
           PERFORM 270-RELEASE-VENDOR-RETURNS.

       210-RELEASE-SNAPSHOTS.
           OPEN INPUT BALFILE.
      ****** odd one out: its images carry the backorder a cancel
      ****** wrote off, before down to after, and the write-down adds
      ****** back in - it squares the backorder-change term for
      ****** demand that went away with no stock moving. A SCRAP entry
      ****** carries on-hand images like a count, but goes to its own
      ****** column as the quantity written off, before less after.
       240-RELEASE-ADJUSTMENTS.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO SM-NAME
               RELEASE SORT-REC
           END-IF.
           IF AUDIT-ACTION = "SCRAP"
               MOVE AUDIT-PARTID TO SM-PARTID
               MOVE 8 TO SM-TYPE
               COMPUTE SM-QTY = AUDIT-BEFORE-QTY - AUDIT-AFTER-QTY
               MOVE SPACES TO SM-NAME
               RELEASE SORT-REC
           END-IF.

      ****** A backordered quantity is an issue the shelf has not
      ****** covered yet, so the change in outstanding backorders
           END-PERFORM.
           CLOSE FIN.

      ****** Stock sent back to the supplier leaves the shelf with no
      ****** order line or audit entry behind it, so it is its own
      ****** fact. PARTRTV.DAT only exists once the first return has
      ****** been made.
       270-RELEASE-VENDOR-RETURNS.
           OPEN INPUT RTVFILE.
           IF WS-RTV-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RTVFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF RTV-DATE(1:6) = WS-STMT-MONTH
                               MOVE RTV-PARTID TO SM-PARTID
                               MOVE 7 TO SM-TYPE
                               MOVE RTV-QTY TO SM-QTY
                               MOVE SPACES TO SM-NAME
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTVFILE
           END-IF.

      ****** One statement line per part off the control break, then
      ****** the fresh snapshot so next month's run has this month's
      ****** closing as its opening.
           MOVE "F" TO WS-BOOK-FOUND.
           MOVE ZEROES TO WS-OPENING.
           MOVE ZEROES TO WS-RECEIPTS.
           MOVE ZEROES TO WS-VEND-RETURNS.
           MOVE ZEROES TO WS-ISSUES.
           MOVE ZEROES TO WS-SCRAP.
           MOVE ZEROES TO WS-ADJUST.
           MOVE ZEROES TO WS-BKO-PRIOR.
           MOVE ZEROES TO WS-BKO-NOW.
                   ADD SM-QTY TO WS-BKO-NOW
               WHEN 6
                   ADD SM-QTY TO WS-BKO-PRIOR
               WHEN 7
                   ADD SM-QTY TO WS-VEND-RETURNS
               WHEN 8
                   ADD SM-QTY TO WS-SCRAP
               WHEN 9
                   MOVE "T" TO WS-BOOK-FOUND
                   MOVE SM-QTY TO WS-BOOK-QTY
               COMPUTE WS-BKO-CHANGE = WS-BKO-NOW - WS-BKO-PRIOR
               IF WS-OPENING-FOUND = "F"
                   COMPUTE WS-OPENING = WS-BOOK-QTY - WS-RECEIPTS
                       + WS-VEND-RETURNS
                       + WS-ISSUES + WS-SCRAP
                       - WS-ADJUST - WS-BKO-CHANGE
               END-IF
               COMPUTE WS-COMPUTED = WS-OPENING + WS-RECEIPTS
                   - WS-VEND-RETURNS
                   - WS-ISSUES - WS-SCRAP
                   + WS-ADJUST + WS-BKO-CHANGE
               ADD 1 TO WS-PART-COUNT
               MOVE WS-CURRENT-PART TO WD-PARTID
               MOVE WS-OPENING TO WD-OPENING
               MOVE WS-RECEIPTS TO WD-RECEIPTS
               MOVE WS-VEND-RETURNS TO WD-VEND-RETURNS
               MOVE WS-ISSUES TO WD-ISSUES
               MOVE WS-SCRAP TO WD-SCRAP
               MOVE WS-ADJUST TO WD-ADJUST
               MOVE WS-BKO-CHANGE TO WD-BKO-CHG
               MOVE WS-COMPUTED TO WD-COMPUTED
