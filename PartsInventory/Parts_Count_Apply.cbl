      *          an abend: only the counts not yet posted remain. Run
      *          standalone after the variance report has been
      *          reviewed, not from PARTS-HOME-SCREEN.
      *          A count is for one stockroom and corrects that
      *          stockroom's shelf only: a crib count replaces the
      *          crib's quantity on PARTSTK.DAT, a main stores count
      *          replaces PARTQTY less what the cribs hold and what is
      *          in transit, and either way PARTQTY, the company
      *          total, moves by the difference - which is what the
      *          COUNT audit entry carries. On a lot-controlled part
      *          a count loss comes off the lots strictly earliest
      *          expiry first and a count gain, whose lot nobody can
      *          say, goes onto the part's UNLOTTED lot, each logged
      *          on LOTMOVE.DAT as a COUNT movement.
      *          A count dated in a month that is closed - or being
      *          closed - on PERIOD.DAT is not posted, nor is any count
      *          while this month is; it is kept on file, the run ends
      *          with return code 1, and it posts on the first run
      *          after the month is reopened.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT CNTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT LMVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMV-STATUS.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 JOBLOG-REC.
               COPY JOBLOGREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD LMVFILE
           VALUE OF FILE-ID IS "../LOTMOVE.DAT".
           01 LMV-REC.
               COPY LOTMVREC.

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-COUNT-DONE         PIC X VALUE "F".
       01 WS-BEFORE-QTY         PIC 9(5) VALUE ZEROES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-STK-FOUND          PIC X VALUE "F".
       01 WS-COUNT-STORE        PIC X(4) VALUE SPACES.
       01 WS-BOOK-QTY           PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-NEW-QTY            PIC S9(7) VALUE ZEROES.
       01 WS-LOT-STATUS         PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS         PIC XX VALUE ZEROES.
       01 WS-LOT-TODAY          PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EOF            PIC X VALUE "F".
       01 WS-LOT-SKIP-EXPIRED   PIC X VALUE "T".
       01 WS-LOT-DRAW-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE           PIC 9(5) VALUE ZEROES.
       01 WS-LOT-FIRST          PIC X(12) VALUE SPACES.
       01 WS-LOT-MOVE-TYPE      PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO       PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO        PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON         PIC X(30) VALUE SPACES.
       01 WS-PER-STATUS         PIC XX VALUE ZEROES.
       01 WS-PERIOD-LOCKED      PIC X VALUE "F".
       01 WS-POST-DATE          PIC 9(8) VALUE ZEROES.
       01 WS-POST-PERIOD        PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-MESSAGE.
           05 VALUE "PERIOD ".
           05 WPM-PERIOD        PIC 9(6).
           05 VALUE " IS CLOSED - NOT POSTED".

      *-----------------------
       PROCEDURE DIVISION.
           END-IF.
           OPEN I-O FIN.
           PERFORM OPEN-AUDIT-FILE.
           OPEN I-O STKFILE.
           IF WS-STK-STATUS NOT = "00"
               OPEN OUTPUT STKFILE
               CLOSE STKFILE
               OPEN I-O STKFILE
           END-IF.
           PERFORM OPEN-LOT-FILES.

           MOVE LOW-VALUES TO CNT-KEY.
           START CNTFILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY
                   MOVE "T" TO WS-CNT-EOF
           END-START.
               END-READ
           END-PERFORM.

           CLOSE LMVFILE.
           CLOSE LOTFILE.
           CLOSE STKFILE.
           CLOSE AUDITFILE.
           CLOSE FIN.
           CLOSE CNTFILE.
               OPEN EXTEND AUDITFILE
           END-IF.

      ****** Opens the lot balances and the lot movement log,
      ****** creating either one if no lot has ever been received.
       OPEN-LOT-FILES.
           OPEN I-O LOTFILE.
           IF WS-LOT-STATUS NOT = "00"
               OPEN OUTPUT LOTFILE
               CLOSE LOTFILE
               OPEN I-O LOTFILE
           END-IF.
           OPEN EXTEND LMVFILE.
           IF WS-LMV-STATUS NOT = "00"
               OPEN OUTPUT LMVFILE
               CLOSE LMVFILE
               OPEN EXTEND LMVFILE
           END-IF.

      ****** A count for a part no longer on file is reported and
      ****** discarded; a count that matches the book quantity moves
      ****** no stock, but still stamps the last-counted date so the
      ****** tells
      ****** the caller the count record is finished with and can be
      ****** removed - only a posting error keeps it on file for the
      ****** re-run. A count written before counts carried a
      ****** stockroom is a main stores count.
       POST-ONE-COUNT.
           MOVE "T" TO WS-COUNT-DONE.
           MOVE CNT-STORE TO WS-COUNT-STORE.
           IF WS-COUNT-STORE = SPACES OR WS-COUNT-STORE = LOW-VALUES
               MOVE "MAIN" TO WS-COUNT-STORE
           END-IF.
           PERFORM CHECK-COUNT-PERIOD.
           IF WS-PERIOD-LOCKED = "T"
               DISPLAY "PARTS_COUNT_APPLY: PART " CNT-PARTID
                   " IN " WS-COUNT-STORE " - " WS-PERIOD-MESSAGE
                   " - COUNT KEPT"
               MOVE 1 TO WS-JOB-RC
               MOVE "F" TO WS-COUNT-DONE
           ELSE
               PERFORM POST-ONE-COUNT-PART
           END-IF.

       POST-ONE-COUNT-PART.
           MOVE CNT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                       " NOT ON FILE - COUNT SKIPPED"
               NOT INVALID KEY
                   MOVE CNT-DATE TO PARTLASTCNT
                   PERFORM GET-BOOK-QTY
                   COMPUTE WS-NEW-QTY =
                       PARTQTY - WS-BOOK-QTY + CNT-QTY
                   IF WS-NEW-QTY > 99999
                       DISPLAY "PARTS_COUNT_APPLY: PART " CNT-PARTID
                           " IN " WS-COUNT-STORE
                           " WOULD TAKE QTY ON HAND PAST 99999"
                           " - COUNT KEPT"
                       MOVE 1 TO WS-JOB-RC
                       MOVE "F" TO WS-COUNT-DONE
                   ELSE
                       IF WS-NEW-QTY < ZEROES
                           MOVE ZEROES TO WS-NEW-QTY
                       END-IF
                       PERFORM POST-COUNTED-QTY
                   END-IF
           END-READ.

      ****** The adjustment belongs to the month the count was taken
      ****** in and is booked in today's, so both must be open.
       CHECK-COUNT-PERIOD.
           MOVE CNT-DATE(1:6) TO WS-POST-PERIOD.
           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-LOCKED = "F"
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
               MOVE WS-POST-DATE(1:6) TO WS-POST-PERIOD
               PERFORM CHECK-POSTING-PERIOD
           END-IF.

      ****** A month that has been closed - or is being closed - has
      ****** gone to accounting and takes no more postings. PERIOD.DAT
      ****** is read afresh on every check so a close run while the
      ****** program is up is seen; no file or no record for the month
      ****** means it is open.
       CHECK-POSTING-PERIOD.
           MOVE "F" TO WS-PERIOD-LOCKED.
           OPEN INPUT PERFILE.
           IF WS-PER-STATUS = "00"
               MOVE WS-POST-PERIOD TO PER-PERIOD
               READ PERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATUS NOT = "OPEN"
                           MOVE "T" TO WS-PERIOD-LOCKED
                       END-IF
               END-READ
               CLOSE PERFILE
           END-IF.
           IF WS-PERIOD-LOCKED = "T"
               MOVE WS-POST-PERIOD TO WPM-PERIOD
           END-IF.

       POST-COUNTED-QTY.
           IF WS-BOOK-QTY NOT = CNT-QTY
               MOVE PARTQTY TO WS-BEFORE-QTY
               MOVE WS-NEW-QTY TO PARTQTY
               IF WS-COUNT-STORE NOT = "MAIN"
                   PERFORM SET-CRIB-QTY
               END-IF
               REWRITE REC-IO
                   INVALID KEY
                       DISPLAY "PARTS_COUNT_APPLY: ERROR "
                           "POSTING PART " CNT-PARTID
                       MOVE 1 TO WS-JOB-RC
                       MOVE "F" TO WS-COUNT-DONE
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNTS-POSTED
                       PERFORM WRITE-AUDIT-RECORD
                       IF PARTLOTCTL = "Y"
                           PERFORM ADJUST-COUNTED-LOTS
                       END-IF
               END-REWRITE
           ELSE
               REWRITE REC-IO
                   INVALID KEY
                       DISPLAY "PARTS_COUNT_APPLY: ERROR "
                           "POSTING PART " CNT-PARTID
                       MOVE 1 TO WS-JOB-RC
                       MOVE "F" TO WS-COUNT-DONE
               END-REWRITE
           END-IF.

      ****** Moves the part's lots by the count difference, so they
      ****** still add up to the PARTQTY just posted. A loss is taken
      ****** strictly earliest expiry first, expired lots included -
      ****** the stock nobody can find is as likely to be stock that
      ****** should already have been scrapped.
       ADJUST-COUNTED-LOTS.
           MOVE "COUNT" TO WS-LOT-MOVE-TYPE.
           MOVE ZEROES TO WS-LOT-ORDER-NO.
           MOVE ZEROES TO WS-LOT-LINE-NO.
           MOVE SPACES TO WS-LOT-REASON.
           IF WS-BEFORE-QTY > PARTQTY
               COMPUTE WS-LOT-DRAW-QTY = WS-BEFORE-QTY - PARTQTY
               ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO WS-LOT-FIRST
               MOVE "F" TO WS-LOT-SKIP-EXPIRED
               PERFORM SCAN-PART-LOTS
           ELSE
               COMPUTE WS-LOT-TAKE = PARTQTY - WS-BEFORE-QTY
               MOVE PARTID TO LOT-PARTID
               MOVE 99999999 TO LOT-EXPIRY
               MOVE "UNLOTTED" TO LOT-NUMBER
               READ LOTFILE
                   INVALID KEY
                       MOVE CNT-DATE TO LOT-RCPT-DATE
                       MOVE WS-LOT-TAKE TO LOT-QTY
                       WRITE LOT-REC
                           INVALID KEY
                               MOVE 1 TO WS-JOB-RC
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-LOT-TAKE TO LOT-QTY
                       REWRITE LOT-REC
                           INVALID KEY
                               MOVE 1 TO WS-JOB-RC
                       END-REWRITE
               END-READ
               PERFORM WRITE-LOT-MOVE
           END-IF.

      ****** Draws WS-LOT-DRAW-QTY of the part in REC-IO off its lots
      ****** earliest expiry first, logging each lot drawn on to
      ****** LOTMOVE.DAT.
       SCAN-PART-LOTS.
           MOVE "F" TO WS-LOT-EOF.
           MOVE PARTID TO LOT-PARTID.
           MOVE ZEROES TO LOT-EXPIRY.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T" OR WS-LOT-DRAW-QTY = ZEROES
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PARTID NOT = PARTID
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           IF LOT-QTY > ZEROES
                               AND (LOT-EXPIRY >= WS-LOT-TODAY
                                   OR WS-LOT-SKIP-EXPIRED = "F")
                               PERFORM DRAW-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DRAW-ONE-LOT.
           IF LOT-QTY < WS-LOT-DRAW-QTY
               MOVE LOT-QTY TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM LOT-QTY.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY.
           REWRITE LOT-REC
               INVALID KEY
                   MOVE 1 TO WS-JOB-RC
           END-REWRITE.
           IF WS-LOT-FIRST = SPACES
               MOVE LOT-NUMBER TO WS-LOT-FIRST
           END-IF.
           PERFORM WRITE-LOT-MOVE.

      ****** Logs WS-LOT-TAKE moved on the lot in LOT-REC.
       WRITE-LOT-MOVE.
           ACCEPT LMV-DATE FROM DATE YYYYMMDD.
           ACCEPT LMV-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO LMV-OPERATOR.
           MOVE WS-LOT-MOVE-TYPE TO LMV-TYPE.
           MOVE LOT-PARTID TO LMV-PARTID.
           MOVE LOT-NUMBER TO LMV-LOT-NUMBER.
           MOVE LOT-EXPIRY TO LMV-EXPIRY.
           MOVE WS-LOT-TAKE TO LMV-QTY.
           MOVE WS-LOT-ORDER-NO TO LMV-ORDER-NO.
           MOVE WS-LOT-LINE-NO TO LMV-LINE-NO.
           MOVE WS-LOT-REASON TO LMV-REASON.
           WRITE LMV-REC.

      ****** The book quantity the count replaces: a crib's shelf on
      ****** PARTSTK.DAT - nothing if the crib has never held the
      ****** part - or the main stores' shelf, PARTQTY less what the
      ****** cribs hold and what is in transit.
       GET-BOOK-QTY.
           MOVE ZEROES TO WS-BOOK-QTY.
           IF WS-COUNT-STORE = "MAIN"
               PERFORM SUM-HELD-ELSEWHERE
               IF PARTQTY > WS-HELD-ELSEWHERE
                   COMPUTE WS-BOOK-QTY = PARTQTY - WS-HELD-ELSEWHERE
               END-IF
           ELSE
               MOVE "F" TO WS-STK-FOUND
               MOVE CNT-PARTID TO STK-PARTID
               MOVE WS-COUNT-STORE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO WS-STK-FOUND
                       MOVE STK-QTY TO WS-BOOK-QTY
               END-READ
           END-IF.

       SUM-HELD-ELSEWHERE.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
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

      ****** Stock found in a crib that has never held the part sets
      ****** up its record, binless until one is keyed.
       SET-CRIB-QTY.
           MOVE CNT-PARTID TO STK-PARTID.
           MOVE WS-COUNT-STORE TO STK-STORE.
           MOVE CNT-QTY TO STK-QTY.
           IF WS-STK-FOUND = "T"
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNT-QTY TO STK-QTY
                       REWRITE STK-REC
                           INVALID KEY
                               MOVE 1 TO WS-JOB-RC
                       END-REWRITE
               END-READ
           ELSE
               MOVE ZEROES TO STK-TRANSIT
               MOVE SPACES TO STK-LOC
               MOVE ZEROES TO STK-MIN
               WRITE STK-REC
                   INVALID KEY
                       MOVE 1 TO WS-JOB-RC
               END-WRITE
           END-IF.

      ****** Records the count adjustment with its own action code so
      ****** an auditor can split count corrections from day-to-day
