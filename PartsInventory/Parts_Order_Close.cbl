      *          movement statement's signal that demand went away
      *          with no stock moving - so no later receipt relieves
      *          stock for a dead order, and a return can never hand
      *          back units that were never issued. An order the night
      *          run raised from the preventive maintenance schedule
      *          hands its task back as it goes: completing it stamps
      *          the task on PMSCHED.DAT as done today, starting the
      *          next interval, and cancelling it frees the task to be
      *          raised again, since the work is still owed.
      *          Returned stock goes back to the stockroom the order
      *          was drawn from: PARTQTY, the company total, always
      *          rises, and for an order out of a satellite crib the
      *          crib's own shelf on PARTSTK.DAT rises with it.
      *          A lot-controlled part goes back onto the lots the
      *          order drew it from, as logged on LOTMOVE.DAT against
      *          the order and part; anything the log cannot place
      *          goes onto the part's UNLOTTED lot, so the lots still
      *          add up to PARTQTY.
      *          Cancelling and returns change the issues of the month
      *          the order is dated in, so neither is taken once that
      *          month - or this one - is closed or being closed on
      *          PERIOD.DAT. Completing an order moves no stock and is
      *          always allowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT PMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
           01 AUDIT-REC.
               COPY AUDITREC.

       FD PMFILE
           VALUE OF FILE-ID IS "../PMSCHED.DAT".
           01 PM-SCHED-REC.
               COPY PMREC.

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
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS        PIC XX VALUE ZEROES.
       01 WS-BKO-ON-FILE       PIC X VALUE "F".
       01 WS-PM-STATUS         PIC XX VALUE ZEROES.
       01 WS-PM-ON-FILE        PIC X VALUE "F".
       01 WS-PM-SCAN-DONE      PIC X VALUE "F".
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-ORDER-STORE       PIC X(4) VALUE SPACES.
       01 WS-PM-DONE-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-PM-EQUIP-ID       PIC X(8) VALUE SPACES.
       01 WS-BKO-OUTSTANDING   PIC 9(5) VALUE ZEROES.
       01 WS-APPLIED-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-OPEN-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-ISSUED-QTY        PIC 9(5) VALUE ZEROES.
       01 WS-RETURNED-COUNT    PIC 9(5) VALUE ZEROES.
       01 WS-PAGE-FIRST-LINE   PIC 9(3) VALUE ZEROES.
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-LOT-LEFT          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-MOVE-TYPE     PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO      PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO       PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON        PIC X(30) VALUE SPACES.
       01 WS-RLOT-COUNT        PIC 9(3) VALUE ZEROES.
       01 WS-RLOT-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-RLOT-SLOT         PIC 9(3) VALUE ZEROES.
       01 WS-RLOT-TABLE.
           05 WS-RLOT-ENTRY OCCURS 20 TIMES.
               10 WS-RLOT-NUMBER   PIC X(12).
               10 WS-RLOT-EXPIRY   PIC 9(8).
               10 WS-RLOT-NET      PIC S9(7).
       01 WS-LINE-1-NO         PIC 9(3) VALUE ZEROES.
       01 WS-LINE-1-ID         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-NAME       PIC X(15) VALUE SPACES.
       01 WS-LINE-5-NAME       PIC X(15) VALUE SPACES.
       01 WS-LINE-5-QTY        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-RET        PIC 9(5) VALUE ZEROES.
       01 WS-PER-STATUS        PIC XX VALUE ZEROES.
       01 WS-PERIOD-LOCKED     PIC X VALUE "F".
       01 WS-POST-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-POST-PERIOD       PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-MESSAGE.
           05 VALUE "PERIOD ".
           05 WPM-PERIOD       PIC 9(6).
           05 VALUE " IS CLOSED - NOT POSTED".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
            END-IF.
            PERFORM OPEN-AUDIT-FILE.
            PERFORM OPEN-BACKORDER-FILE.
            OPEN I-O PMFILE.
            IF WS-PM-STATUS = "00"
                MOVE "T" TO WS-PM-ON-FILE
            END-IF.
            OPEN I-O STKFILE.
            IF WS-STK-STATUS NOT = "00"
                OPEN OUTPUT STKFILE
                CLOSE STKFILE
                OPEN I-O STKFILE
            END-IF.
            PERFORM OPEN-LOT-FILES.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY ORDER-CLOSE-SCREEN.
                END-IF
            END-PERFORM.

            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE STKFILE.
            IF WS-PM-ON-FILE = "T"
                CLOSE PMFILE
            END-IF.
            IF WS-BKO-ON-FILE = "T"
                CLOSE BKOFILE
            END-IF.
            CLOSE MORDFILE.
            GOBACK.

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

      ****** Opens PART-AUDIT.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk.
       OPEN-AUDIT-FILE.
                   WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                       PERFORM COMPLETE-ORDER
                   WHEN WS-ACTION = "X" OR WS-ACTION = "x"
                       PERFORM CHECK-ORDER-PERIOD
                       IF WS-PERIOD-LOCKED = "F"
                           PERFORM CANCEL-ORDER
                       END-IF
                   WHEN WS-ACTION = "R" OR WS-ACTION = "r"
                       PERFORM CHECK-ORDER-PERIOD
                       IF WS-PERIOD-LOCKED = "F"
                           PERFORM TAKE-PARTIAL-RETURN
                       END-IF
                   WHEN OTHER
                       MOVE "ACTION MUST BE C, X OR R"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

      ****** Stock put back is netted off the issues of the order's
      ****** month and booked in today's, so both must be open.
       CHECK-ORDER-PERIOD.
           MOVE WS-ORDER-DATE(1:6) TO WS-POST-PERIOD.
           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-LOCKED = "F"
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
               MOVE WS-POST-DATE(1:6) TO WS-POST-PERIOD
               PERFORM CHECK-POSTING-PERIOD
           END-IF.
           IF WS-PERIOD-LOCKED = "T"
               MOVE WS-PERIOD-MESSAGE TO WS-ERROR-MESSAGE
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

       FIND-ORDER.
           MOVE "F" TO WS-ORDER-OK.
           MOVE ZEROES TO WS-ORDER-DATE.
                   MOVE MORD-DATE TO WS-ORDER-DATE
                   MOVE MORD-STATUS TO WS-ORDER-STATUS
                   MOVE MORD-LINE-COUNT TO WS-ORDER-LINES
                   MOVE MORD-STORE TO WS-ORDER-STORE
                   IF WS-ORDER-STORE = SPACES
                       MOVE "MAIN" TO WS-ORDER-STORE
                   END-IF
                   IF MORD-STATUS = "OPEN"
                       MOVE "T" TO WS-ORDER-OK
                   ELSE
               NOT INVALID KEY
                   MOVE "CLOSED" TO WS-ORDER-STATUS
                   MOVE "ORDER COMPLETED" TO WS-ERROR-MESSAGE
                   ACCEPT WS-PM-DONE-DATE FROM DATE YYYYMMDD
                   PERFORM RELEASE-PM-TASK
           END-REWRITE.

      ****** A cancel is a full return OF WHAT WAS ISSUED: each line
                   MOVE "CANCELLED" TO WS-ORDER-STATUS
                   MOVE "ORDER CANCELLED - STOCK RETURNED"
                       TO WS-ERROR-MESSAGE
                   MOVE ZEROES TO WS-PM-DONE-DATE
                   PERFORM RELEASE-PM-TASK
           END-REWRITE.

      ****** Finds the schedule task still holding this order as its
      ****** open order - searched under the order's machine, since
      ****** the tasks are keyed by equipment first - and frees it.
      ****** A completion passes today's date in WS-PM-DONE-DATE and
      ****** the task is stamped done; a cancel passes zero and the
      ****** last-done date is left alone, so the task falls due
      ****** again on the next night run. An order keyed by hand
      ****** holds no task and finds nothing.
       RELEASE-PM-TASK.
           IF WS-PM-ON-FILE = "T"
               MOVE MORD-EQUIP-ID TO WS-PM-EQUIP-ID
               MOVE "F" TO WS-PM-SCAN-DONE
               MOVE WS-PM-EQUIP-ID TO PM-EQUIP-ID
               MOVE ZEROES TO PM-TASK-NO
               START PMFILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       MOVE "T" TO WS-PM-SCAN-DONE
               END-START
               PERFORM UNTIL WS-PM-SCAN-DONE = "T"
                   READ PMFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-PM-SCAN-DONE
                       NOT AT END
                           IF PM-EQUIP-ID NOT = WS-PM-EQUIP-ID
                               MOVE "T" TO WS-PM-SCAN-DONE
                           ELSE
                               IF PM-OPEN-ORDER = WS-LOOKUP-ORDER
                                   PERFORM UPDATE-PM-TASK
                                   MOVE "T" TO WS-PM-SCAN-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       UPDATE-PM-TASK.
           MOVE ZEROES TO PM-OPEN-ORDER.
           IF WS-PM-DONE-DATE NOT = ZEROES
               MOVE WS-PM-DONE-DATE TO PM-LAST-DONE
           END-IF.
           REWRITE PM-SCHED-REC
               INVALID KEY
                   MOVE "ORDER CLOSED - PM TASK NOT UPDATED"
                       TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
           END-REWRITE.

      ****** One cancelled line: whatever the outstanding backorder
               NOT INVALID KEY
                   ADD 1 TO WS-RETURNED-COUNT
                   PERFORM WRITE-AUDIT-RECORD
                   IF WS-ORDER-STORE NOT = "MAIN"
                       PERFORM RESTOCK-CRIB-SHELF
                   END-IF
                   IF PARTLOTCTL = "Y"
                       PERFORM RETURN-TO-LOTS
                   END-IF
                   ADD WS-RETURN-QTY TO MDTL-RET-QTY
                   REWRITE MAINT-DTL-REC
                       INVALID KEY
                   END-REWRITE
           END-REWRITE.

      ****** A crib that has since dropped the part gets its record
      ****** back, binless, holding just the return.
       RESTOCK-CRIB-SHELF.
           MOVE MDTL-PART-ID TO STK-PARTID.
           MOVE WS-ORDER-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   MOVE WS-RETURN-QTY TO STK-QTY
                   MOVE ZEROES TO STK-TRANSIT
                   MOVE SPACES TO STK-LOC
                   MOVE ZEROES TO STK-MIN
                   WRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RETURN-QTY TO STK-QTY
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

      ****** Puts the return for the part in REC-IO back onto the
      ****** lots this order drew it from. LOTMOVE.DAT is read back
      ****** for the order and part, netting each lot's issues less
      ****** what has already come back to it, and the return fills
      ****** those lots in the order they were drawn. What the log
      ****** cannot place - stock issued before the part was
      ****** lot-controlled - goes onto the UNLOTTED lot.
       RETURN-TO-LOTS.
           PERFORM LOAD-ORDER-LOTS.
           MOVE WS-RETURN-QTY TO WS-LOT-LEFT.
           MOVE "RETURN" TO WS-LOT-MOVE-TYPE.
           MOVE WS-LOOKUP-ORDER TO WS-LOT-ORDER-NO.
           MOVE MDTL-LINE-NO TO WS-LOT-LINE-NO.
           MOVE SPACES TO WS-LOT-REASON.
           PERFORM VARYING WS-RLOT-IDX FROM 1 BY 1
               UNTIL WS-RLOT-IDX > WS-RLOT-COUNT
                   OR WS-LOT-LEFT = ZEROES
               IF WS-RLOT-NET(WS-RLOT-IDX) > ZEROES
                   IF WS-RLOT-NET(WS-RLOT-IDX) < WS-LOT-LEFT
                       MOVE WS-RLOT-NET(WS-RLOT-IDX) TO WS-LOT-TAKE
                   ELSE
                       MOVE WS-LOT-LEFT TO WS-LOT-TAKE
                   END-IF
                   MOVE WS-RLOT-NUMBER(WS-RLOT-IDX) TO LOT-NUMBER
                   MOVE WS-RLOT-EXPIRY(WS-RLOT-IDX) TO LOT-EXPIRY
                   PERFORM ADD-TO-RETURN-LOT
               END-IF
           END-PERFORM.
           IF WS-LOT-LEFT > ZEROES
               MOVE WS-LOT-LEFT TO WS-LOT-TAKE
               MOVE "UNLOTTED" TO LOT-NUMBER
               MOVE 99999999 TO LOT-EXPIRY
               PERFORM ADD-TO-RETURN-LOT
           END-IF.

      ****** Builds the table of lots the order drew the part from,
      ****** each with what is still out on the order.
       LOAD-ORDER-LOTS.
           MOVE ZEROES TO WS-RLOT-COUNT.
           CLOSE LMVFILE.
           OPEN INPUT LMVFILE.
           MOVE "F" TO WS-LOT-EOF.
           IF WS-LMV-STATUS NOT = "00"
               MOVE "T" TO WS-LOT-EOF
           END-IF.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LMVFILE
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LMV-ORDER-NO = WS-LOOKUP-ORDER
                           AND LMV-PARTID = PARTID
                           AND (LMV-TYPE = "ISSUE"
                               OR LMV-TYPE = "RETURN")
                           PERFORM TALLY-ORDER-LOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LMVFILE.
           OPEN EXTEND LMVFILE.

       TALLY-ORDER-LOT.
           MOVE ZEROES TO WS-RLOT-SLOT.
           PERFORM VARYING WS-RLOT-IDX FROM 1 BY 1
               UNTIL WS-RLOT-IDX > WS-RLOT-COUNT
                   OR WS-RLOT-SLOT > ZEROES
               IF WS-RLOT-NUMBER(WS-RLOT-IDX) = LMV-LOT-NUMBER
                   AND WS-RLOT-EXPIRY(WS-RLOT-IDX) = LMV-EXPIRY
                   MOVE WS-RLOT-IDX TO WS-RLOT-SLOT
               END-IF
           END-PERFORM.
           IF WS-RLOT-SLOT = ZEROES AND WS-RLOT-COUNT < 20
               ADD 1 TO WS-RLOT-COUNT
               MOVE WS-RLOT-COUNT TO WS-RLOT-SLOT
               MOVE LMV-LOT-NUMBER TO WS-RLOT-NUMBER(WS-RLOT-SLOT)
               MOVE LMV-EXPIRY TO WS-RLOT-EXPIRY(WS-RLOT-SLOT)
               MOVE ZEROES TO WS-RLOT-NET(WS-RLOT-SLOT)
           END-IF.
           IF WS-RLOT-SLOT > ZEROES
               IF LMV-TYPE = "ISSUE"
                   ADD LMV-QTY TO WS-RLOT-NET(WS-RLOT-SLOT)
               ELSE
                   SUBTRACT LMV-QTY FROM WS-RLOT-NET(WS-RLOT-SLOT)
               END-IF
           END-IF.

      ****** Adds WS-LOT-TAKE back onto the lot keyed in LOT-NUMBER and
      ****** LOT-EXPIRY, writing the lot afresh if it has gone.
       ADD-TO-RETURN-LOT.
           MOVE PARTID TO LOT-PARTID.
           READ LOTFILE
               INVALID KEY
                   ACCEPT LOT-RCPT-DATE FROM DATE YYYYMMDD
                   MOVE WS-LOT-TAKE TO LOT-QTY
                   WRITE LOT-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-TAKE TO LOT-QTY
                   REWRITE LOT-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT.
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

      ****** Records the stock add-back with its own action code so a
      ****** quantity booked back from an order can be told apart from
      ****** a receipt or a count correction. Only the quantity moves;
