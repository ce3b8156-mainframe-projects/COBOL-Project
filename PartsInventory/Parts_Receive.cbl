      *          master as the delivery books in. When the part has an
      *          OPEN line on OPENPO.DAT for its supplier, the open
      *          quantity and expected date are shown on the receive
      *          screen, the receipt record carries the PO number,
      *          and the delivery is posted against the line -
      *          a line that arrives in full is marked CLOSED, and a
      *          short or over shipment is called out so the buyer
      *          can chase it. Backorders banked by PARTS_ORDER_ENTRY
      *          the open screen bounces the post back with the
      *          fresh count shown, instead of booking against a
      *          stale picture.
      *          A delivery is booked into one stockroom - the main
      *          stores unless a crib on STOREMST.DAT is keyed. PARTQTY,
      *          the company total, always takes the delivery; a crib
      *          receipt lands on the crib's shelf on PARTSTK.DAT as
      *          well. Only backorders from orders drawn on that same
      *          stockroom release from it, out of that stockroom's
      *          shelf.
      *          A lot-controlled part must be received with the lot
      *          number off the delivery and its expiry date (zero for
      *          a lot with no shelf life): the quantity books onto
      *          that lot on PARTLOT.DAT, and the movement is logged
      *          on LOTMOVE.DAT with the packing slip. Backorders it
      *          releases are drawn earliest expiry first, passing
      *          over lots already expired. Each backorder released
      *          writes an ISSUE entry to PART-AUDIT.DAT naming its
      *          order (line zero - a backorder is held per order),
      *          so PARTS_RECOVER can replay it. Backorders release
      *          only from stock that is available - the receiving
      *          stockroom's shelf less what PARTRESV.DAT holds there
      *          for reservations and orders waiting on approval, and
      *          less expired lots - the same figure order entry
      *          issues from.
      *          A receipt is dated today, and is refused while this
      *          month is closed - or being closed - on PERIOD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT LMVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMV-STATUS.
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 BACKORD-REC.
               COPY BACKORD.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD LMVFILE
           VALUE OF FILE-ID IS "../LOTMOVE.DAT".
           01 LMV-REC.
               COPY LOTMVREC.

       FD AUDITFILE
           VALUE OF FILE-ID IS "../PART-AUDIT.DAT".
           01 AUDIT-REC.
               COPY AUDITREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-BKO-ON-FILE       PIC X VALUE "F".
       01 WS-BKO-EOF           PIC X VALUE "F".
       01 WS-RELEASED-QTY      PIC 9(5) VALUE ZEROES.
       01 WS-RELEASE-AVAIL     PIC 9(5) VALUE ZEROES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STORES-ON-FILE    PIC X VALUE "F".
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-MORD-STATUS       PIC XX VALUE ZEROES.
       01 WS-MORD-ON-FILE      PIC X VALUE "F".
       01 WS-BKO-STORE         PIC X(4) VALUE SPACES.
       01 WS-RECV-STORE        PIC X(4) VALUE "MAIN".
       01 WS-STORE-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-RELEASE-MESSAGE.
           05 WRL-QTY          PIC ZZZZ9.
           05 VALUE " BACKORDERED UNIT(S) RELEASED".
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-ISSUE-BEFORE-QTY  PIC 9(5) VALUE ZEROES.
       01 WS-ISSUE-REF.
           05 VALUE "ORDER ".
           05 WS-ISSUE-REF-ORDER PIC 9(7) VALUE ZEROES.
           05 VALUE " LINE ".
           05 WS-ISSUE-REF-LINE PIC 9(3) VALUE ZEROES.
       01 WS-PART-LOTCTL       PIC X VALUE "N".
       01 WS-LOT-NUMBER        PIC X(12) VALUE SPACES.
       01 WS-LOT-EXPIRY        PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EXPIRY-R REDEFINES WS-LOT-EXPIRY.
           05 WS-LOT-EXP-YY    PIC 9(4).
           05 WS-LOT-EXP-MM    PIC 99.
           05 WS-LOT-EXP-DD    PIC 99.
       01 WS-LOT-KEY-EXPIRY    PIC 9(8) VALUE ZEROES.
       01 WS-LOT-TODAY         PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-LOT-SKIP-EXPIRED  PIC X VALUE "T".
       01 WS-LOT-DRAW-QTY      PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-EXPIRED       PIC 9(7) VALUE ZEROES.
       01 WS-LOT-FIRST         PIC X(12) VALUE SPACES.
       01 WS-LOT-MOVE-TYPE     PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO      PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO       PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON        PIC X(30) VALUE SPACES.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE      PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-STORE-RESERVED    PIC 9(7) VALUE ZEROES.
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
                   20 VALUE "Qty On Hand: "               LINE 9 COL 21.
                   20 PART-QTY PIC ZZZZ9 FROM WS-PART-QTY
                                                          LINE 9 COL 34.
               10 STOCKROOM-FIELD.
                   20 VALUE "Stockroom: "                LINE 10 COL 23.
                   20 RECV-STORE PIC X(4) FROM WS-RECV-STORE
                       TO WS-RECV-STORE                  LINE 10 COL 34.
                   20 VALUE "Shelf Qty: "                LINE 10 COL 42.
                   20 STORE-QTY PIC ZZZZ9 FROM WS-STORE-ONHAND
                                                         LINE 10 COL 53.
               10 RECV-QTY-FIELD.
                   20 VALUE "Qty Received: "             LINE 11 COL 20.
                   20 RECV-QTY PIC 9(5) FROM WS-RECV-QTY
                       TO WS-RECV-QTY                    LINE 11 COL 34.
               10 LOT-FIELD.
                   20 VALUE "Lot No: "                   LINE 12 COL 26.
                   20 RECV-LOT-NO PIC X(12) FROM WS-LOT-NUMBER
                       TO WS-LOT-NUMBER                  LINE 12 COL 34.
                   20 VALUE "Expires: "                  LINE 12 COL 48.
                   20 RECV-EXPIRY PIC 9(8) FROM WS-LOT-EXPIRY
                       TO WS-LOT-EXPIRY                  LINE 12 COL 57.
               10 SLIP-NO-FIELD.
                   20 VALUE "Packing Slip: "             LINE 13 COL 20.
                   20 SLIP-NO PIC X(15) FROM WS-SLIP-NO
            PERFORM OPEN-RECEIPT-FILE.
            PERFORM OPEN-OPENPO-FILE.
            PERFORM OPEN-BACKORDER-FILE.
            PERFORM OPEN-STOCKROOM-FILES.
            PERFORM OPEN-LOT-FILES.
            PERFORM OPEN-AUDIT-FILE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY PART-FIND-SCREEN.
                END-IF
            END-PERFORM.

            IF WS-RESV-ON-FILE = "T"
                CLOSE RESVFILE
            END-IF.
            IF WS-MORD-ON-FILE = "T"
                CLOSE MORDFILE
            END-IF.
            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE AUDITFILE.
            CLOSE STKFILE.
            IF WS-STORES-ON-FILE = "T"
                CLOSE STOREFILE
            END-IF.
            IF WS-BKO-ON-FILE = "T"
                CLOSE BKOFILE
            END-IF.
               MOVE "T" TO WS-BKO-ON-FILE
           END-IF.

      ****** Until the stockroom master is set up every delivery books
      ****** into the main stores. The order file is only needed to
      ****** tell which stockroom a backorder is owed from; without
      ****** it every backorder is the main stores'. Without the
      ****** reservation file nothing is held back from a release.
       OPEN-STOCKROOM-FILES.
           OPEN INPUT STOREFILE.
           IF WS-STORE-STATUS = "00"
               MOVE "T" TO WS-STORES-ON-FILE
           END-IF.
           OPEN I-O STKFILE.
           IF WS-STK-STATUS NOT = "00"
               OPEN OUTPUT STKFILE
               CLOSE STKFILE
               OPEN I-O STKFILE
           END-IF.
           OPEN INPUT MORDFILE.
           IF WS-MORD-STATUS = "00"
               MOVE "T" TO WS-MORD-ON-FILE
           END-IF.
           OPEN INPUT RESVFILE.
           IF WS-RESV-STATUS = "00"
               MOVE "T" TO WS-RESV-ON-FILE
           END-IF.

      ****** Opens PART-AUDIT.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDITFILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
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

       FIND-PART.
           MOVE "F" TO WS-PART-FOUND.
           MOVE SPACES TO WS-ERROR-MESSAGE.
                   MOVE PARTNAME TO WS-PART-NAME
                   MOVE PARTSUPP TO WS-PART-SUPP
                   MOVE PARTQTY TO WS-PART-QTY
                   MOVE PARTLOTCTL TO WS-PART-LOTCTL
                   PERFORM GET-STORE-ONHAND
                   PERFORM FIND-OPEN-PO-LINE
           END-READ.

           MOVE ZEROES TO WS-RECV-QTY.
           MOVE SPACES TO WS-SLIP-NO.
           MOVE ZEROES TO WS-UNIT-COST.
           MOVE SPACES TO WS-LOT-NUMBER.
           MOVE ZEROES TO WS-LOT-EXPIRY.
           DISPLAY PART-RECEIVE-SCREEN.
           PERFORM UNTIL WS-RECEIPT-POSTED = "T"
               MOVE "F" TO WS-DATA-VALIDATED
               MOVE "QTY ON HAND WOULD EXCEED 99999"
                   TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM VALIDATE-STOCKROOM.
           PERFORM VALIDATE-LOT.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
           MOVE WS-POST-DATE(1:6) TO WS-POST-PERIOD.
           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-LOCKED = "T"
               MOVE WS-PERIOD-MESSAGE TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY PART-RECEIVE-SCREEN
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

       VALIDATE-STOCKROOM.
           IF WS-RECV-STORE = SPACES
               MOVE "MAIN" TO WS-RECV-STORE
           END-IF.
           IF WS-RECV-STORE NOT = "MAIN"
               IF WS-STORES-ON-FILE = "T"
                   MOVE WS-RECV-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           MOVE "STOCKROOM IS NOT ON FILE"
                               TO WS-ERROR-MESSAGE
                   END-READ
               ELSE
                   MOVE "STOCKROOM IS NOT ON FILE" TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           PERFORM GET-STORE-ONHAND.

      ****** A lot-controlled part needs the lot off the delivery and
      ****** its expiry - zero for a lot with no shelf life, which is
      ****** held as 99999999 so it issues last - and a delivery that
      ****** has already expired is refused at the door. A lot number
      ****** already on file for the part must carry the same expiry.
      ****** Any other part takes no lot, and anything keyed in the
      ****** lot fields is cleared.
       VALIDATE-LOT.
           IF WS-PART-LOTCTL NOT = "Y"
               MOVE SPACES TO WS-LOT-NUMBER
               MOVE ZEROES TO WS-LOT-EXPIRY
           ELSE
               ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD
               IF WS-LOT-EXPIRY = ZEROES
                   MOVE 99999999 TO WS-LOT-KEY-EXPIRY
               ELSE
                   MOVE WS-LOT-EXPIRY TO WS-LOT-KEY-EXPIRY
                   IF WS-LOT-EXP-MM < 1 OR WS-LOT-EXP-MM > 12
                       OR WS-LOT-EXP-DD < 1 OR WS-LOT-EXP-DD > 31
                       MOVE "EXPIRY MUST BE A DATE OR ZERO"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       IF WS-LOT-EXPIRY < WS-LOT-TODAY
                           MOVE "LOT HAS ALREADY EXPIRED"
                               TO WS-ERROR-MESSAGE
                       END-IF
                   END-IF
               END-IF
               IF WS-LOT-NUMBER = SPACES
                   MOVE "LOT NUMBER IS REQUIRED FOR THIS PART"
                       TO WS-ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-LOT-EXPIRY
               END-IF
           END-IF.

       CHECK-LOT-EXPIRY.
           MOVE "F" TO WS-LOT-EOF.
           MOVE WS-PART-ID TO LOT-PARTID.
           MOVE ZEROES TO LOT-EXPIRY.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PARTID NOT = WS-PART-ID
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           IF LOT-NUMBER = WS-LOT-NUMBER
                               AND LOT-EXPIRY NOT = WS-LOT-KEY-EXPIRY
                               MOVE "LOT IS ON FILE WITH ANOTHER EXPIRY"
                                   TO WS-ERROR-MESSAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ****** The shelf quantity of the part in WS-RECV-STORE. A crib's
      ****** is on its PARTSTK.DAT record; the main stores' is PARTQTY
      ****** less everything the cribs hold and everything in transit.
       GET-STORE-ONHAND.
           MOVE ZEROES TO WS-STORE-ONHAND.
           IF WS-RECV-STORE = "MAIN"
               PERFORM SUM-HELD-ELSEWHERE
               IF PARTQTY > WS-HELD-ELSEWHERE
                   COMPUTE WS-STORE-ONHAND =
                       PARTQTY - WS-HELD-ELSEWHERE
               END-IF
           ELSE
               MOVE PARTID TO STK-PARTID
               MOVE WS-RECV-STORE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-QTY TO WS-STORE-ONHAND
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

      ****** Adds the received quantity to the on-hand count and books
      ****** the receipt so the delivery can be traced by date or by
      ****** packing slip without digging through the audit trail.
      ****** operator confirms against what is really there.
       RELOAD-FRESH-QUANTITY.
           MOVE PARTQTY TO WS-PART-QTY.
           PERFORM GET-STORE-ONHAND.
           MOVE "STOCK MOVED UNDER YOU - REVIEW AND POST"
               TO WS-ERROR-MESSAGE.
           DISPLAY PART-RECEIVE-SCREEN.
                       TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   IF WS-RECV-STORE NOT = "MAIN"
                       PERFORM ADD-TO-CRIB-SHELF
                   END-IF
                   PERFORM WRITE-RECEIPT-RECORD
                   IF WS-PART-LOTCTL = "Y"
                       PERFORM ADD-TO-RECEIPT-LOT
                   END-IF
                   IF WS-PO-FOUND = "T"
                       PERFORM POST-AGAINST-OPEN-PO
                   END-IF
           END-REWRITE.
           MOVE "T" TO WS-RECEIPT-POSTED.

      ****** The first delivery into a crib that has never held the
      ****** part sets up its record, binless until one is keyed.
       ADD-TO-CRIB-SHELF.
           MOVE WS-PART-ID TO STK-PARTID.
           MOVE WS-RECV-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   MOVE WS-RECV-QTY TO STK-QTY
                   MOVE ZEROES TO STK-TRANSIT
                   MOVE SPACES TO STK-LOC
                   MOVE ZEROES TO STK-MIN
                   WRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RECV-QTY TO STK-QTY
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

      ****** A delivery of a lot already on file tops the lot up; a
      ****** new lot starts with the delivery date as its receipt
      ****** date.
       ADD-TO-RECEIPT-LOT.
           MOVE WS-PART-ID TO LOT-PARTID.
           MOVE WS-LOT-KEY-EXPIRY TO LOT-EXPIRY.
           MOVE WS-LOT-NUMBER TO LOT-NUMBER.
           READ LOTFILE
               INVALID KEY
                   ACCEPT LOT-RCPT-DATE FROM DATE YYYYMMDD
                   MOVE WS-RECV-QTY TO LOT-QTY
                   WRITE LOT-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RECV-QTY TO LOT-QTY
                   REWRITE LOT-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.
           MOVE "RCPT" TO WS-LOT-MOVE-TYPE.
           MOVE WS-RECV-QTY TO WS-LOT-TAKE.
           MOVE ZEROES TO WS-LOT-ORDER-NO.
           MOVE ZEROES TO WS-LOT-LINE-NO.
           MOVE WS-SLIP-NO TO WS-LOT-REASON.
           PERFORM WRITE-LOT-MOVE.

      ****** Walks the backorders waiting on this part in key order -
      ****** oldest order number first - and fills each one owed from
      ****** the receiving stockroom out of that stockroom's shelf,
      ****** until the backorders or the stock free of reservations
      ****** and expired lots run out. The on-hand count is re-read,
      ****** worked down and rewritten so the released quantity
      ****** comes straight back off the shelf the way the order
      ****** entry would have taken it had stock covered the line;
      ****** a crib's shelf comes down with it.
       RELEASE-BACKORDERS.
           IF WS-BKO-ON-FILE = "T"
               MOVE ZEROES TO WS-RELEASED-QTY
                   INVALID KEY
                       MOVE "T" TO WS-BKO-EOF
               END-START
               MOVE ZEROES TO WS-RELEASE-AVAIL
               IF WS-BKO-EOF = "F"
                   MOVE WS-PART-ID TO PARTID
                   READ FIN
                       INVALID KEY
                           MOVE "T" TO WS-BKO-EOF
                       NOT INVALID KEY
                           PERFORM GET-STORE-ONHAND
                           MOVE WS-STORE-ONHAND TO WS-RELEASE-AVAIL
                           PERFORM SUM-STORE-RESERVED
                           IF WS-RELEASE-AVAIL > WS-STORE-RESERVED
                               SUBTRACT WS-STORE-RESERVED
                                   FROM WS-RELEASE-AVAIL
                           ELSE
                               MOVE ZEROES TO WS-RELEASE-AVAIL
                           END-IF
                           IF PARTLOTCTL = "Y"
                               PERFORM SUM-EXPIRED-LOTS
                               IF WS-RELEASE-AVAIL > WS-LOT-EXPIRED
                                   SUBTRACT WS-LOT-EXPIRED
                                       FROM WS-RELEASE-AVAIL
                               ELSE
                                   MOVE ZEROES TO WS-RELEASE-AVAIL
                               END-IF
                           END-IF
                   END-READ
               END-IF
               PERFORM UNTIL WS-BKO-EOF = "T"
                   OR WS-RELEASE-AVAIL = ZEROES
                   READ BKOFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-BKO-EOF
                           IF BKO-PARTID NOT = WS-PART-ID
                               MOVE "T" TO WS-BKO-EOF
                           ELSE
                               PERFORM GET-BACKORDER-STORE
                               IF WS-BKO-STORE = WS-RECV-STORE
                                   PERFORM RELEASE-ONE-BACKORDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RELEASED-QTY > ZEROES
                   AND WS-RECV-STORE NOT = "MAIN"
                   PERFORM RELIEVE-CRIB-RELEASE
               END-IF
               IF WS-RELEASED-QTY > ZEROES
                   ACCEPT PARTLASTISS FROM DATE YYYYMMDD
                   REWRITE REC-IO
               END-IF
           END-IF.

      ****** Totals the part's reservations held in the receiving
      ****** stockroom; one written before stockrooms were kept
      ****** counts against the main stores.
       SUM-STORE-RESERVED.
           MOVE ZEROES TO WS-STORE-RESERVED.
           IF WS-RESV-ON-FILE = "T"
               MOVE "F" TO WS-RESV-EOF
               MOVE PARTID TO RESV-PARTID
               MOVE ZEROES TO RESV-ORDER-NO
               START RESVFILE KEY IS NOT LESS THAN RESV-KEY
                   INVALID KEY
                       MOVE "T" TO WS-RESV-EOF
               END-START
               PERFORM UNTIL WS-RESV-EOF = "T"
                   READ RESVFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-RESV-EOF
                       NOT AT END
                           IF RESV-PARTID NOT = PARTID
                               MOVE "T" TO WS-RESV-EOF
                           ELSE
                               IF RESV-STORE = WS-RECV-STORE
                                   OR (RESV-STORE = SPACES
                                       AND WS-RECV-STORE = "MAIN")
                                   ADD RESV-QTY TO WS-STORE-RESERVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ****** The stockroom the backorder's order was drawn on; an order
      ****** no longer on file, or one written before stockrooms, was
      ****** the main stores'.
       GET-BACKORDER-STORE.
           MOVE "MAIN" TO WS-BKO-STORE.
           IF WS-MORD-ON-FILE = "T"
               MOVE BKO-ORDER-NO TO MORD-NUMBER
               READ MORDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MORD-STORE NOT = SPACES
                           MOVE MORD-STORE TO WS-BKO-STORE
                       END-IF
               END-READ
           END-IF.

      ****** A backorder the new stock fully covers is relieved and
      ****** removed; one it only partly covers takes everything left
      ****** and stays on file for the next delivery. A lot part's
      ****** release is drawn off its lots for the backorder's order.
       RELEASE-ONE-BACKORDER.
           MOVE PARTQTY TO WS-ISSUE-BEFORE-QTY.
           MOVE BKO-ORDER-NO TO WS-ISSUE-REF-ORDER.
           MOVE ZEROES TO WS-ISSUE-REF-LINE.
           IF BKO-QTY <= WS-RELEASE-AVAIL
               MOVE BKO-QTY TO WS-LOT-DRAW-QTY
               SUBTRACT BKO-QTY FROM WS-RELEASE-AVAIL
               SUBTRACT BKO-QTY FROM PARTQTY
               ADD BKO-QTY TO WS-RELEASED-QTY
               DELETE BKOFILE RECORD
           ELSE
               MOVE WS-RELEASE-AVAIL TO WS-LOT-DRAW-QTY
               ADD WS-RELEASE-AVAIL TO WS-RELEASED-QTY
               SUBTRACT WS-RELEASE-AVAIL FROM BKO-QTY
               SUBTRACT WS-RELEASE-AVAIL FROM PARTQTY
               MOVE ZEROES TO WS-RELEASE-AVAIL
               REWRITE BACKORD-REC
           END-IF.
           PERFORM WRITE-ISSUE-AUDIT.
           IF PARTLOTCTL = "Y"
               MOVE "ISSUE" TO WS-LOT-MOVE-TYPE
               MOVE BKO-ORDER-NO TO WS-LOT-ORDER-NO
               MOVE ZEROES TO WS-LOT-LINE-NO
               MOVE SPACES TO WS-LOT-REASON
               PERFORM DRAW-FROM-LOTS
           END-IF.

      ****** Records the stock an order took off the shelf with its
      ****** own action code, so the day's issues can be replayed onto
      ****** a restored parts master. Only the quantity moves; as the
      ****** audit layout documents, both description images carry
      ****** the order and line the stock went to instead.
      ****** WS-ISSUE-BEFORE-QTY is set by the caller before the
      ****** quantity is moved.
       WRITE-ISSUE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE "ISSUE" TO AUDIT-ACTION.
           MOVE PARTID TO AUDIT-PARTID.
           MOVE PARTNAME TO AUDIT-BEFORE-NAME.
           MOVE WS-ISSUE-REF TO AUDIT-BEFORE-DESC.
           MOVE PARTPRICE TO AUDIT-BEFORE-PRICE.
           MOVE PARTSUPP TO AUDIT-BEFORE-SUPP.
           MOVE WS-ISSUE-BEFORE-QTY TO AUDIT-BEFORE-QTY.
           MOVE PARTREORDER TO AUDIT-BEFORE-REORDER.
           MOVE PARTNAME TO AUDIT-AFTER-NAME.
           MOVE WS-ISSUE-REF TO AUDIT-AFTER-DESC.
           MOVE PARTPRICE TO AUDIT-AFTER-PRICE.
           MOVE PARTSUPP TO AUDIT-AFTER-SUPP.
           MOVE PARTQTY TO AUDIT-AFTER-QTY.
           MOVE PARTREORDER TO AUDIT-AFTER-REORDER.
           WRITE AUDIT-REC.

       RELIEVE-CRIB-RELEASE.
           MOVE WS-PART-ID TO STK-PARTID.
           MOVE WS-RECV-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STK-QTY > WS-RELEASED-QTY
                       SUBTRACT WS-RELEASED-QTY FROM STK-QTY
                   ELSE
                       MOVE ZEROES TO STK-QTY
                   END-IF
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

      ****** Posts the delivery against the open PO line found when
      ****** the part was looked up. A line received in full closes;
               END-COMPUTE
           END-IF.

      ****** Draws WS-LOT-DRAW-QTY of the part in REC-IO off its lots
      ****** earliest expiry first. Lots already past their expiry
      ****** are passed over - expired stock is scrapped, not issued -
      ****** and are drawn on only when the good lots cannot cover
      ****** the quantity, so the lots always add up to PARTQTY. Each
      ****** lot drawn on is logged on LOTMOVE.DAT, and the first one
      ****** is left in WS-LOT-FIRST.
       DRAW-FROM-LOTS.
           MOVE SPACES TO WS-LOT-FIRST.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD.
           MOVE "T" TO WS-LOT-SKIP-EXPIRED.
           PERFORM SCAN-PART-LOTS.
           IF WS-LOT-DRAW-QTY > ZEROES
               MOVE "F" TO WS-LOT-SKIP-EXPIRED
               PERFORM SCAN-PART-LOTS
           END-IF.

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
                   MOVE 1 TO PA-RETURN-CODE
           END-REWRITE.
           IF WS-LOT-FIRST = SPACES
               MOVE LOT-NUMBER TO WS-LOT-FIRST
           END-IF.
           PERFORM WRITE-LOT-MOVE.

      ****** Totals the part's stock sitting on lots already past
      ****** their expiry - on hand, but not to be issued.
       SUM-EXPIRED-LOTS.
           MOVE ZEROES TO WS-LOT-EXPIRED.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD.
           MOVE "F" TO WS-LOT-EOF.
           MOVE PARTID TO LOT-PARTID.
           MOVE ZEROES TO LOT-EXPIRY.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PARTID NOT = PARTID
                           OR LOT-EXPIRY >= WS-LOT-TODAY
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           ADD LOT-QTY TO WS-LOT-EXPIRED
                       END-IF
               END-READ
           END-PERFORM.

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

       WRITE-RECEIPT-RECORD.
           ACCEPT RCPT-DATE FROM DATE YYYYMMDD.
           ACCEPT RCPT-TIME FROM TIME.
           MOVE WS-PART-SUPP TO RCPT-SUPP.
           MOVE WS-SLIP-NO TO RCPT-SLIP-NO.
           MOVE WS-UNIT-COST TO RCPT-UNIT-COST.
           MOVE WS-PO-NUMBER TO RCPT-PO-NO.
           WRITE RCPT-REC.

       END PROGRAM PARTS_RECEIVE.
