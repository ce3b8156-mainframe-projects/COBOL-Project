      *          with no header (and headers with missing lines),
      *          duplicate supplier names, and quantity fields that
      *          are no longer valid numbers, so bad data is caught
      *          before month-end instead of after. The part
      *          supersession links on PARTSUPR.DAT are swept too: a
      *          link naming a part no longer on PARTLIST.DAT is
      *          reported as dangling, and a chain that leads back
      *          round to a part already in it as circular. The
      *          stockroom shelves on PARTSTK.DAT are swept as well:
      *          a part whose crib shelves and stock in transit add up
      *          to more than its PARTQTY, a shelf record for a part
      *          no longer on PARTLIST.DAT, and a shelf record for a
      *          stockroom not on STOREMST.DAT are all reported. The
      *          lot balances on PARTLOT.DAT are swept too: a lot-
      *          controlled part whose lots do not add up to its
      *          PARTQTY, and a lot for a part that is no longer on
      *          PARTLIST.DAT or is no longer lot-controlled, are
      *          both reported. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS MDTL-KEY
               FILE STATUS IS WS-DTL-STATUS.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
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
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD RPTFILE
           VALUE OF FILE-ID IS "../INTEGRITY.RPT".
           01 RPT-LINE PIC X(80).
           05 WS-SEEN-SUPP OCCURS 500 TIMES.
               10 WS-SEEN-SUPP-ID      PIC 9(5).
               10 WS-SEEN-SUPP-NAME    PIC X(25).
       01 WS-SUPR-STATUS        PIC XX VALUE ZEROES.
       01 WS-LINK-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-LINK-IDX           PIC 9(3) VALUE ZEROES.
       01 WS-LINK-FIND          PIC 9(3) VALUE ZEROES.
       01 WS-LINK-TABLE-FULL    PIC X VALUE "F".
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 500 TIMES.
               10 WS-LINK-OLD          PIC 9(5).
               10 WS-LINK-NEW          PIC 9(5).
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-STORE-STATUS       PIC XX VALUE ZEROES.
       01 WS-STORE-ON-FILE      PIC X VALUE "F".
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-LOT-STATUS         PIC XX VALUE ZEROES.
       01 WS-LOT-ON-FILE        PIC X VALUE "F".
       01 WS-LOT-EOF            PIC X VALUE "F".
       01 WS-LOT-TOTAL          PIC 9(7) VALUE ZEROES.
       01 WS-WALK-PART          PIC 9(5) VALUE ZEROES.
       01 WS-WALK-NEXT          PIC 9(5) VALUE ZEROES.
       01 WS-WALK-HOPS          PIC 9(3) VALUE ZEROES.
       01 WS-WALK-END           PIC X VALUE "F".
       01 WS-REPORT-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-REPORT-DATE-EDIT   PIC 9999/99/99.
       01 WS-TITLE-LINE.
       01 WS-SUPP-FULL-LINE.
           05 VALUE "MORE THAN 500 SUPPLIERS ON FILE - DUPLICATE NAME
      -    " CHECK IS PARTIAL".
       01 WS-LINK-DANGLE-LINE.
           05 VALUE "SUPERSESSION ".
           05 WLD-OLD           PIC ZZZZ9.
           05 VALUE " TO ".
           05 WLD-NEW           PIC ZZZZ9.
           05 VALUE " NAMES PART ".
           05 WLD-PARTID        PIC ZZZZ9.
           05 VALUE " - NOT ON PARTLIST.DAT".
       01 WS-LINK-LOOP-LINE.
           05 VALUE "SUPERSESSION CHAIN FROM PART ".
           05 WLL-PARTID        PIC ZZZZ9.
           05 VALUE " LOOPS BACK ON ITSELF".
       01 WS-LINK-FULL-LINE.
           05 VALUE "MORE THAN 500 SUPERSESSION LINKS - LOOP CHECK IS
      -    " PARTIAL".
       01 WS-STK-OVER-LINE.
           05 VALUE "PART ".
           05 WSO-PARTID        PIC ZZZZ9.
           05 VALUE " CRIBS AND TRANSIT HOLD ".
           05 WSO-HELD          PIC ZZZZZZ9.
           05 VALUE " - MORE THAN PARTQTY ".
           05 WSO-PARTQTY       PIC ZZZZ9.
       01 WS-STK-PART-LINE.
           05 VALUE "STOCKROOM ".
           05 WSP-STORE         PIC X(4).
           05 VALUE " SHELF FOR PART ".
           05 WSP-PARTID        PIC ZZZZ9.
           05 VALUE " - PART NOT ON PARTLIST.DAT".
       01 WS-STK-STORE-LINE.
           05 VALUE "STOCKROOM ".
           05 WSS-STORE         PIC X(4).
           05 VALUE " SHELF FOR PART ".
           05 WSS-PARTID        PIC ZZZZ9.
           05 VALUE " - STOCKROOM NOT ON STOREMST.DAT".
       01 WS-LOT-SUM-LINE.
           05 VALUE "PART ".
           05 WLS-PARTID        PIC ZZZZ9.
           05 VALUE " LOTS HOLD ".
           05 WLS-LOTS          PIC ZZZZZZ9.
           05 VALUE " - NOT THE SAME AS PARTQTY ".
           05 WLS-PARTQTY       PIC ZZZZ9.
       01 WS-LOT-PART-LINE.
           05 VALUE "LOT ".
           05 WLP-LOT           PIC X(12).
           05 VALUE " FOR PART ".
           05 WLP-PARTID        PIC ZZZZ9.
           05 VALUE " - PART NOT ON PARTLIST.DAT".
       01 WS-LOT-CTL-LINE.
           05 VALUE "LOT ".
           05 WLC-LOT           PIC X(12).
           05 VALUE " FOR PART ".
           05 WLC-PARTID        PIC ZZZZ9.
           05 VALUE " - PART IS NOT LOT-CONTROLLED".
       01 WS-CLEAN-LINE.
           05 VALUE "NO EXCEPTIONS FOUND".
       01 WS-TOTAL-LINE.
           PERFORM PRINT-REPORT-HEADER.

           PERFORM CHECK-SUPPLIER-NAMES.
           PERFORM OPEN-STOCKROOM-FILES.
           PERFORM OPEN-LOT-FILE.
           PERFORM CHECK-PART-REFERENCES.
           IF WS-STK-ON-FILE = "T"
               PERFORM CHECK-STOCKROOM-SHELVES
               CLOSE STKFILE
           END-IF.
           IF WS-STORE-ON-FILE = "T"
               CLOSE STOREFILE
           END-IF.
           IF WS-LOT-ON-FILE = "T"
               PERFORM CHECK-LOT-RECORDS
               CLOSE LOTFILE
           END-IF.
           PERFORM CHECK-SUPERSESSION-LINKS.
           PERFORM OPEN-ORDER-FILES.
           IF WS-ORDERS-ON-FILE = "T"
               PERFORM CHECK-ORDER-LINES
               END-IF
           END-IF.

      ****** Neither stockroom file exists until the first crib is
      ****** set up, so the shelf checks are skipped when they are
      ****** not there yet.
       OPEN-STOCKROOM-FILES.
           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           OPEN INPUT STOREFILE.
           IF WS-STORE-STATUS = "00"
               MOVE "T" TO WS-STORE-ON-FILE
           END-IF.

      ****** PARTLOT.DAT does not exist until the first lot part is
      ****** received, so the lot record sweep is skipped when it is
      ****** not there yet.
       OPEN-LOT-FILE.
           OPEN INPUT LOTFILE.
           IF WS-LOT-STATUS = "00"
               MOVE "T" TO WS-LOT-ON-FILE
           END-IF.

      ****** Two suppliers sharing one name is almost always the same
      ****** outfit keyed twice; the table holds the names seen so far
      ****** so each new one can be compared against all of them.
               WRITE RPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           IF WS-STK-ON-FILE = "T" AND PARTQTY NUMERIC
               PERFORM CHECK-PART-SHELVES
           END-IF.
           IF PARTLOTCTL = "Y" AND PARTQTY NUMERIC
               PERFORM CHECK-PART-LOTS
           END-IF.

      ****** PARTQTY is the company total, so what the cribs hold
      ****** plus what is in transit can never be more than it - the
      ****** main stores share would have to be below zero.
       CHECK-PART-SHELVES.
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
           IF WS-HELD-ELSEWHERE > PARTQTY
               MOVE PARTID TO WSO-PARTID
               MOVE WS-HELD-ELSEWHERE TO WSO-HELD
               MOVE PARTQTY TO WSO-PARTQTY
               MOVE WS-STK-OVER-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      ****** The lots of a lot-controlled part are the company stock
      ****** of it lot by lot, so they must add up to PARTQTY
      ****** exactly. With no PARTLOT.DAT at all a part holding stock
      ****** has lost every one of its lots.
       CHECK-PART-LOTS.
           MOVE ZEROES TO WS-LOT-TOTAL.
           IF WS-LOT-ON-FILE = "T"
               MOVE "F" TO WS-LOT-EOF
               MOVE PARTID TO LOT-PARTID
               MOVE ZEROES TO LOT-EXPIRY
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOTFILE KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       MOVE "T" TO WS-LOT-EOF
               END-START
               PERFORM UNTIL WS-LOT-EOF = "T"
                   READ LOTFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-LOT-EOF
                       NOT AT END
                           IF LOT-PARTID NOT = PARTID
                               MOVE "T" TO WS-LOT-EOF
                           ELSE
                               ADD LOT-QTY TO WS-LOT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LOT-TOTAL NOT = PARTQTY
               MOVE PARTID TO WLS-PARTID
               MOVE WS-LOT-TOTAL TO WLS-LOTS
               MOVE PARTQTY TO WLS-PARTQTY
               MOVE WS-LOT-SUM-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      ****** Every shelf record must be for a part still on file and,
      ****** unless it is the main stores' own transit record, for a
      ****** stockroom still on the stockroom master.
       CHECK-STOCKROOM-SHELVES.
           MOVE "F" TO WS-STK-EOF.
           MOVE LOW-VALUES TO STK-KEY.
           START STKFILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY
                   MOVE "T" TO WS-STK-EOF
           END-START.
           PERFORM UNTIL WS-STK-EOF = "T"
               READ STKFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-STK-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-SHELF
               END-READ
           END-PERFORM.

       CHECK-ONE-SHELF.
           MOVE STK-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE STK-STORE TO WSP-STORE
                   MOVE STK-PARTID TO WSP-PARTID
                   MOVE WS-STK-PART-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-READ.
           IF STK-STORE NOT = "MAIN"
               IF WS-STORE-ON-FILE = "T"
                   MOVE STK-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           PERFORM WRITE-UNKNOWN-STORE
                   END-READ
               ELSE
                   PERFORM WRITE-UNKNOWN-STORE
               END-IF
           END-IF.

       WRITE-UNKNOWN-STORE.
           MOVE STK-STORE TO WSS-STORE.
           MOVE STK-PARTID TO WSS-PARTID.
           MOVE WS-STK-STORE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      ****** Every lot must be for a part still on file that is
      ****** still under lot control. PARTS_DELETE leaves a deleted
      ****** part's lots behind, as it does its shelf records, so
      ****** they are picked up here.
       CHECK-LOT-RECORDS.
           MOVE "F" TO WS-LOT-EOF.
           MOVE LOW-VALUES TO LOT-KEY.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-LOT
               END-READ
           END-PERFORM.

       CHECK-ONE-LOT.
           MOVE LOT-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE LOT-NUMBER TO WLP-LOT
                   MOVE LOT-PARTID TO WLP-PARTID
                   MOVE WS-LOT-PART-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   IF PARTLOTCTL NOT = "Y"
                       MOVE LOT-NUMBER TO WLC-LOT
                       MOVE LOT-PARTID TO WLC-PARTID
                       MOVE WS-LOT-CTL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
           END-READ.

      ****** Both ends of every supersession link must be parts still
      ****** on file. The links are held in a table as they are read
      ****** so each one's chain can then be walked for a loop. A
      ****** missing PARTSUPR.DAT just means no links have been keyed.
       CHECK-SUPERSESSION-LINKS.
           MOVE ZEROES TO WS-LINK-COUNT.
           OPEN INPUT SUPRFILE.
           IF WS-SUPR-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ SUPRFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE SUPRFILE
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   PERFORM CHECK-LINK-FOR-LOOP
               END-PERFORM
           END-IF.

       CHECK-ONE-LINK.
           MOVE SUPR-OLD-PART TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE SUPR-OLD-PART TO WLD-PARTID
                   PERFORM WRITE-DANGLING-LINK
           END-READ.
           MOVE SUPR-NEW-PART TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE SUPR-NEW-PART TO WLD-PARTID
                   PERFORM WRITE-DANGLING-LINK
           END-READ.
           IF WS-LINK-COUNT < 500
               ADD 1 TO WS-LINK-COUNT
               MOVE SUPR-OLD-PART TO WS-LINK-OLD(WS-LINK-COUNT)
               MOVE SUPR-NEW-PART TO WS-LINK-NEW(WS-LINK-COUNT)
           ELSE
               IF WS-LINK-TABLE-FULL = "F"
                   MOVE "T" TO WS-LINK-TABLE-FULL
                   MOVE WS-LINK-FULL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       WRITE-DANGLING-LINK.
           MOVE SUPR-OLD-PART TO WLD-OLD.
           MOVE SUPR-NEW-PART TO WLD-NEW.
           MOVE WS-LINK-DANGLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      ****** Follows the chain on from the link's old part. Coming back
      ****** to that part means it sits on a loop; a chain that has
      ****** not ended after more links than the table holds must be
      ****** looping further along, and is reported from each part
      ****** on the loop as the sweep reaches it.
       CHECK-LINK-FOR-LOOP.
           MOVE WS-LINK-NEW(WS-LINK-IDX) TO WS-WALK-PART.
           MOVE ZEROES TO WS-WALK-HOPS.
           MOVE "F" TO WS-WALK-END.
           PERFORM UNTIL WS-WALK-END = "T"
               IF WS-WALK-PART = WS-LINK-OLD(WS-LINK-IDX)
                   MOVE WS-LINK-OLD(WS-LINK-IDX) TO WLL-PARTID
                   MOVE WS-LINK-LOOP-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "T" TO WS-WALK-END
               ELSE
                   MOVE ZEROES TO WS-WALK-NEXT
                   PERFORM VARYING WS-LINK-FIND FROM 1 BY 1
                       UNTIL WS-LINK-FIND > WS-LINK-COUNT
                       IF WS-LINK-OLD(WS-LINK-FIND) = WS-WALK-PART
                           MOVE WS-LINK-NEW(WS-LINK-FIND)
                               TO WS-WALK-NEXT
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-WALK-HOPS
                   IF WS-WALK-NEXT = ZEROES
                       OR WS-WALK-HOPS > WS-LINK-COUNT
                       MOVE "T" TO WS-WALK-END
                   ELSE
                       MOVE WS-WALK-NEXT TO WS-WALK-PART
                   END-IF
               END-IF
           END-PERFORM.

      ****** Every order line must point at a part still on file and
      ****** at an order header that exists.
