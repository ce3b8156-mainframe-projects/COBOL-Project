      * Purpose: Batch run that takes the reorder condition the rest
      *          of the way - groups every part at or below its
      *          reorder point by supplier, computes a suggested order
      *          quantity - the planned order quantity PARTORDQTY set
      *          by PARTS_PLAN_APPLY plus any shortfall below the
      *          reorder point, or for a part never planned enough to
      *          restock it to twice its reorder point - writes the
      *          suggestions to SUGGPO.DAT, and
      *          prints one order document per supplier with the
      *          supplier name and contact on the header. A part that
      *          still has an OPEN line on OPENPO.DAT is already on
      *          order with a supplier and is left off the
      *          suggestions, so a confirmed order is not re-suggested
      *          every night while the delivery is in transit; a line
      *          the supplier rejected no longer counts. A part
      *          fully superseded on PARTSUPR.DAT is no longer
      *          suggested at all: its stock on hand, its reorder
      *          point and any backorders still open against it are
      *          rolled onto the last part in its supersession chain,
      *          which is then judged and ordered on the combined
      *          figures and flagged on the order document.
      *          Interchangeable substitutes are ordered as themselves.
      *          The company reorder level is the main stores reorder
      *          point plus the minimum of every crib on PARTSTK.DAT,
      *          and a PO is suggested only when the company as a
      *          whole runs short. Before that, a second section of
      *          SUGGPO.RPT proposes stockroom transfers: any store
      *          at or below its own minimum is topped up to twice
      *          that minimum from stores holding more than theirs,
      *          the main stores first, so stock is moved between
      *          shelves before more is bought.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
               SELECT BKOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           VALUE OF FILE-ID IS "../SUGGPO.RPT".
           01 RPT-LINE PIC X(80).

       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

       FD BKOFILE
           VALUE OF FILE-ID IS "../BACKORD.DAT".
           01 BACKORD-REC.
               COPY BACKORD.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
       01 WS-ON-ORDER-IDX       PIC 9(3) VALUE ZEROES.
       01 WS-ON-ORDER-TABLE.
           05 WS-ON-ORDER-PART OCCURS 500 TIMES PIC 9(5).
       01 WS-SUPR-STATUS        PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS         PIC XX VALUE ZEROES.
       01 WS-BKO-ON-FILE        PIC X VALUE "F".
       01 WS-SUPR-EOF           PIC X VALUE "F".
       01 WS-BKO-EOF            PIC X VALUE "F".
       01 WS-SUPR-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-SUPR-FULL          PIC X VALUE "F".
       01 WS-SUPR-IDX           PIC 9(3) VALUE ZEROES.
       01 WS-SUPR-TABLE.
           05 WS-SUPR-LINK OCCURS 500 TIMES.
               10 WS-SUPR-OLD       PIC 9(5).
               10 WS-SUPR-NEW       PIC 9(5).
       01 WS-WALK-PART          PIC 9(5) VALUE ZEROES.
       01 WS-WALK-NEXT          PIC 9(5) VALUE ZEROES.
       01 WS-WALK-HOPS          PIC 9(3) VALUE ZEROES.
       01 WS-WALK-END           PIC X VALUE "F".
       01 WS-SUCCESSOR          PIC 9(5) VALUE ZEROES.
       01 WS-ROLL-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-ROLL-IDX           PIC 9(3) VALUE ZEROES.
       01 WS-ROLL-SLOT          PIC 9(3) VALUE ZEROES.
       01 WS-ROLL-TABLE.
           05 WS-ROLL-ENTRY OCCURS 500 TIMES.
               10 WS-ROLL-PART      PIC 9(5).
               10 WS-ROLL-QTY       PIC 9(7).
               10 WS-ROLL-DEMAND    PIC 9(7).
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-STORE-MIN-TOTAL    PIC 9(7) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-BAL-COUNT          PIC 99 VALUE ZEROES.
       01 WS-BAL-IDX            PIC 99 VALUE ZEROES.
       01 WS-DONOR-IDX          PIC 99 VALUE ZEROES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 20 TIMES.
               10 WSB-STORE         PIC X(4).
               10 WSB-ONHAND        PIC 9(7).
               10 WSB-POSITION      PIC 9(7).
               10 WSB-MIN           PIC 9(7).
               10 WSB-SPARE         PIC 9(7).
       01 WS-XFER-NEED          PIC 9(7) VALUE ZEROES.
       01 WS-XFER-QTY           PIC 9(7) VALUE ZEROES.
       01 WS-XFER-TOTAL         PIC 9(5) VALUE ZEROES.
       01 WS-EFF-QTY            PIC 9(7) VALUE ZEROES.
       01 WS-EFF-REORDER        PIC 9(7) VALUE ZEROES.
       01 WS-ROLLED-PRINTED     PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-SUPP       PIC 9(5) VALUE ZEROES.
           05 WD-REORDER        PIC ZZZZ9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WD-SUGGEST        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ROLLED         PIC X(11).
       01 WS-SUPPLIER-TOTAL-LINE.
           05 VALUE "    LINES ON THIS ORDER: ".
           05 WS-SUPP-TOTAL-CNT  PIC ZZZZ9.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "TOTAL PARTS SUGGESTED FOR REORDER: ".
           05 WG-TOTAL           PIC ZZZZ9.
       01 WS-ROLLED-NOTE-LINE.
           05 VALUE "+SUPERSEDED: ON HAND AND REORDER PT INCLUDE THE
      -    " PARTS IT REPLACES".
       01 WS-XFER-TITLE-LINE.
           05 VALUE "SUGGESTED STOCKROOM TRANSFERS".
           05 FILLER            PIC X(11) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WX-DATE           PIC 9999/99/99.
       01 WS-XFER-COLUMN-HEADER.
           05 VALUE "PART ID PART NAME        FROM  TO   ON HAND".
           05 VALUE "  MINIMUM  TRANSFER".
       01 WS-XFER-DETAIL-LINE.
           05 WX-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WX-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WX-FROM           PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WX-TO             PIC X(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WX-POSITION       PIC ZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WX-MIN            PIC ZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WX-QTY            PIC ZZZZ9.
       01 WS-XFER-TOTAL-LINE.
           05 VALUE "TOTAL STOCKROOM TRANSFERS PROPOSED: ".
           05 WX-TOTAL          PIC ZZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
               GOBACK
           END-IF.

           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           PERFORM 100-LOAD-ON-ORDER-TABLE.
           PERFORM 120-LOAD-SUPERSESSIONS.
           IF WS-SUPR-COUNT > ZEROES
               PERFORM 130-ROLL-SUPERSEDED-PARTS
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY PARTSUPP OF SORT-REC PARTID OF SORT-REC
               OUTPUT PROCEDURE IS 300-PRODUCE-ORDERS.

           CLOSE SUPPFILE.
           IF WS-STK-ON-FILE = "T"
               CLOSE STKFILE
           END-IF.
           DISPLAY "PARTS_SUGGEST_PO: " WS-GRAND-TOTAL
               " PART(S) SUGGESTED FOR REORDER".
           DISPLAY "PARTS_SUGGEST_PO: " WS-XFER-TOTAL
               " STOCKROOM TRANSFER(S) PROPOSED".
           PERFORM WRITE-JOB-END.
           GOBACK.

               END-IF
           END-IF.

      ****** Holds the full supersession links in a table - the
      ****** interchangeable substitutes do not move any demand - so
      ****** every part's successor can be found without a read.
       120-LOAD-SUPERSESSIONS.
           OPEN INPUT SUPRFILE.
           IF WS-SUPR-STATUS = "00"
               PERFORM UNTIL WS-SUPR-EOF = "T"
                   READ SUPRFILE
                       AT END
                           MOVE "T" TO WS-SUPR-EOF
                       NOT AT END
                           IF SUPR-TYPE = "S"
                               PERFORM 125-ADD-SUPERSESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPRFILE
           END-IF.

       125-ADD-SUPERSESSION.
           IF WS-SUPR-COUNT < 500
               ADD 1 TO WS-SUPR-COUNT
               MOVE SUPR-OLD-PART TO WS-SUPR-OLD(WS-SUPR-COUNT)
               MOVE SUPR-NEW-PART TO WS-SUPR-NEW(WS-SUPR-COUNT)
           ELSE
               IF WS-SUPR-FULL = "F"
                   MOVE "T" TO WS-SUPR-FULL
                   DISPLAY "PARTS_SUGGEST_PO: OVER 500 SUPERSESSIONS "
                       "- ROLL-UP IS PARTIAL"
               END-IF
           END-IF.

      ****** First pass over the parts master: each superseded part's
      ****** on-hand stock, reorder point and open backorders are
      ****** added to the running totals of the part at the end of
      ****** its chain, ready for the selection pass to fold in.
       130-ROLL-SUPERSEDED-PARTS.
           OPEN INPUT BKOFILE.
           IF WS-BKO-STATUS = "00"
               MOVE "T" TO WS-BKO-ON-FILE
           END-IF.
           OPEN INPUT FIN.
           PERFORM UNTIL WS-FIN-EOF = "T"
               READ FIN
                   AT END
                       MOVE "T" TO WS-FIN-EOF
                   NOT AT END
                       MOVE PARTID OF REC-IO TO WS-WALK-PART
                       PERFORM 140-FIND-SUCCESSOR
                       IF WS-SUCCESSOR NOT = ZEROES
                           PERFORM 150-ADD-ROLL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIN.
           MOVE "F" TO WS-FIN-EOF.
           IF WS-BKO-ON-FILE = "T"
               CLOSE BKOFILE
           END-IF.

      ****** Walks the supersession table from WS-WALK-PART to the
      ****** last part in the chain. A part with no link gets zero. A
      ****** chain still going after 50 links has looped - the
      ****** integrity check reports it - and is left alone, so no
      ****** part in the loop has its demand moved.
       140-FIND-SUCCESSOR.
           MOVE ZEROES TO WS-SUCCESSOR.
           MOVE ZEROES TO WS-WALK-HOPS.
           MOVE "F" TO WS-WALK-END.
           PERFORM UNTIL WS-WALK-END = "T"
               MOVE ZEROES TO WS-WALK-NEXT
               PERFORM VARYING WS-SUPR-IDX FROM 1 BY 1
                   UNTIL WS-SUPR-IDX > WS-SUPR-COUNT
                   IF WS-SUPR-OLD(WS-SUPR-IDX) = WS-WALK-PART
                       MOVE WS-SUPR-NEW(WS-SUPR-IDX) TO WS-WALK-NEXT
                   END-IF
               END-PERFORM
               IF WS-WALK-NEXT = ZEROES
                   MOVE "T" TO WS-WALK-END
               ELSE
                   ADD 1 TO WS-WALK-HOPS
                   MOVE WS-WALK-NEXT TO WS-WALK-PART
                   MOVE WS-WALK-NEXT TO WS-SUCCESSOR
                   IF WS-WALK-HOPS > 50
                       MOVE ZEROES TO WS-SUCCESSOR
                       MOVE "T" TO WS-WALK-END
                   END-IF
               END-IF
           END-PERFORM.

       150-ADD-ROLL-ENTRY.
           PERFORM 160-FIND-ROLL-SLOT.
           IF WS-ROLL-SLOT = ZEROES AND WS-ROLL-COUNT < 500
               ADD 1 TO WS-ROLL-COUNT
               MOVE WS-ROLL-COUNT TO WS-ROLL-SLOT
               MOVE WS-SUCCESSOR TO WS-ROLL-PART(WS-ROLL-SLOT)
               MOVE ZEROES TO WS-ROLL-QTY(WS-ROLL-SLOT)
               MOVE ZEROES TO WS-ROLL-DEMAND(WS-ROLL-SLOT)
           END-IF.
           IF WS-ROLL-SLOT NOT = ZEROES
               ADD PARTQTY OF REC-IO TO WS-ROLL-QTY(WS-ROLL-SLOT)
               ADD PARTREORDER OF REC-IO
                   TO WS-ROLL-DEMAND(WS-ROLL-SLOT)
               PERFORM 180-SUM-STORE-MINIMUMS
               ADD WS-STORE-MIN-TOTAL TO WS-ROLL-DEMAND(WS-ROLL-SLOT)
               IF WS-BKO-ON-FILE = "T"
                   PERFORM 170-ADD-OPEN-BACKORDERS
               END-IF
           END-IF.

       160-FIND-ROLL-SLOT.
           MOVE ZEROES TO WS-ROLL-SLOT.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
               UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
               IF WS-ROLL-PART(WS-ROLL-IDX) = WS-SUCCESSOR
                   MOVE WS-ROLL-IDX TO WS-ROLL-SLOT
               END-IF
           END-PERFORM.

      ****** Backorders against the old part will never be released
      ****** by a delivery of it, so the quantity still owed is demand
      ****** the successor has to cover.
       170-ADD-OPEN-BACKORDERS.
           MOVE "F" TO WS-BKO-EOF.
           MOVE PARTID OF REC-IO TO BKO-PARTID.
           MOVE ZEROES TO BKO-ORDER-NO.
           START BKOFILE KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY
                   MOVE "T" TO WS-BKO-EOF
           END-START.
           PERFORM UNTIL WS-BKO-EOF = "T"
               READ BKOFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-PARTID NOT = PARTID OF REC-IO
                           MOVE "T" TO WS-BKO-EOF
                       ELSE
                           ADD BKO-QTY TO WS-ROLL-DEMAND(WS-ROLL-SLOT)
                       END-IF
               END-READ
           END-PERFORM.

      ****** Adds up the minimum every crib keeps of the part, which
      ****** sits on top of the main stores reorder point when the
      ****** company as a whole is judged for reordering.
       180-SUM-STORE-MINIMUMS.
           MOVE ZEROES TO WS-STORE-MIN-TOTAL.
           MOVE "F" TO WS-STK-EOF.
           IF WS-STK-ON-FILE = "F"
               MOVE "T" TO WS-STK-EOF
           ELSE
               MOVE PARTID OF REC-IO TO STK-PARTID
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
                       IF STK-PARTID NOT = PARTID OF REC-IO
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           ADD STK-MIN TO WS-STORE-MIN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

      ****** Releases only the parts at or below their reorder point
      ****** into the sort, so the output procedure sees nothing but
      ****** the parts that need ordering. Parts already on an open
                   AT END
                       MOVE "T" TO WS-FIN-EOF
                   NOT AT END
                       PERFORM 205-SELECT-ONE-PART
               END-READ
           END-PERFORM.
           CLOSE FIN.

      ****** A superseded part is never suggested. Any other part is
      ****** judged on its own stock and reorder point plus whatever
      ****** its superseded predecessors rolled onto it, and goes into
      ****** the sort carrying those combined figures.
       205-SELECT-ONE-PART.
           MOVE ZEROES TO WS-SUCCESSOR.
           IF WS-SUPR-COUNT > ZEROES
               MOVE PARTID OF REC-IO TO WS-WALK-PART
               PERFORM 140-FIND-SUCCESSOR
           END-IF.
           IF WS-SUCCESSOR = ZEROES
               MOVE PARTQTY OF REC-IO TO WS-EFF-QTY
               MOVE PARTREORDER OF REC-IO TO WS-EFF-REORDER
               PERFORM 180-SUM-STORE-MINIMUMS
               ADD WS-STORE-MIN-TOTAL TO WS-EFF-REORDER
               MOVE PARTID OF REC-IO TO WS-SUCCESSOR
               PERFORM 160-FIND-ROLL-SLOT
               IF WS-ROLL-SLOT NOT = ZEROES
                   ADD WS-ROLL-QTY(WS-ROLL-SLOT) TO WS-EFF-QTY
                   ADD WS-ROLL-DEMAND(WS-ROLL-SLOT) TO WS-EFF-REORDER
               END-IF
               IF WS-EFF-QTY <= WS-EFF-REORDER
                   PERFORM 210-CHECK-ON-ORDER
                   IF WS-ON-ORDER = "F"
                       PERFORM 220-RELEASE-PART
                   END-IF
               END-IF
           END-IF.

       210-CHECK-ON-ORDER.
           MOVE "F" TO WS-ON-ORDER.
           PERFORM VARYING WS-ON-ORDER-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       220-RELEASE-PART.
           MOVE REC-IO TO SORT-REC.
           IF WS-EFF-QTY > 99999
               MOVE 99999 TO WS-EFF-QTY
           END-IF.
           IF WS-EFF-REORDER > 99999
               MOVE 99999 TO WS-EFF-REORDER
           END-IF.
           MOVE WS-EFF-QTY TO PARTQTY OF SORT-REC.
           MOVE WS-EFF-REORDER TO PARTREORDER OF SORT-REC.
           RELEASE SORT-REC.

       300-PRODUCE-ORDERS.
           OPEN OUTPUT POFILE.
           OPEN OUTPUT RPTFILE.
               PERFORM 340-PRINT-ORDER-TRAILER
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           IF WS-STK-ON-FILE = "T"
               PERFORM 400-PROPOSE-TRANSFERS
           END-IF.

           CLOSE RPTFILE.
           CLOSE POFILE.
      ****** The suggested quantity restocks the part to twice its
      ****** reorder point, so one delivery lasts a while instead of
      ****** tripping the reorder report again the next week.
      ****** A part with a planned order quantity orders that, plus
      ****** whatever it has already fallen below its reorder level;
      ****** a part never planned still restocks to twice its reorder
      ****** level.
       320-WRITE-ORDER-LINE.
           IF PARTORDQTY OF SORT-REC NUMERIC
               AND PARTORDQTY OF SORT-REC > ZEROES
               COMPUTE WS-SUGGEST-QTY = PARTORDQTY OF SORT-REC
                   + PARTREORDER OF SORT-REC - PARTQTY OF SORT-REC
           ELSE
               COMPUTE WS-SUGGEST-QTY =
                   (PARTREORDER OF SORT-REC * 2) - PARTQTY OF SORT-REC
           END-IF.
           IF WS-SUGGEST-QTY = ZEROES
               MOVE 1 TO WS-SUGGEST-QTY
           END-IF.
           MOVE PARTQTY OF SORT-REC TO WD-QTY.
           MOVE PARTREORDER OF SORT-REC TO WD-REORDER.
           MOVE WS-SUGGEST-QTY TO WD-SUGGEST.
           MOVE SPACES TO WD-ROLLED.
           MOVE PARTID OF SORT-REC TO WS-SUCCESSOR.
           PERFORM 160-FIND-ROLL-SLOT.
           IF WS-ROLL-SLOT NOT = ZEROES
               MOVE "+SUPERSEDED" TO WD-ROLLED
               MOVE "T" TO WS-ROLLED-PRINTED
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-GRAND-TOTAL TO WG-TOTAL.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ROLLED-PRINTED = "T"
               MOVE WS-ROLLED-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      ****** Walks the parts master once more, balancing each part
      ****** stocked in a crib across the stockrooms that hold it.
       400-PROPOSE-TRANSFERS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDIT.
           MOVE WS-RUN-DATE-EDIT TO WX-DATE.
           MOVE WS-XFER-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XFER-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "F" TO WS-FIN-EOF.
           OPEN INPUT FIN.
           PERFORM UNTIL WS-FIN-EOF = "T"
               READ FIN
                   AT END
                       MOVE "T" TO WS-FIN-EOF
                   NOT AT END
                       PERFORM 410-LOAD-PART-STORES
                       IF WS-BAL-COUNT > 1
                           PERFORM 420-BALANCE-PART-STORES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XFER-TOTAL TO WX-TOTAL.
           MOVE WS-XFER-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** Entry 1 is always the main stores, holding PARTQTY less
      ****** every crib shelf and everything in transit, with the
      ****** part's reorder point as its minimum. Each crib follows
      ****** with its shelf quantity and its own minimum. Stock in
      ****** transit counts towards the receiving store's position
      ****** but cannot be shipped on again until it arrives.
       410-LOAD-PART-STORES.
           MOVE 1 TO WS-BAL-COUNT.
           MOVE "MAIN" TO WSB-STORE(1).
           MOVE ZEROES TO WSB-ONHAND(1).
           MOVE ZEROES TO WSB-POSITION(1).
           MOVE PARTREORDER OF REC-IO TO WSB-MIN(1).
           MOVE ZEROES TO WSB-SPARE(1).
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE "F" TO WS-STK-EOF.
           MOVE PARTID OF REC-IO TO STK-PARTID.
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
                       IF STK-PARTID NOT = PARTID OF REC-IO
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           PERFORM 415-ADD-PART-STORE
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTQTY OF REC-IO > WS-HELD-ELSEWHERE
               COMPUTE WSB-ONHAND(1) =
                   PARTQTY OF REC-IO - WS-HELD-ELSEWHERE
               ADD WSB-ONHAND(1) TO WSB-POSITION(1)
           END-IF.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WSB-ONHAND(WS-BAL-IDX) > WSB-MIN(WS-BAL-IDX)
                   AND WSB-POSITION(WS-BAL-IDX) > WSB-MIN(WS-BAL-IDX)
                   COMPUTE WSB-SPARE(WS-BAL-IDX) =
                       WSB-ONHAND(WS-BAL-IDX) - WSB-MIN(WS-BAL-IDX)
               END-IF
           END-PERFORM.

       415-ADD-PART-STORE.
           ADD STK-QTY TO WS-HELD-ELSEWHERE.
           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE.
           IF STK-STORE = "MAIN"
               ADD STK-TRANSIT TO WSB-POSITION(1)
           ELSE
               IF WS-BAL-COUNT < 20
                   ADD 1 TO WS-BAL-COUNT
                   MOVE STK-STORE TO WSB-STORE(WS-BAL-COUNT)
                   MOVE STK-QTY TO WSB-ONHAND(WS-BAL-COUNT)
                   COMPUTE WSB-POSITION(WS-BAL-COUNT) =
                       STK-QTY + STK-TRANSIT
                   MOVE STK-MIN TO WSB-MIN(WS-BAL-COUNT)
                   MOVE ZEROES TO WSB-SPARE(WS-BAL-COUNT)
               END-IF
           END-IF.

      ****** A store at or below its minimum needs twice its minimum
      ****** less what it has and has coming; the donors are tried in
      ****** table order, so the main stores gives first.
       420-BALANCE-PART-STORES.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WSB-MIN(WS-BAL-IDX) > ZEROES
                   AND WSB-POSITION(WS-BAL-IDX)
                       NOT > WSB-MIN(WS-BAL-IDX)
                   COMPUTE WS-XFER-NEED =
                       (WSB-MIN(WS-BAL-IDX) * 2)
                       - WSB-POSITION(WS-BAL-IDX)
                   PERFORM 430-FIND-DONORS
               END-IF
           END-PERFORM.

       430-FIND-DONORS.
           PERFORM VARYING WS-DONOR-IDX FROM 1 BY 1
               UNTIL WS-DONOR-IDX > WS-BAL-COUNT
               OR WS-XFER-NEED = ZEROES
               IF WS-DONOR-IDX NOT = WS-BAL-IDX
                   AND WSB-SPARE(WS-DONOR-IDX) > ZEROES
                   IF WSB-SPARE(WS-DONOR-IDX) < WS-XFER-NEED
                       MOVE WSB-SPARE(WS-DONOR-IDX) TO WS-XFER-QTY
                   ELSE
                       MOVE WS-XFER-NEED TO WS-XFER-QTY
                   END-IF
                   PERFORM 440-PRINT-TRANSFER-LINE
                   SUBTRACT WS-XFER-QTY FROM WSB-SPARE(WS-DONOR-IDX)
                   SUBTRACT WS-XFER-QTY FROM WS-XFER-NEED
               END-IF
           END-PERFORM.

       440-PRINT-TRANSFER-LINE.
           MOVE PARTID OF REC-IO TO WX-PARTID.
           MOVE PARTNAME OF REC-IO TO WX-PARTNAME.
           MOVE WSB-STORE(WS-DONOR-IDX) TO WX-FROM.
           MOVE WSB-STORE(WS-BAL-IDX) TO WX-TO.
           MOVE WSB-POSITION(WS-BAL-IDX) TO WX-POSITION.
           MOVE WSB-MIN(WS-BAL-IDX) TO WX-MIN.
           MOVE WS-XFER-QTY TO WX-QTY.
           MOVE WS-XFER-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-XFER-TOTAL.


      ****** Opens JOBLOG.DAT for append, creating it first if this
