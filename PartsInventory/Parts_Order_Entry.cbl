      *          another screen took while this order was being keyed
      *          bounces the confirm back with a message instead of
      *          driving the on-hand count silently wrong.
      *          A standard job kit from KITMAST.DAT may be keyed on
      *          the kit line with a multiplier (blank or zero counts
      *          as one kit): its components are exploded into order
      *          lines at the kit quantity times the multiplier, and
      *          each one is stock-checked, backordered and picked
      *          exactly as if it had been keyed by hand.
      *          When a hand-keyed line would backorder and the part
      *          has a successor on PARTSUPR.DAT - a full supersession
      *          or an interchangeable substitute - with the stock to
      *          cover the line, the screen offers it: answering S
      *          swaps the substitute into the slot and checks the
      *          screen again.
      *          Each order is drawn from one stockroom - the main
      *          stores unless a crib on STOREMST.DAT is keyed - and
      *          every stock test, relief and backorder works against
      *          that stockroom's shelf: a crib's on PARTSTK.DAT, the
      *          main stores' being PARTQTY less what the cribs hold
      *          and what is in transit. PARTQTY comes down by every
      *          issue whichever stockroom it leaves, and the picking
      *          list names the stockroom and sends the storeman to
      *          the part's bin there.
      *          Keying a reserve-to date makes the order a reservation
      *          for planned work: it is validated exactly like any
      *          other order but written with status RESERVED, its
      *          quantities earmarked on PARTRESV.DAT instead of
      *          relieved, and no picking list printed until
      *          PARTS_RESV_ISSUE issues it when the job starts. A
      *          reservation cannot backorder; one never issued lapses
      *          after the reserve-to date. Every order, reserved or
      *          not, can only take the stockroom's AVAILABLE stock -
      *          its shelf less what other orders have reserved there.
      *          When the machine (or its budget group) has a parts
      *          budget on BUDGET.DAT for the year, confirming an order
      *          that would take its spend past the budget to the end
      *          of this month is held with a warning; confirming again
      *          overrides it, and the override is logged on
      *          BUDGOVR.DAT with the operator who made it.
      *          An order whose value at issue price is over the
      *          approval limit on APPROVAL-CFG.DAT is written with
      *          status PENDING: its quantities are held on
      *          PARTRESV.DAT the way a reservation's are, nothing is
      *          relieved and no picking list is printed until a
      *          supervisor approves it on PARTS_ORDER_APPROVE.
      *          A lot-controlled part issues off its lots on
      *          PARTLOT.DAT earliest expiry first, and the order line
      *          records the lot it was drawn from (the first, where
      *          it took more than one; LOTMOVE.DAT has the split).
      *          Stock on lots already past their expiry is not
      *          available to an order - it waits to be scrapped.
      *          Every line that takes stock off the shelf writes an
      *          ISSUE entry to PART-AUDIT.DAT naming the order and
      *          line, so PARTS_RECOVER can replay the day's issues.
      *          An order is dated today, and is refused while this
      *          month is closed - or being closed - on PERIOD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS EQ-ID
               FILE STATUS IS WS-EQUIP-STATUS.
               SELECT KITFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS KIT-CODE
               FILE STATUS IS WS-KIT-STATUS.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
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
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT BUDGFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDG-STATUS.
               SELECT BOVRFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOVR-STATUS.
               SELECT APPRCFGFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCFG-STATUS.
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
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 EQUIP-REC.
               COPY EQUIPREC.

       FD KITFILE
           VALUE OF FILE-ID IS "../KITMAST.DAT".
           01 KIT-REC.
               COPY KITREC.

       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD BUDGFILE
           VALUE OF FILE-ID IS "../BUDGET.DAT".
           01 BUDG-REC.
               COPY BUDGREC.

       FD BOVRFILE
           VALUE OF FILE-ID IS "../BUDGOVR.DAT".
           01 BOVR-REC.
               COPY BOVRREC.

       FD APPRCFGFILE
           VALUE OF FILE-ID IS "../APPROVAL-CFG.DAT".
           01 APPR-CFG-REC.
               COPY APPRCFG.

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

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-EQUIP-ON-FILE     PIC X VALUE "F".
       01 WS-EQUIP-ID          PIC X(8) VALUE SPACES.
       01 WS-REQ-BY            PIC X(8) VALUE SPACES.
       01 WS-KIT-STATUS        PIC XX VALUE ZEROES.
       01 WS-KIT-ON-FILE       PIC X VALUE "F".
       01 WS-KIT-CODE          PIC X(8) VALUE SPACES.
       01 WS-KIT-TIMES         PIC 999 VALUE ZEROES.
       01 WS-KIT-DESC          PIC X(30) VALUE SPACES.
       01 WS-KIT-IDX           PIC 99 VALUE ZEROES.
       01 WS-KIT-LINE-COUNT    PIC 99 VALUE ZEROES.
       01 WS-CHECKING-KIT      PIC X VALUE "F".
       01 WS-SUPR-STATUS       PIC XX VALUE ZEROES.
       01 WS-SUPR-ON-FILE      PIC X VALUE "F".
       01 WS-SUB-OFFERED       PIC X VALUE "F".
       01 WS-SUB-END           PIC X VALUE "F".
       01 WS-SUB-PART          PIC 9(5) VALUE ZEROES.
       01 WS-SUB-HOPS          PIC 9 VALUE ZEROES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STORES-ON-FILE    PIC X VALUE "F".
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-STORE-CODE        PIC X(4) VALUE "MAIN".
       01 WS-STORE-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-STORE-RESERVED    PIC 9(7) VALUE ZEROES.
       01 WS-RESERVE-UNTIL     PIC 9(8) VALUE ZEROES.
       01 WS-RESERVE-UNTIL-R REDEFINES WS-RESERVE-UNTIL.
           05 WS-RESERVE-YY    PIC 9(4).
           05 WS-RESERVE-MM    PIC 99.
           05 WS-RESERVE-DD    PIC 99.
       01 WS-BUDG-STATUS       PIC XX VALUE ZEROES.
       01 WS-BUDG-ON-FILE      PIC X VALUE "F".
       01 WS-BOVR-STATUS       PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-EQUIP-GROUP       PIC X(8) VALUE SPACES.
       01 WS-BUDGET-OK         PIC X VALUE "T".
       01 WS-BUDGET-WARNED     PIC X VALUE "F".
       01 WS-BUDGET-OVERRIDE   PIC X VALUE "F".
       01 WS-BUDGET-OVER       PIC X VALUE "F".
       01 WS-WARNED-VALUE      PIC 9(9)V99 VALUE ZEROES.
       01 WS-ORDER-VALUE       PIC 9(9)V99 VALUE ZEROES.
       01 WS-PRICE-NUM         PIC 9(7)V99 VALUE ZEROES.
       01 WS-BUDGET-TO-DATE    PIC 9(9)V99 VALUE ZEROES.
       01 WS-SPEND-TO-DATE     PIC S9(9)V99 VALUE ZEROES.
       01 WS-CHECK-BUD-TYPE    PIC X VALUE SPACES.
       01 WS-CHECK-BUD-ID      PIC X(8) VALUE SPACES.
       01 WS-OVER-BUD-TYPE     PIC X VALUE SPACES.
       01 WS-OVER-BUD-ID       PIC X(8) VALUE SPACES.
       01 WS-OVER-BUDGET       PIC 9(9)V99 VALUE ZEROES.
       01 WS-OVER-SPEND        PIC 9(9)V99 VALUE ZEROES.
       01 WS-YEAR-START        PIC 9(8) VALUE ZEROES.
       01 WS-BUD-MONTH-IDX     PIC 99 VALUE ZEROES.
       01 WS-SPEND-EOF         PIC X VALUE "F".
       01 WS-SPEND-MATCH       PIC X VALUE "F".
       01 WS-SPEND-LINE        PIC 9(3) VALUE ZEROES.
       01 WS-APPRCFG-STATUS    PIC XX VALUE ZEROES.
       01 WS-APPROVAL-LIMIT    PIC 9(7)V99 VALUE 5000.00.
       01 WS-NEEDS-APPROVAL    PIC X VALUE "F".
       01 WS-HOLD-UNTIL        PIC 9(8) VALUE ZEROES.
       01 WS-RSV-MESSAGE.
           05 VALUE "ORDER RESERVED UNTIL ".
           05 WRS-DATE         PIC 9999/99/99.
       01 WS-SUB-TABLE.
           05 WS-SLOT-SUB OCCURS 5 TIMES PIC 9(5).
       01 WS-SUB-MESSAGE.
           05 VALUE "SHORT - S SWAPS IN SUBSTITUTE ".
           05 WSB-PART         PIC 9(5).
       01 WS-KIT-LINE-TABLE.
           05 WS-KIT-LINE OCCURS 15 TIMES.
               10 WS-KIT-PART-ID   PIC 9(5).
               10 WS-KIT-QTY       PIC 9(5).
       01 WS-RECHECK-OK        PIC X VALUE "F".
       01 WS-RCHK-COUNT        PIC 9(3) VALUE ZEROES.
       01 WS-RCHK-IDX          PIC 9(3) VALUE ZEROES.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WPT-DATE          PIC 9999/99/99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "STORE: ".
           05 WPT-STORE         PIC X(4).
       01 WS-PICK-HEADER.
           05 VALUE "BIN       PART ID   PART NAME          QTY TO
      -    " PULL".
       01 WS-MAX-ORDER-NUM     PIC 9(7) VALUE ZEROES.
       01 WS-ORDER-NUMBER      PIC 9(7) VALUE ZEROES.
       01 WS-ORDER-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE.
           05 WS-ORDER-YY      PIC 9(4).
           05 WS-ORDER-MM      PIC 99.
           05 WS-ORDER-DD      PIC 99.
       01 WS-IDX               PIC 9 VALUE ZEROES.
       01 WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-SLOT-COUNT        PIC 9 VALUE ZEROES.
           05 WS-ORDER-LINE OCCURS 50 TIMES.
               10 WS-ORD-PART-ID   PIC 9(5).
               10 WS-ORD-QTY       PIC 9(5).
       01 WS-REQ-COUNT         PIC 99 VALUE ZEROES.
       01 WS-REQ-IDX           PIC 99 VALUE ZEROES.
       01 WS-REQ-SLOT          PIC 99 VALUE ZEROES.
       01 WS-BANK-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 20 TIMES.
               10 WS-REQ-PART-ID   PIC 9(5).
               10 WS-REQ-QTY       PIC 9(7).
       01 WS-ENTRY-1-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-5-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-5-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-5-NAME      PIC X(15) VALUE SPACES.
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-ISSUE-BEFORE-QTY  PIC 9(5) VALUE ZEROES.
       01 WS-ISSUE-REF.
           05 VALUE "ORDER ".
           05 WS-ISSUE-REF-ORDER PIC 9(7) VALUE ZEROES.
           05 VALUE " LINE ".
           05 WS-ISSUE-REF-LINE PIC 9(3) VALUE ZEROES.
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
               10 VALUE "Lines so far: "                LINE 7 COL 20.
               10 LINES-SO-FAR PIC ZZ9 FROM WS-TOTAL-LINES
                                                          LINE 7 COL 34.
               10 VALUE "Store: "                        LINE 7 COL 46.
               10 ORD-STORE PIC X(4) FROM WS-STORE-CODE
                   TO WS-STORE-CODE                       LINE 7 COL 54.
           05 VALUE "PART    QTY    NAME"               LINE 8 COL 16.
           05 RESERVE-FIELD.
               10 VALUE "Reserve To: "                   LINE 8 COL 42.
               10 ORD-RESERVE PIC 9(8) FROM WS-RESERVE-UNTIL
                   TO WS-RESERVE-UNTIL                    LINE 8 COL 54.
           05 ENTRY-LINE-1.
               10 E1-ID PIC 9(5) FROM WS-ENTRY-1-ID
                   TO WS-ENTRY-1-ID                     LINE 10 COL 16.
                   TO WS-ENTRY-5-QTY                    LINE 14 COL 24.
               10 E5-NAME PIC X(15) FROM WS-ENTRY-5-NAME
                                                        LINE 14 COL 31.
           05 KIT-ENTRY-LINE.
               10 VALUE "Kit: "                          LINE 15 COL 11.
               10 KIT-CODE-IO PIC X(8) FROM WS-KIT-CODE
                   TO WS-KIT-CODE                       LINE 15 COL 16.
               10 VALUE "x"                              LINE 15 COL 25.
               10 KIT-TIMES-IO PIC 999 FROM WS-KIT-TIMES
                   TO WS-KIT-TIMES                      LINE 15 COL 27.
               10 KIT-DESC-OUT PIC X(30) FROM WS-KIT-DESC
                                                        LINE 15 COL 31.
           05 CONFIRM-FIELD.
               10 VALUE "Y=WRITE M=MORE B=BACKORDER S=SUBSTITUTE: "
                                                        LINE 16 COL 11.
               10 CONFIRM-ANSWER PIC X FROM WS-CONFIRM
                   TO WS-CONFIRM                        LINE 16 COL 52.
           05 FOOTER-MESSAGES.
                GOBACK
            END-IF.
            PERFORM OPEN-EQUIPMENT-FILE.
            OPEN INPUT KITFILE.
            IF WS-KIT-STATUS = "00"
                MOVE "T" TO WS-KIT-ON-FILE
            END-IF.
            OPEN INPUT SUPRFILE.
            IF WS-SUPR-STATUS = "00"
                MOVE "T" TO WS-SUPR-ON-FILE
            END-IF.
            PERFORM OPEN-STOCKROOM-FILES.
            PERFORM OPEN-LOT-FILES.
            PERFORM OPEN-AUDIT-FILE.
            OPEN INPUT BUDGFILE.
            IF WS-BUDG-STATUS = "00"
                MOVE "T" TO WS-BUDG-ON-FILE
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            PERFORM LOAD-APPROVAL-LIMIT.
            PERFORM GET-NEXT-ORDER-NUMBER.

            PERFORM UNTIL WS-DONE = "T"
                    PERFORM COLLECT-ORDER-LINES
                    IF WS-SLOT-COUNT = ZEROES
                        AND WS-TOTAL-LINES = ZEROES
                        AND WS-KIT-CODE = SPACES
                        MOVE "T" TO WS-DONE
                    ELSE
                        PERFORM PROCESS-ENTRY-SCREEN
                END-IF
            END-PERFORM.

            IF WS-BUDG-ON-FILE = "T"
                CLOSE BUDGFILE
            END-IF.
            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE AUDITFILE.
            CLOSE STKFILE.
            IF WS-STORES-ON-FILE = "T"
                CLOSE STOREFILE
            END-IF.
            IF WS-SUPR-ON-FILE = "T"
                CLOSE SUPRFILE
            END-IF.
            IF WS-KIT-ON-FILE = "T"
                CLOSE KITFILE
            END-IF.
            IF WS-EQUIP-ON-FILE = "T"
                CLOSE EQUIPFILE
            END-IF.
            CLOSE RESVFILE.
            CLOSE BKOFILE.
            CLOSE XREFFILE.
            CLOSE DTLFILE.
                   CLOSE BKOFILE
                   OPEN I-O BKOFILE
               END-IF
               OPEN I-O RESVFILE
               IF WS-RESV-STATUS NOT = "00"
                   OPEN OUTPUT RESVFILE
                   CLOSE RESVFILE
                   OPEN I-O RESVFILE
               END-IF
           END-IF.

      ****** A missing equipment master means the fleet has not been
               MOVE "T" TO WS-EQUIP-ON-FILE
           END-IF.

      ****** Until the stockroom master is set up every order comes
      ****** out of the main stores. PARTSTK.DAT is opened for update
      ****** - created if no crib has stocked a part yet - as a crib
      ****** issue takes its quantity off the crib's record.
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

      ****** The approval limit is the first record of
      ****** APPROVAL-CFG.DAT; with no file set up the compiled-in
      ****** limit stands.
       LOAD-APPROVAL-LIMIT.
           OPEN INPUT APPRCFGFILE.
           IF WS-APPRCFG-STATUS = "00"
               READ APPRCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APCFG-LIMIT NUMERIC
                           MOVE APCFG-LIMIT TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPRCFGFILE
           END-IF.

      ****** Scans MAINTORD.DAT for the highest MORD-NUMBER on file and
      ****** hands back the next one after it.
       GET-NEXT-ORDER-NUMBER.
           MOVE ZEROES TO WS-TOTAL-LINES.
           MOVE SPACES TO WS-EQUIP-ID.
           MOVE SPACES TO WS-REQ-BY.
           MOVE ZEROES TO WS-RESERVE-UNTIL.
           MOVE "F" TO WS-BUDGET-WARNED.
           MOVE "F" TO WS-BUDGET-OVERRIDE.
           MOVE ZEROES TO WS-WARNED-VALUE.
           ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD.
           PERFORM CLEAR-ENTRY-SLOTS.

               WS-ENTRY-4-QTY WS-ENTRY-5-QTY.
           MOVE SPACES TO WS-ENTRY-1-NAME WS-ENTRY-2-NAME
               WS-ENTRY-3-NAME WS-ENTRY-4-NAME WS-ENTRY-5-NAME.
           MOVE SPACES TO WS-KIT-CODE.
           MOVE ZEROES TO WS-KIT-TIMES.
           MOVE SPACES TO WS-KIT-DESC.
           MOVE ZEROES TO WS-KIT-LINE-COUNT.

      ****** Counts the part IDs actually keyed so a submit with every
      ****** line blank and no lines banked can be taken as the exit
      ****** more lines, Y banks them and releases the order for
      ****** writing, B does what Y does but accepts quantities the
      ****** stock cannot cover - the shortfalls become backorders
      ****** when the order is written. S takes up the substitutes
      ****** offered for short lines. Anything else asks again.
      ****** A Y or B that would take the machine over budget is held
      ****** once with a warning before anything is banked; the same
      ****** answer again overrides it.
       PROCESS-ENTRY-SCREEN.
           PERFORM VALIDATE-ORDER-PARTS.
           IF WS-LINES-OK = "T"
               EVALUATE TRUE
                   WHEN WS-CONFIRM = "S" OR WS-CONFIRM = "s"
                       IF WS-SUB-OFFERED = "T"
                           PERFORM APPLY-SUBSTITUTES
                       ELSE
                           MOVE "NO SUBSTITUTE TO OFFER"
                               TO WS-ERROR-MESSAGE
                       END-IF
                   WHEN (WS-CONFIRM = "B" OR WS-CONFIRM = "b")
                       AND WS-RESERVE-UNTIL NOT = ZEROES
                       MOVE "A RESERVATION CANNOT BACKORDER"
                           TO WS-ERROR-MESSAGE
                   WHEN WS-SHORT-FOUND = "T"
                       AND NOT (WS-CONFIRM = "B" OR WS-CONFIRM = "b")
                       CONTINUE
                               TO WS-ERROR-MESSAGE
                       END-IF
                   WHEN WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM CHECK-ORDER-BUDGET
                       IF WS-BUDGET-OK = "T"
                           PERFORM BANK-SLOT-LINES
                           IF WS-ERROR-MESSAGE = SPACES
                               MOVE "T" TO WS-DATA-VALIDATED
                           END-IF
                       END-IF
                   WHEN WS-CONFIRM = "B" OR WS-CONFIRM = "b"
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       PERFORM CHECK-ORDER-BUDGET
                       IF WS-BUDGET-OK = "T"
                           PERFORM BANK-SLOT-LINES
                           IF WS-ERROR-MESSAGE = SPACES
                               MOVE "T" TO WS-BACKORDER-OK
                               MOVE "T" TO WS-DATA-VALIDATED
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "CONFIRM WITH Y TO WRITE, M FOR MORE"
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "T" TO WS-LINES-OK.
           MOVE "F" TO WS-SHORT-FOUND.
           MOVE "F" TO WS-SUB-OFFERED.
           MOVE ZEROES TO WS-SUB-TABLE.
           PERFORM VALIDATE-ORDER-HEADER.
           MOVE ZEROES TO WS-REQ-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               END-IF
               PERFORM STORE-SLOT-NAME
           END-PERFORM.
           MOVE ZEROES TO WS-KIT-LINE-COUNT.
           MOVE SPACES TO WS-KIT-DESC.
           IF WS-KIT-CODE NOT = SPACES
               MOVE "T" TO WS-CHECKING-KIT
               PERFORM EXPLODE-KIT
               MOVE "F" TO WS-CHECKING-KIT
           END-IF.

      ****** Turns the kit keyed on the kit line into one order line
      ****** per component at the kit quantity times the multiplier,
      ****** putting each through CHECK-ONE-PART so the components are
      ****** tallied against stock with the hand-keyed slots. A kit
      ****** not on file, or one naming a part since deleted from the
      ****** parts master, holds the screen.
       EXPLODE-KIT.
           IF WS-KIT-TIMES = ZEROES
               MOVE 1 TO WS-KIT-TIMES
           END-IF.
           MOVE WS-KIT-CODE TO KIT-CODE.
           IF WS-KIT-ON-FILE = "T"
               READ KITFILE
                   INVALID KEY
                       MOVE SPACES TO KIT-CODE
               END-READ
           ELSE
               MOVE SPACES TO KIT-CODE
           END-IF.
           IF KIT-CODE = SPACES
               MOVE "KIT CODE IS NOT ON FILE" TO WS-ERROR-MESSAGE
               MOVE "F" TO WS-LINES-OK
           ELSE
               MOVE KIT-DESC TO WS-KIT-DESC
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > KIT-PART-COUNT
                   OR WS-KIT-IDX > 15
                   PERFORM EXPLODE-ONE-COMPONENT
               END-PERFORM
           END-IF.

       EXPLODE-ONE-COMPONENT.
           MOVE KIT-PART-ID(WS-KIT-IDX) TO WS-CHECK-ID.
           COMPUTE WS-CHECK-QTY =
               KIT-PART-QTY(WS-KIT-IDX) * WS-KIT-TIMES
               ON SIZE ERROR
                   MOVE "KIT QUANTITY TOO LARGE - LOWER THE TIMES"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-LINES-OK
                   MOVE ZEROES TO WS-CHECK-QTY
           END-COMPUTE.
           IF WS-CHECK-QTY NOT = ZEROES
               PERFORM CHECK-ONE-PART
               IF WS-CHECK-NAME = "*NOT ON FILE*"
                   MOVE "A KIT PART IS NOT ON FILE"
                       TO WS-ERROR-MESSAGE
               END-IF
               ADD 1 TO WS-KIT-LINE-COUNT
               MOVE WS-CHECK-ID TO WS-KIT-PART-ID(WS-KIT-LINE-COUNT)
               MOVE WS-CHECK-QTY TO WS-KIT-QTY(WS-KIT-LINE-COUNT)
           END-IF.

      ****** Every order says what machine it is for and who asked
      ****** for the work. The equipment must be on the equipment
      ****** master once one has been set up, and the stockroom
      ****** drawn from on the stockroom master. A reserve-to date
      ****** must be a real date no earlier than today.
       VALIDATE-ORDER-HEADER.
           IF WS-RESERVE-UNTIL NOT = ZEROES
               IF WS-RESERVE-MM < 1 OR WS-RESERVE-MM > 12
                   OR WS-RESERVE-DD < 1 OR WS-RESERVE-DD > 31
                   OR WS-RESERVE-UNTIL < WS-ORDER-DATE
                   MOVE "RESERVE-TO MUST BE A DATE FROM TODAY ON"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-LINES-OK
               END-IF
           END-IF.
           IF WS-STORE-CODE = SPACES
               MOVE "MAIN" TO WS-STORE-CODE
           END-IF.
           IF WS-STORE-CODE NOT = "MAIN"
               IF WS-STORES-ON-FILE = "T"
                   MOVE WS-STORE-CODE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           MOVE "STOCKROOM IS NOT ON FILE"
                               TO WS-ERROR-MESSAGE
                           MOVE "F" TO WS-LINES-OK
                   END-READ
               ELSE
                   MOVE "STOCKROOM IS NOT ON FILE" TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-LINES-OK
               END-IF
           END-IF.
           IF WS-REQ-BY = SPACES
               MOVE "A REQUESTED-BY OPERATOR IS REQUIRED"
                   TO WS-ERROR-MESSAGE
               MOVE "F" TO WS-LINES-OK
           END-IF.
           MOVE SPACES TO WS-EQUIP-GROUP.
           IF WS-EQUIP-ID = SPACES
               MOVE "AN EQUIPMENT ID IS REQUIRED"
                   TO WS-ERROR-MESSAGE
                           MOVE "EQUIPMENT ID IS NOT ON FILE"
                               TO WS-ERROR-MESSAGE
                           MOVE "F" TO WS-LINES-OK
                       NOT INVALID KEY
                           MOVE EQ-GROUP TO WS-EQUIP-GROUP
                   END-READ
               END-IF
           END-IF.
           MOVE WS-ORDER-DATE(1:6) TO WS-POST-PERIOD.
           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-LOCKED = "T"
               MOVE WS-PERIOD-MESSAGE TO WS-ERROR-MESSAGE
               MOVE "F" TO WS-LINES-OK
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

       CHECK-ONE-PART.
           IF WS-CHECK-QTY = ZEROES
                   MOVE "F" TO WS-LINES-OK
               NOT INVALID KEY
                   MOVE PARTNAME TO WS-CHECK-NAME
                   PERFORM GET-STORE-ONHAND
                   PERFORM TALLY-PART-REQUEST
           END-READ.

      ****** Accumulates the total quantity this order wants for the
      ****** part - the banked lines from earlier screens plus every
      ****** slot keyed so far - and holds the screen when the total
      ****** tops the stock available in the order's stockroom. A Y
      ****** confirm stays refused while
      ****** stock is short; a B confirm accepts the shortfall as a
      ****** backorder.
       TALLY-PART-REQUEST.
               PERFORM ADD-BANKED-QUANTITY
           END-IF.
           ADD WS-CHECK-QTY TO WS-REQ-QTY(WS-REQ-SLOT).
           IF WS-REQ-QTY(WS-REQ-SLOT) > WS-STORE-ONHAND
               MOVE "QTY EXCEEDS AVAILABLE - B TO BACKORDER"
                   TO WS-ERROR-MESSAGE
               MOVE "T" TO WS-SHORT-FOUND
               IF WS-CHECKING-KIT = "F" AND WS-SUPR-ON-FILE = "T"
                   PERFORM FIND-SUBSTITUTE
               END-IF
           END-IF.

      ****** Follows the part's supersession links for a successor
      ****** with the stock to cover the slot's quantity, a few links
      ****** deep at most so a looped chain cannot hold the screen.
      ****** The first one found is parked against the slot for an S
      ****** answer to swap in.
       FIND-SUBSTITUTE.
           MOVE WS-CHECK-ID TO WS-SUB-PART.
           MOVE ZEROES TO WS-SUB-HOPS.
           MOVE "F" TO WS-SUB-END.
           PERFORM UNTIL WS-SUB-END = "T"
               ADD 1 TO WS-SUB-HOPS
               MOVE WS-SUB-PART TO SUPR-OLD-PART
               READ SUPRFILE
                   INVALID KEY
                       MOVE "T" TO WS-SUB-END
                   NOT INVALID KEY
                       MOVE SUPR-NEW-PART TO WS-SUB-PART
                       PERFORM CHECK-SUBSTITUTE-STOCK
               END-READ
               IF WS-SUB-HOPS > 4
                   MOVE "T" TO WS-SUB-END
               END-IF
           END-PERFORM.

       CHECK-SUBSTITUTE-STOCK.
           MOVE WS-SUB-PART TO PARTID.
           READ FIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-STORE-ONHAND
                   IF WS-STORE-ONHAND NOT < WS-CHECK-QTY
                       MOVE WS-SUB-PART TO WS-SLOT-SUB(WS-IDX)
                       MOVE WS-SUB-PART TO WSB-PART
                       MOVE WS-SUB-MESSAGE TO WS-ERROR-MESSAGE
                       MOVE "T" TO WS-SUB-OFFERED
                       MOVE "T" TO WS-SUB-END
                   END-IF
           END-READ.

      ****** Keys each offered substitute over the short slot's part
      ****** ID and checks the screen again, so the substitute is
      ****** named and tallied against stock like any keyed part
      ****** before the operator confirms.
       APPLY-SUBSTITUTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-SLOT-SUB(WS-IDX) NOT = ZEROES
                   MOVE WS-SLOT-SUB(WS-IDX) TO WS-CHECK-ID
                   PERFORM STORE-SLOT-ID
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CONFIRM.
           PERFORM VALIDATE-ORDER-PARTS.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE "SUBSTITUTE KEYED - CONFIRM AGAIN"
                   TO WS-ERROR-MESSAGE
           END-IF.

       STORE-SLOT-ID.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-CHECK-ID TO WS-ENTRY-1-ID
               WHEN 2
                   MOVE WS-CHECK-ID TO WS-ENTRY-2-ID
               WHEN 3
                   MOVE WS-CHECK-ID TO WS-ENTRY-3-ID
               WHEN 4
                   MOVE WS-CHECK-ID TO WS-ENTRY-4-ID
               WHEN 5
                   MOVE WS-CHECK-ID TO WS-ENTRY-5-ID
           END-EVALUATE.

       ADD-BANKED-QUANTITY.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-TOTAL-LINES
      ****** not fit: blanking them and pressing Y writes the 50
      ****** banked lines; the refused parts go on the next order.
       BANK-SLOT-LINES.
           IF WS-TOTAL-LINES + WS-SLOT-COUNT + WS-KIT-LINE-COUNT > 50
               MOVE "OVER 50 LINES - BLANK SLOTS, THEN Y"
                   TO WS-ERROR-MESSAGE
           ELSE
                           TO WS-ORD-QTY(WS-TOTAL-LINES)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-LINE-COUNT
                   ADD 1 TO WS-TOTAL-LINES
                   MOVE WS-KIT-PART-ID(WS-KIT-IDX)
                       TO WS-ORD-PART-ID(WS-TOTAL-LINES)
                   MOVE WS-KIT-QTY(WS-KIT-IDX)
                       TO WS-ORD-QTY(WS-TOTAL-LINES)
               END-PERFORM
           END-IF.

      ****** Writes the order header, one detail line per part banked,
               PERFORM WRITE-ORDER-HEADER
           END-IF.

      ****** An order over the approval limit is held PENDING; a
      ****** reservation is priced again when it is issued instead,
      ****** as that is when its stock would leave the shelf.
       WRITE-ORDER-HEADER.
           MOVE "F" TO WS-NEEDS-APPROVAL.
           IF WS-RESERVE-UNTIL = ZEROES
               MOVE ZEROES TO WS-ORDER-VALUE
               PERFORM PRICE-BANKED-LINES
               IF WS-ORDER-VALUE > WS-APPROVAL-LIMIT
                   MOVE "T" TO WS-NEEDS-APPROVAL
               END-IF
           END-IF.
           MOVE WS-ORDER-NUMBER TO MORD-NUMBER.
           MOVE WS-ORDER-DATE TO MORD-DATE.
           IF WS-RESERVE-UNTIL NOT = ZEROES
               MOVE "RESERVED" TO MORD-STATUS
           ELSE
               IF WS-NEEDS-APPROVAL = "T"
                   MOVE "PENDING" TO MORD-STATUS
               ELSE
                   MOVE "OPEN" TO MORD-STATUS
               END-IF
           END-IF.
           MOVE WS-TOTAL-LINES TO MORD-LINE-COUNT.
           MOVE WS-EQUIP-ID TO MORD-EQUIP-ID.
           MOVE WS-REQ-BY TO MORD-REQ-BY.
           MOVE WS-STORE-CODE TO MORD-STORE.
           WRITE MAINT-ORD-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   IF WS-BUDGET-OVERRIDE = "T"
                       PERFORM WRITE-BUDGET-OVERRIDE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-RESERVE-UNTIL NOT = ZEROES
                           MOVE WS-RESERVE-UNTIL TO WS-HOLD-UNTIL
                           PERFORM WRITE-RESERVATION-LINES
                           MOVE WS-RESERVE-UNTIL TO WRS-DATE
                           MOVE WS-RSV-MESSAGE TO WS-ERROR-MESSAGE
                       WHEN WS-NEEDS-APPROVAL = "T"
                           MOVE 99999999 TO WS-HOLD-UNTIL
                           PERFORM WRITE-RESERVATION-LINES
                           MOVE "OVER LIMIT - HELD FOR APPROVAL"
                               TO WS-ERROR-MESSAGE
                       WHEN OTHER
                           PERFORM WRITE-ORDER-LINES
                           PERFORM PRINT-PICKING-LIST
                           IF WS-BACKORDER-COUNT > ZEROES
                               MOVE WS-BACKORDER-COUNT TO WBK-COUNT
                               MOVE WS-BKO-MESSAGE TO WS-ERROR-MESSAGE
                           END-IF
                   END-EVALUATE
                   COMPUTE WS-ORDER-NUMBER = WS-ORDER-NUMBER + 1
           END-WRITE.

      ****** The machine's own budget is tested first, then its
      ****** group's; the first one the order would break is the one
      ****** warned of and, on an override, logged. A second confirm
      ****** of an order no dearer than the one warned of is taken as
      ****** the override; adding lines after a warning warns again.
       CHECK-ORDER-BUDGET.
           MOVE "T" TO WS-BUDGET-OK.
           MOVE "F" TO WS-BUDGET-OVER.
           MOVE "F" TO WS-BUDGET-OVERRIDE.
           IF WS-BUDG-ON-FILE = "T"
               PERFORM PRICE-ORDER-VALUE
               MOVE "E" TO WS-CHECK-BUD-TYPE
               MOVE WS-EQUIP-ID TO WS-CHECK-BUD-ID
               PERFORM CHECK-ONE-BUDGET
               IF WS-BUDGET-OVER = "F" AND WS-EQUIP-GROUP NOT = SPACES
                   MOVE "G" TO WS-CHECK-BUD-TYPE
                   MOVE WS-EQUIP-GROUP TO WS-CHECK-BUD-ID
                   PERFORM CHECK-ONE-BUDGET
               END-IF
           END-IF.
           IF WS-BUDGET-OVER = "T"
               IF WS-BUDGET-WARNED = "T"
                   AND WS-ORDER-VALUE NOT > WS-WARNED-VALUE
                   MOVE "T" TO WS-BUDGET-OVERRIDE
               ELSE
                   MOVE "T" TO WS-BUDGET-WARNED
                   MOVE WS-ORDER-VALUE TO WS-WARNED-VALUE
                   MOVE "F" TO WS-BUDGET-OK
                   MOVE "OVER BUDGET - CONFIRM AGAIN TO OVERRIDE"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      ****** Prices every line the order will carry - banked lines,
      ****** the keyed slots and the exploded kit - at today's price,
      ****** the price the lines will be written at.
       PRICE-ORDER-VALUE.
           MOVE ZEROES TO WS-ORDER-VALUE.
           PERFORM PRICE-BANKED-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               PERFORM LOAD-SLOT-FIELDS
               IF WS-CHECK-ID NOT = ZEROES
                   PERFORM ADD-LINE-VALUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-LINE-COUNT
               MOVE WS-KIT-PART-ID(WS-KIT-IDX) TO WS-CHECK-ID
               MOVE WS-KIT-QTY(WS-KIT-IDX) TO WS-CHECK-QTY
               PERFORM ADD-LINE-VALUE
           END-PERFORM.

       PRICE-BANKED-LINES.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-TOTAL-LINES
               MOVE WS-ORD-PART-ID(WS-BANK-IDX) TO WS-CHECK-ID
               MOVE WS-ORD-QTY(WS-BANK-IDX) TO WS-CHECK-QTY
               PERFORM ADD-LINE-VALUE
           END-PERFORM.

       ADD-LINE-VALUE.
           MOVE WS-CHECK-ID TO PARTID.
           READ FIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARTPRICE TO WS-PRICE-NUM
                   COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
                       + (WS-CHECK-QTY * WS-PRICE-NUM)
           END-READ.

      ****** The budget to date runs from January to the end of the
      ****** order's month; the spend against it is every order dated
      ****** this year for the machine or group, at the price each
      ****** line was issued at, less what has been returned.
       CHECK-ONE-BUDGET.
           MOVE WS-ORDER-YY TO BUD-YEAR.
           MOVE WS-CHECK-BUD-TYPE TO BUD-TYPE.
           MOVE WS-CHECK-BUD-ID TO BUD-ID.
           READ BUDGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROES TO WS-BUDGET-TO-DATE
                   PERFORM VARYING WS-BUD-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-BUD-MONTH-IDX > WS-ORDER-MM
                       ADD BUD-MONTH-AMT(WS-BUD-MONTH-IDX)
                           TO WS-BUDGET-TO-DATE
                   END-PERFORM
                   PERFORM SUM-SPEND-TO-DATE
                   IF WS-SPEND-TO-DATE + WS-ORDER-VALUE
                       > WS-BUDGET-TO-DATE
                       MOVE "T" TO WS-BUDGET-OVER
                       MOVE WS-CHECK-BUD-TYPE TO WS-OVER-BUD-TYPE
                       MOVE WS-CHECK-BUD-ID TO WS-OVER-BUD-ID
                       MOVE WS-BUDGET-TO-DATE TO WS-OVER-BUDGET
                       COMPUTE WS-OVER-SPEND =
                           WS-SPEND-TO-DATE + WS-ORDER-VALUE
                   END-IF
           END-READ.

       SUM-SPEND-TO-DATE.
           MOVE ZEROES TO WS-SPEND-TO-DATE.
           COMPUTE WS-YEAR-START = WS-ORDER-YY * 10000.
           MOVE "F" TO WS-SPEND-EOF.
           MOVE ZEROES TO MORD-NUMBER.
           START MORDFILE KEY IS NOT LESS THAN MORD-NUMBER
               INVALID KEY
                   MOVE "T" TO WS-SPEND-EOF
           END-START.
           PERFORM UNTIL WS-SPEND-EOF = "T"
               READ MORDFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SPEND-EOF
                   NOT AT END
                       IF MORD-DATE > WS-YEAR-START
                           AND MORD-DATE <= WS-ORDER-DATE
                           PERFORM MATCH-SPEND-ORDER
                           IF WS-SPEND-MATCH = "T"
                               PERFORM ADD-ORDER-SPEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ****** A group budget takes in every machine whose master record
      ****** carries the group's name.
       MATCH-SPEND-ORDER.
           MOVE "F" TO WS-SPEND-MATCH.
           IF WS-CHECK-BUD-TYPE = "E"
               IF MORD-EQUIP-ID = WS-CHECK-BUD-ID
                   MOVE "T" TO WS-SPEND-MATCH
               END-IF
           ELSE
               IF WS-EQUIP-ON-FILE = "T"
                   MOVE MORD-EQUIP-ID TO EQ-ID
                   READ EQUIPFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EQ-GROUP = WS-CHECK-BUD-ID
                               MOVE "T" TO WS-SPEND-MATCH
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ADD-ORDER-SPEND.
           PERFORM VARYING WS-SPEND-LINE FROM 1 BY 1
               UNTIL WS-SPEND-LINE > MORD-LINE-COUNT
               MOVE MORD-NUMBER TO MDTL-ORDER-NO
               MOVE WS-SPEND-LINE TO MDTL-LINE-NO
               READ DTLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SPEND-TO-DATE = WS-SPEND-TO-DATE
                           + ((MDTL-QTY - MDTL-RET-QTY)
                               * MDTL-ISSUE-PRICE)
               END-READ
           END-PERFORM.

      ****** Logs who confirmed the order over budget, against which
      ****** budget and by how much, creating the log on first use.
       WRITE-BUDGET-OVERRIDE.
           OPEN EXTEND BOVRFILE.
           IF WS-BOVR-STATUS NOT = "00"
               OPEN OUTPUT BOVRFILE
               CLOSE BOVRFILE
               OPEN EXTEND BOVRFILE
           END-IF.
           ACCEPT BOV-DATE FROM DATE YYYYMMDD.
           ACCEPT BOV-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO BOV-OPERATOR.
           MOVE WS-ORDER-NUMBER TO BOV-ORDER-NO.
           MOVE WS-EQUIP-ID TO BOV-EQUIP-ID.
           MOVE WS-OVER-BUD-TYPE TO BOV-BUD-TYPE.
           MOVE WS-OVER-BUD-ID TO BOV-BUD-ID.
           MOVE WS-OVER-BUDGET TO BOV-BUDGET-TO-DATE.
           MOVE WS-OVER-SPEND TO BOV-SPEND-TO-DATE.
           WRITE BOVR-REC.
           CLOSE BOVRFILE.

       WRITE-ORDER-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TOTAL-LINES
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO MDTL-PART-ID.
           MOVE WS-ORD-QTY(WS-LINE-IDX) TO MDTL-QTY.
           MOVE ZEROES TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER LINE" TO WS-ERROR-MESSAGE
                   PERFORM RELIEVE-STOCK
           END-WRITE.

      ****** A reserved order earmarks each line's quantity on
      ****** PARTRESV.DAT and touches nothing else: no detail line,
      ****** no relief, no cross-reference until it is issued. An
      ****** order held for approval is earmarked the same way, with
      ****** a hold date that never lapses. The
      ****** same part on two lines of one order accumulates into the
      ****** one reservation for the part and order.
       WRITE-RESERVATION-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TOTAL-LINES
               PERFORM WRITE-ONE-RESERVATION
           END-PERFORM.

       WRITE-ONE-RESERVATION.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO RESV-PARTID.
           MOVE WS-ORDER-NUMBER TO RESV-ORDER-NO.
           MOVE WS-STORE-CODE TO RESV-STORE.
           MOVE WS-ORDER-DATE TO RESV-DATE.
           MOVE WS-HOLD-UNTIL TO RESV-EXPIRY.
           MOVE WS-ORD-QTY(WS-LINE-IDX) TO RESV-QTY.
           WRITE RESV-REC
               INVALID KEY
                   READ RESVFILE
                       INVALID KEY
                           MOVE "ERROR WRITING RESERVATION"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                       NOT INVALID KEY
                           ADD WS-ORD-QTY(WS-LINE-IDX) TO RESV-QTY
                           REWRITE RESV-REC
                   END-READ
           END-WRITE.

      ****** Books the part-to-order cross-reference the where-used
      ****** inquiry reads. The same part on two lines of one order
      ****** is one reference, so the duplicate key is no error.
      ****** the covered portion when the rest was backordered - so
      ****** the picking list sends the storeman for real parts, not
      ****** for a shortfall sitting on the backorder file.
      ****** What the stockroom's shelf can cover is what issues;
      ****** PARTQTY, the company total, comes down by the same
      ****** amount, and a crib's own record with it.
       RELIEVE-STOCK.
           MOVE ZEROES TO WS-ORD-ISSUED(WS-LINE-IDX).
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO PARTID.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-STORE-ONHAND
                   IF WS-STORE-ONHAND >= WS-ORD-QTY(WS-LINE-IDX)
                       MOVE WS-ORD-QTY(WS-LINE-IDX)
                           TO WS-ORD-ISSUED(WS-LINE-IDX)
                   ELSE
                       MOVE WS-STORE-ONHAND
                           TO WS-ORD-ISSUED(WS-LINE-IDX)
                       IF WS-BACKORDER-OK = "T"
                           COMPUTE WS-SHORT-QTY =
                               WS-ORD-QTY(WS-LINE-IDX) - WS-STORE-ONHAND
                           PERFORM BANK-BACKORDER
                       ELSE
                           MOVE "STOCK WENT SHORT RELIEVING A LINE"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                       END-IF
                   END-IF
                   MOVE PARTQTY TO WS-ISSUE-BEFORE-QTY
                   IF PARTQTY > WS-ORD-ISSUED(WS-LINE-IDX)
                       SUBTRACT WS-ORD-ISSUED(WS-LINE-IDX) FROM PARTQTY
                   ELSE
                       MOVE ZEROES TO PARTQTY
                   END-IF
                   MOVE WS-ORDER-DATE TO PARTLASTISS
                   REWRITE REC-IO
                   IF WS-ORD-ISSUED(WS-LINE-IDX) > ZEROES
                       MOVE WS-ORDER-NUMBER TO WS-ISSUE-REF-ORDER
                       MOVE WS-LINE-IDX TO WS-ISSUE-REF-LINE
                       PERFORM WRITE-ISSUE-AUDIT
                   END-IF
                   IF WS-STORE-CODE NOT = "MAIN"
                       PERFORM RELIEVE-CRIB-STOCK
                   END-IF
                   IF PARTLOTCTL = "Y"
                       AND WS-ORD-ISSUED(WS-LINE-IDX) > ZEROES
                       PERFORM ISSUE-LINE-FROM-LOTS
                   END-IF
           END-READ.

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

      ****** The line just written is stamped with the lot its stock
      ****** came from.
       ISSUE-LINE-FROM-LOTS.
           MOVE WS-ORD-ISSUED(WS-LINE-IDX) TO WS-LOT-DRAW-QTY.
           MOVE "ISSUE" TO WS-LOT-MOVE-TYPE.
           MOVE WS-ORDER-NUMBER TO WS-LOT-ORDER-NO.
           MOVE WS-LINE-IDX TO WS-LOT-LINE-NO.
           MOVE SPACES TO WS-LOT-REASON.
           PERFORM DRAW-FROM-LOTS.
           MOVE WS-LOT-FIRST TO MDTL-LOT-NO.
           REWRITE MAINT-DTL-REC
               INVALID KEY
                   MOVE 1 TO PA-RETURN-CODE
           END-REWRITE.

       RELIEVE-CRIB-STOCK.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO STK-PARTID.
           MOVE WS-STORE-CODE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STK-QTY > WS-ORD-ISSUED(WS-LINE-IDX)
                       SUBTRACT WS-ORD-ISSUED(WS-LINE-IDX) FROM STK-QTY
                   ELSE
                       MOVE ZEROES TO STK-QTY
                   END-IF
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

      ****** The shelf quantity of the part just read in the order's
      ****** stockroom that is free to take. A crib's shelf is on its
      ****** PARTSTK.DAT record - none means the crib does not stock
      ****** the part; the main stores' is PARTQTY less everything the
      ****** cribs hold and everything in transit anywhere. Whatever
      ****** other orders have reserved in the stockroom is not free,
      ****** so it comes off too, and so does a lot part's stock on
      ****** lots already past their expiry.
       GET-STORE-ONHAND.
           MOVE ZEROES TO WS-STORE-ONHAND.
           IF WS-STORE-CODE = "MAIN"
               PERFORM SUM-HELD-ELSEWHERE
               IF PARTQTY > WS-HELD-ELSEWHERE
                   COMPUTE WS-STORE-ONHAND =
                       PARTQTY - WS-HELD-ELSEWHERE
               END-IF
           ELSE
               MOVE PARTID TO STK-PARTID
               MOVE WS-STORE-CODE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-QTY TO WS-STORE-ONHAND
               END-READ
           END-IF.
           PERFORM SUM-STORE-RESERVED.
           IF WS-STORE-ONHAND > WS-STORE-RESERVED
               SUBTRACT WS-STORE-RESERVED FROM WS-STORE-ONHAND
           ELSE
               MOVE ZEROES TO WS-STORE-ONHAND
           END-IF.
           IF PARTLOTCTL = "Y"
               PERFORM SUM-EXPIRED-LOTS
               IF WS-STORE-ONHAND > WS-LOT-EXPIRED
                   SUBTRACT WS-LOT-EXPIRED FROM WS-STORE-ONHAND
               ELSE
                   MOVE ZEROES TO WS-STORE-ONHAND
               END-IF
           END-IF.

      ****** Totals the part's reservations held in the order's
      ****** stockroom; one written before stockrooms were kept
      ****** counts against the main stores.
       SUM-STORE-RESERVED.
           MOVE ZEROES TO WS-STORE-RESERVED.
           MOVE "F" TO WS-RESV-EOF.
           MOVE PARTID TO RESV-PARTID.
           MOVE ZEROES TO RESV-ORDER-NO.
           START RESVFILE KEY IS NOT LESS THAN RESV-KEY
               INVALID KEY
                   MOVE "T" TO WS-RESV-EOF
           END-START.
           PERFORM UNTIL WS-RESV-EOF = "T"
               READ RESVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-RESV-EOF
                   NOT AT END
                       IF RESV-PARTID NOT = PARTID
                           MOVE "T" TO WS-RESV-EOF
                       ELSE
                           IF RESV-STORE = WS-STORE-CODE
                               OR (RESV-STORE = SPACES
                                   AND WS-STORE-CODE = "MAIN")
                               ADD RESV-QTY TO WS-STORE-RESERVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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

      ****** Totals the banked lines per part and proves each total
      ****** against the quantity freshly on file, so the validation
      ****** done screens ago cannot go stale between the confirm
                   INVALID KEY
                       MOVE "F" TO WS-RECHECK-OK
                   NOT INVALID KEY
                       PERFORM GET-STORE-ONHAND
                       IF WS-RCHK-QTY(WS-RCHK-IDX) > WS-STORE-ONHAND
                           MOVE "F" TO WS-RECHECK-OK
                       END-IF
               END-READ
           MOVE WS-ORDER-NUMBER TO WPT-ORDER.
           MOVE WS-ORDER-DATE TO WS-PICK-DATE-EDIT.
           MOVE WS-PICK-DATE-EDIT TO WPT-DATE.
           MOVE WS-STORE-CODE TO WPT-STORE.
           MOVE WS-PICK-TITLE TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE SPACES TO PICK-LINE.
      ****** The quantity to pull is what RELIEVE-STOCK actually took
      ****** off the shelf for the line; a line backordered in full
      ****** has nothing on the shelf to pull and stays off the list.
      ****** A crib order is pulled from the part's bin in the crib,
      ****** falling back on the main stores bin if none is set.
       BUILD-PICK-TABLE.
           MOVE ZEROES TO WS-PICK-COUNT.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
                           MOVE SPACES TO PARTNAME
                           MOVE SPACES TO PARTLOC
                   END-READ
                   IF WS-STORE-CODE NOT = "MAIN"
                       PERFORM GET-CRIB-BIN
                   END-IF
                   ADD 1 TO WS-PICK-COUNT
                   MOVE PARTLOC TO WS-PICK-LOC(WS-PICK-COUNT)
                   MOVE WS-ORD-PART-ID(WS-PICK-I)
               END-IF
           END-PERFORM.

       GET-CRIB-BIN.
           MOVE WS-ORD-PART-ID(WS-PICK-I) TO STK-PARTID.
           MOVE WS-STORE-CODE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STK-LOC NOT = SPACES
                       MOVE STK-LOC TO PARTLOC
                   END-IF
           END-READ.

      ****** A straight exchange sort is plenty for a 50-line table.
       SORT-PICK-TABLE.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
