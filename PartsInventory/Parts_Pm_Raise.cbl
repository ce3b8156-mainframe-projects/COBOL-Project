      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Nightly preventive maintenance order raise. Walks
      *          PMSCHED.DAT and writes a maintenance order for every
      *          task coming due - its last-done date plus its
      *          interval falls within the next WS-PM-LEAD-DAYS days,
      *          or it has never been done - that does not already
      *          have an order open. The order is written exactly as
      *          PARTS_ORDER_ENTRY writes one keyed by hand: a header
      *          on MAINTORD.DAT carrying the task's machine in
      *          MORD-EQUIP-ID and PMSCHED as the requester, one
      *          MAINTDTL.DAT line per standard part at the price in
      *          effect, the where-used cross-reference, stock
      *          relieved as each line writes, and PARTLASTISS set.
      *          Nobody is at the screen to answer B, so a line the
      *          shelf cannot cover is always taken the way a B
      *          confirm takes it: what stock covers is issued and
      *          the shortfall banked on BACKORD.DAT for PARTS_RECEIVE
      *          to release. Each order prints its picking list onto
      *          PICKLIST.RPT for the morning shift, headed with the
      *          task it is for. The order number is parked on the
      *          task so it is not raised twice; PARTS_ORDER_CLOSE
      *          frees it again when the order is completed or
      *          cancelled. A standard part no longer on the parts
      *          master is left off the order with a console warning.
      *          PM orders are drawn from the main stores: the shelf
      *          tested and relieved is PARTQTY less what the cribs on
      *          PARTSTK.DAT hold and what is in transit, so a PM line
      *          never issues stock sitting in a satellite crib, nor
      *          stock another order has reserved there on
      *          PARTRESV.DAT. A lot-controlled part issues off its
      *          lots earliest expiry first, passing over expired
      *          lots, which are not counted as shelf stock, and the
      *          order line records the lot it was drawn from.
      *          Every line that takes stock off the shelf writes an
      *          ISSUE entry to PART-AUDIT.DAT naming the order and
      *          line, so PARTS_RECOVER can replay the day's issues.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PM_RAISE INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
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
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT XREFFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
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
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT PICKFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
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
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PMFILE
           VALUE OF FILE-ID IS "../PMSCHED.DAT".
           01 PM-SCHED-REC.
               COPY PMREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD DTLFILE
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD XREFFILE
           VALUE OF FILE-ID IS "../MORDXREF.DAT".
           01 XREF-REC.
               COPY XREFREC.

       FD BKOFILE
           VALUE OF FILE-ID IS "../BACKORD.DAT".
           01 BACKORD-REC.
               COPY BACKORD.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD PICKFILE
           VALUE OF FILE-ID IS "../PICKLIST.RPT".
           01 PICK-LINE PIC X(80).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
               COPY JOBLOGREC.

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

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-JOB-RC             PIC 99 VALUE ZEROES.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PM-STATUS          PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-XREF-STATUS        PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS         PIC XX VALUE ZEROES.
       01 WS-PICK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-RESV-STATUS        PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE       PIC X VALUE "F".
       01 WS-RESV-EOF           PIC X VALUE "F".
       01 WS-MAIN-RESERVED      PIC 9(7) VALUE ZEROES.
       01 WS-MAIN-ONHAND        PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-FILES-OK           PIC X VALUE "T".
       01 WS-LOT-STATUS         PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS         PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS       PIC XX VALUE ZEROES.
       01 WS-ISSUE-BEFORE-QTY   PIC 9(5) VALUE ZEROES.
       01 WS-ISSUE-REF.
           05 VALUE "ORDER ".
           05 WS-ISSUE-REF-ORDER PIC 9(7) VALUE ZEROES.
           05 VALUE " LINE ".
           05 WS-ISSUE-REF-LINE PIC 9(3) VALUE ZEROES.
       01 WS-LOT-TODAY          PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EOF            PIC X VALUE "F".
       01 WS-LOT-SKIP-EXPIRED   PIC X VALUE "T".
       01 WS-LOT-DRAW-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE           PIC 9(5) VALUE ZEROES.
       01 WS-LOT-EXPIRED        PIC 9(7) VALUE ZEROES.
       01 WS-LOT-FIRST          PIC X(12) VALUE SPACES.
       01 WS-LOT-MOVE-TYPE      PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO       PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO        PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON         PIC X(30) VALUE SPACES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-TASK-DUE           PIC X VALUE "F".
      ****** How many days ahead of its due date a task is raised, so
      ****** the parts are on the bench before the work is owed.
       01 WS-PM-LEAD-DAYS       PIC 9(3) VALUE 7.
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAY-NUMBER   PIC 9(7) VALUE ZEROES.
       01 WS-DUE-DAY-NUMBER     PIC 9(7) VALUE ZEROES.
       01 WS-TASKS-READ         PIC 9(5) VALUE ZEROES.
       01 WS-ORDERS-RAISED      PIC 9(5) VALUE ZEROES.
       01 WS-MAX-ORDER-NUM      PIC 9(7) VALUE ZEROES.
       01 WS-ORDER-NUMBER       PIC 9(7) VALUE ZEROES.
       01 WS-PM-IDX             PIC 99 VALUE ZEROES.
       01 WS-LINE-IDX           PIC 9(3) VALUE ZEROES.
       01 WS-TOTAL-LINES        PIC 9(3) VALUE ZEROES.
       01 WS-ORDER-LINE-TABLE.
           05 WS-ORDER-LINE OCCURS 50 TIMES.
               10 WS-ORD-PART-ID   PIC 9(5).
               10 WS-ORD-QTY       PIC 9(5).
       01 WS-ORD-ISSUED-TABLE.
           05 WS-ORD-ISSUED OCCURS 50 TIMES PIC 9(5).
       01 WS-SHORT-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-BACKORDER-COUNT    PIC 9(3) VALUE ZEROES.
       01 WS-PICK-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-PICK-I             PIC 9(3) VALUE ZEROES.
       01 WS-PICK-J             PIC 9(3) VALUE ZEROES.
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 50 TIMES.
               10 WS-PICK-LOC      PIC X(8).
               10 WS-PICK-ID       PIC 9(5).
               10 WS-PICK-NAME     PIC X(15).
               10 WS-PICK-QTY      PIC 9(5).
       01 WS-PICK-SWAP.
           05 WS-SWAP-LOC          PIC X(8).
           05 WS-SWAP-ID           PIC 9(5).
           05 WS-SWAP-NAME         PIC X(15).
           05 WS-SWAP-QTY          PIC 9(5).
       01 WS-PICK-DATE-EDIT     PIC 9999/99/99.
       01 WS-PICK-TITLE.
           05 VALUE "PICKING LIST".
           05 FILLER            PIC X(12) VALUE SPACES.
           05 VALUE "ORDER: ".
           05 WPT-ORDER         PIC ZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WPT-DATE          PIC 9999/99/99.
       01 WS-PICK-TASK-LINE.
           05 VALUE "PM TASK: ".
           05 WPT-EQUIP         PIC X(8).
           05 VALUE "/".
           05 WPT-TASK          PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WPT-TASK-DESC     PIC X(30).
       01 WS-PICK-HEADER.
           05 VALUE "BIN       PART ID   PART NAME          QTY TO
      -    " PULL".
       01 WS-PICK-DETAIL.
           05 WPK-LOC           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WPK-ID            PIC ZZZZ9.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WPK-NAME          PIC X(15).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WPK-QTY           PIC ZZZZ9.
       01 WS-PICK-TOTAL-LINE.
           05 VALUE "LINES TO PICK: ".
           05 WPK-TOTAL         PIC ZZ9.
      ****** Date-to-day-number work fields: days since 0001-01-01,
      ****** so a date plus an interval compares straight against
      ****** today.
       01 WS-DN-DATE            PIC 9(8) VALUE ZEROES.
       01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YY          PIC 9(4).
           05 WS-DN-MM          PIC 99.
           05 WS-DN-DD          PIC 99.
       01 WS-DN-PRIOR-YEARS     PIC 9(4) VALUE ZEROES.
       01 WS-DN-LEAP-4          PIC 9(4) VALUE ZEROES.
       01 WS-DN-LEAP-100        PIC 9(4) VALUE ZEROES.
       01 WS-DN-LEAP-400        PIC 9(4) VALUE ZEROES.
       01 WS-DAY-NUMBER         PIC 9(7) VALUE ZEROES.
       01 WS-MONTH-START-TABLE.
           05 FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 WS-MONTH-STARTS REDEFINES WS-MONTH-START-TABLE.
           05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 999.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.

           OPEN I-O PMFILE.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "PARTS_PM_RAISE: NO PMSCHED.DAT - NO "
                   "PREVENTIVE MAINTENANCE IS SCHEDULED YET"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN I-O FIN.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "PARTS_PM_RAISE: PARTLIST.DAT NOT FOUND - "
                   "RUN THE PARTS LOADER BEFORE RAISING ORDERS"
               MOVE 1 TO WS-JOB-RC
               CLOSE PMFILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           PERFORM OPEN-ORDER-FILES.
           IF WS-FILES-OK = "F"
               CLOSE FIN
               CLOSE PMFILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           OPEN INPUT RESVFILE.
           IF WS-RESV-STATUS = "00"
               MOVE "T" TO WS-RESV-ON-FILE
           END-IF.
           PERFORM OPEN-LOT-FILES.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM GET-NEXT-ORDER-NUMBER.

           PERFORM SCAN-PM-SCHEDULE.

           IF WS-RESV-ON-FILE = "T"
               CLOSE RESVFILE
           END-IF.
           IF WS-STK-ON-FILE = "T"
               CLOSE STKFILE
           END-IF.
           CLOSE LMVFILE.
           CLOSE LOTFILE.
           CLOSE AUDITFILE.
           CLOSE BKOFILE.
           CLOSE XREFFILE.
           CLOSE DTLFILE.
           CLOSE MORDFILE.
           CLOSE FIN.
           CLOSE PMFILE.
           DISPLAY "PARTS_PM_RAISE: " WS-TASKS-READ
               " PM TASK(S) READ, " WS-ORDERS-RAISED
               " MAINTENANCE ORDER(S) RAISED".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Opens the order, detail, cross-reference and backorder
      ****** files the way PARTS_ORDER_ENTRY does: MAINTORD.DAT is
      ****** only created when the open says it does not exist
      ****** (status 35), so an order file waiting on its layout
      ****** conversion is never wiped; the step fails instead.
       OPEN-ORDER-FILES.
           MOVE "T" TO WS-FILES-OK.
           OPEN I-O MORDFILE.
           IF WS-MORD-STATUS = "35"
               OPEN OUTPUT MORDFILE
               CLOSE MORDFILE
               OPEN I-O MORDFILE
           END-IF.
           IF WS-MORD-STATUS NOT = "00"
               DISPLAY "PARTS_PM_RAISE: MAINTORD.DAT WILL NOT OPEN"
                   " - STATUS " WS-MORD-STATUS ". IF THE FILE IS IN "
                   "THE OLD LAYOUT, RUN THE ORDER FILE CONVERSION"
               MOVE 1 TO WS-JOB-RC
               MOVE "F" TO WS-FILES-OK
           ELSE
               OPEN I-O DTLFILE
               IF WS-DTL-STATUS NOT = "00"
                   OPEN OUTPUT DTLFILE
                   CLOSE DTLFILE
                   OPEN I-O DTLFILE
               END-IF
               OPEN I-O XREFFILE
               IF WS-XREF-STATUS NOT = "00"
                   OPEN OUTPUT XREFFILE
                   CLOSE XREFFILE
                   OPEN I-O XREFFILE
               END-IF
               OPEN I-O BKOFILE
               IF WS-BKO-STATUS NOT = "00"
                   OPEN OUTPUT BKOFILE
                   CLOSE BKOFILE
                   OPEN I-O BKOFILE
               END-IF
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

      ****** Scans MAINTORD.DAT for the highest MORD-NUMBER on file and
      ****** hands back the next one after it.
       GET-NEXT-ORDER-NUMBER.
           MOVE ZEROES TO WS-MAX-ORDER-NUM.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE ZEROES TO MORD-NUMBER.
           START MORDFILE KEY IS NOT LESS THAN MORD-NUMBER
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ MORDFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF MORD-NUMBER > WS-MAX-ORDER-NUM
                           MOVE MORD-NUMBER TO WS-MAX-ORDER-NUM
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-ORDER-NUMBER = WS-MAX-ORDER-NUM + 1.

      ****** Walks the schedule in equipment and task order. A task
      ****** with an order still open has already been raised and
      ****** waits for that order to close.
       SCAN-PM-SCHEDULE.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO PM-KEY.
           START PMFILE KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ PMFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-TASKS-READ
                       IF PM-OPEN-ORDER = ZEROES
                           AND PM-PART-COUNT > ZEROES
                           PERFORM CHECK-TASK-DUE
                           IF WS-TASK-DUE = "T"
                               PERFORM RAISE-PM-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ****** A task never done - or carrying a last-done date that is
      ****** not a date - is due now. Otherwise it is due once today
      ****** plus the lead days reaches its last-done date plus its
      ****** interval.
       CHECK-TASK-DUE.
           MOVE "T" TO WS-TASK-DUE.
           MOVE PM-LAST-DONE TO WS-DN-DATE.
           IF PM-LAST-DONE NOT = ZEROES
               AND WS-DN-MM >= 1 AND WS-DN-MM <= 12
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DUE-DAY-NUMBER =
                   WS-DAY-NUMBER + PM-INTERVAL-DAYS
               IF WS-DUE-DAY-NUMBER >
                   WS-TODAY-DAY-NUMBER + WS-PM-LEAD-DAYS
                   MOVE "F" TO WS-TASK-DUE
               END-IF
           END-IF.

      ****** Builds the order lines from the task's standard parts,
      ****** writes the order and parks its number on the task. A
      ****** task whose every part has gone from the master raises
      ****** nothing.
       RAISE-PM-ORDER.
           MOVE ZEROES TO WS-TOTAL-LINES.
           MOVE ZEROES TO WS-BACKORDER-COUNT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > PM-PART-COUNT OR WS-PM-IDX > 10
               PERFORM LOAD-STANDARD-PART
           END-PERFORM.
           IF WS-TOTAL-LINES = ZEROES
               DISPLAY "PARTS_PM_RAISE: PM TASK " PM-EQUIP-ID "/"
                   PM-TASK-NO " HAS NO PART ON FILE - NOT RAISED"
           ELSE
               PERFORM WRITE-ORDER-HEADER
           END-IF.

       LOAD-STANDARD-PART.
           MOVE PM-PART-ID(WS-PM-IDX) TO PARTID.
           READ FIN
               INVALID KEY
                   DISPLAY "PARTS_PM_RAISE: PM TASK " PM-EQUIP-ID "/"
                       PM-TASK-NO " PART " PM-PART-ID(WS-PM-IDX)
                       " NOT ON FILE - LEFT OFF THE ORDER"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-LINES
                   MOVE PM-PART-ID(WS-PM-IDX)
                       TO WS-ORD-PART-ID(WS-TOTAL-LINES)
                   MOVE PM-PART-QTY(WS-PM-IDX)
                       TO WS-ORD-QTY(WS-TOTAL-LINES)
           END-READ.

       WRITE-ORDER-HEADER.
           MOVE WS-ORDER-NUMBER TO MORD-NUMBER.
           MOVE WS-TODAY TO MORD-DATE.
           MOVE "OPEN" TO MORD-STATUS.
           MOVE WS-TOTAL-LINES TO MORD-LINE-COUNT.
           MOVE PM-EQUIP-ID TO MORD-EQUIP-ID.
           MOVE "PMSCHED" TO MORD-REQ-BY.
           MOVE "MAIN" TO MORD-STORE.
           WRITE MAINT-ORD-REC
               INVALID KEY
                   DISPLAY "PARTS_PM_RAISE: ERROR WRITING ORDER "
                       WS-ORDER-NUMBER " FOR PM TASK " PM-EQUIP-ID
                       "/" PM-TASK-NO
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   PERFORM WRITE-ORDER-LINES
                   PERFORM PRINT-PICKING-LIST
                   PERFORM MARK-TASK-RAISED
                   ADD 1 TO WS-ORDERS-RAISED
                   COMPUTE WS-ORDER-NUMBER = WS-ORDER-NUMBER + 1
           END-WRITE.

       MARK-TASK-RAISED.
           MOVE WS-ORDER-NUMBER TO PM-OPEN-ORDER.
           REWRITE PM-SCHED-REC
               INVALID KEY
                   DISPLAY "PARTS_PM_RAISE: ORDER " WS-ORDER-NUMBER
                       " WRITTEN BUT PM TASK " PM-EQUIP-ID "/"
                       PM-TASK-NO " NOT UPDATED"
                   MOVE 1 TO WS-JOB-RC
           END-REWRITE.

       WRITE-ORDER-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TOTAL-LINES
               PERFORM WRITE-ONE-ORDER-LINE
           END-PERFORM.

      ****** The line carries the price in effect the moment it is
      ****** written, so the order still costs out right months
      ****** later, after the nightly price apply has moved the
      ****** master price on.
       WRITE-ONE-ORDER-LINE.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE ZEROES TO MDTL-ISSUE-PRICE
               NOT INVALID KEY
                   MOVE PARTPRICE TO MDTL-ISSUE-PRICE
           END-READ.
           MOVE WS-ORDER-NUMBER TO MDTL-ORDER-NO.
           MOVE WS-LINE-IDX TO MDTL-LINE-NO.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO MDTL-PART-ID.
           MOVE WS-ORD-QTY(WS-LINE-IDX) TO MDTL-QTY.
           MOVE ZEROES TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   DISPLAY "PARTS_PM_RAISE: ERROR WRITING LINE "
                       WS-LINE-IDX " OF ORDER " WS-ORDER-NUMBER
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   PERFORM WRITE-XREF-RECORD
                   PERFORM RELIEVE-STOCK
           END-WRITE.

      ****** Books the part-to-order cross-reference the where-used
      ****** inquiry reads. The same part on two lines of one order
      ****** is one reference, so the duplicate key is no error.
       WRITE-XREF-RECORD.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO XREF-PARTID.
           MOVE WS-ORDER-NUMBER TO XREF-ORDER-NO.
           WRITE XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ****** Issues what the shelf can cover and banks the rest as a
      ****** backorder - the B-confirm rule of order entry, since
      ****** the work is owed whether the stock is there or not.
      ****** WS-ORD-ISSUED remembers what actually left the shelf so
      ****** the picking list sends the storeman for real parts.
       RELIEVE-STOCK.
           MOVE ZEROES TO WS-ORD-ISSUED(WS-LINE-IDX).
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO PARTID.
           READ FIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-MAIN-ONHAND
                   IF WS-MAIN-ONHAND >= WS-ORD-QTY(WS-LINE-IDX)
                       MOVE WS-ORD-QTY(WS-LINE-IDX)
                           TO WS-ORD-ISSUED(WS-LINE-IDX)
                   ELSE
                       MOVE WS-MAIN-ONHAND
                           TO WS-ORD-ISSUED(WS-LINE-IDX)
                       COMPUTE WS-SHORT-QTY =
                           WS-ORD-QTY(WS-LINE-IDX) - WS-MAIN-ONHAND
                       PERFORM BANK-BACKORDER
                   END-IF
                   MOVE PARTQTY TO WS-ISSUE-BEFORE-QTY
                   IF PARTQTY > WS-ORD-ISSUED(WS-LINE-IDX)
                       SUBTRACT WS-ORD-ISSUED(WS-LINE-IDX) FROM PARTQTY
                   ELSE
                       MOVE ZEROES TO PARTQTY
                   END-IF
                   MOVE WS-TODAY TO PARTLASTISS
                   REWRITE REC-IO
                   IF WS-ORD-ISSUED(WS-LINE-IDX) > ZEROES
                       MOVE WS-ORDER-NUMBER TO WS-ISSUE-REF-ORDER
                       MOVE WS-LINE-IDX TO WS-ISSUE-REF-LINE
                       PERFORM WRITE-ISSUE-AUDIT
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
                   MOVE 1 TO WS-JOB-RC
           END-REWRITE.

      ****** The main stores' shelf for the part just read: PARTQTY
      ****** less everything the cribs hold and everything in transit,
      ****** and less what is reserved there for other orders, and,
      ****** for a lot part, less its stock on expired lots.
       GET-MAIN-ONHAND.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           IF WS-STK-ON-FILE = "T"
               MOVE "F" TO WS-STK-EOF
               MOVE PARTID TO STK-PARTID
               MOVE LOW-VALUES TO STK-STORE
               START STKFILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       MOVE "T" TO WS-STK-EOF
               END-START
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
               END-PERFORM
           END-IF.
           PERFORM SUM-MAIN-RESERVED.
           ADD WS-MAIN-RESERVED TO WS-HELD-ELSEWHERE.
           IF PARTQTY > WS-HELD-ELSEWHERE
               COMPUTE WS-MAIN-ONHAND = PARTQTY - WS-HELD-ELSEWHERE
           ELSE
               MOVE ZEROES TO WS-MAIN-ONHAND
           END-IF.
           IF PARTLOTCTL = "Y"
               PERFORM SUM-EXPIRED-LOTS
               IF WS-MAIN-ONHAND > WS-LOT-EXPIRED
                   SUBTRACT WS-LOT-EXPIRED FROM WS-MAIN-ONHAND
               ELSE
                   MOVE ZEROES TO WS-MAIN-ONHAND
               END-IF
           END-IF.

       SUM-MAIN-RESERVED.
           MOVE ZEROES TO WS-MAIN-RESERVED.
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
                               IF RESV-STORE = "MAIN"
                                   OR RESV-STORE = SPACES
                                   ADD RESV-QTY TO WS-MAIN-RESERVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
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
                   MOVE 1 TO WS-JOB-RC
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

      ****** Banks the uncovered quantity on the backorder file. The
      ****** same part short on two lines of one order accumulates
      ****** into the one backorder record for the part and order.
       BANK-BACKORDER.
           MOVE WS-ORD-PART-ID(WS-LINE-IDX) TO BKO-PARTID.
           MOVE WS-ORDER-NUMBER TO BKO-ORDER-NO.
           MOVE WS-TODAY TO BKO-DATE.
           MOVE WS-SHORT-QTY TO BKO-QTY.
           WRITE BACKORD-REC
               INVALID KEY
                   READ BKOFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-SHORT-QTY TO BKO-QTY
                           REWRITE BACKORD-REC
                   END-READ
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-BACKORDER-COUNT.

      ****** Prints the picking list for the order just raised, in bin
      ****** walk sequence, the same list order entry prints, with
      ****** the PM task named under the title so the storeman knows
      ****** which job the parts are going to.
       PRINT-PICKING-LIST.
           PERFORM BUILD-PICK-TABLE.
           PERFORM SORT-PICK-TABLE.
           PERFORM OPEN-PICKLIST-FILE.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-ORDER-NUMBER TO WPT-ORDER.
           MOVE WS-TODAY TO WS-PICK-DATE-EDIT.
           MOVE WS-PICK-DATE-EDIT TO WPT-DATE.
           MOVE WS-PICK-TITLE TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE PM-EQUIP-ID TO WPT-EQUIP.
           MOVE PM-TASK-NO TO WPT-TASK.
           MOVE PM-TASK-DESC TO WPT-TASK-DESC.
           MOVE WS-PICK-TASK-LINE TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-PICK-HEADER TO PICK-LINE.
           WRITE PICK-LINE.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-PICK-COUNT
               MOVE WS-PICK-LOC(WS-PICK-I) TO WPK-LOC
               MOVE WS-PICK-ID(WS-PICK-I) TO WPK-ID
               MOVE WS-PICK-NAME(WS-PICK-I) TO WPK-NAME
               MOVE WS-PICK-QTY(WS-PICK-I) TO WPK-QTY
               MOVE WS-PICK-DETAIL TO PICK-LINE
               WRITE PICK-LINE
           END-PERFORM.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-PICK-COUNT TO WPK-TOTAL.
           MOVE WS-PICK-TOTAL-LINE TO PICK-LINE.
           WRITE PICK-LINE.
           CLOSE PICKFILE.

      ****** Opens PICKLIST.RPT for append, creating it first if it
      ****** does not exist yet on disk.
       OPEN-PICKLIST-FILE.
           OPEN EXTEND PICKFILE.
           IF WS-PICK-STATUS NOT = "00"
               OPEN OUTPUT PICKFILE
               CLOSE PICKFILE
               OPEN EXTEND PICKFILE
           END-IF.

      ****** The quantity to pull is what RELIEVE-STOCK actually took
      ****** off the shelf for the line; a line backordered in full
      ****** has nothing on the shelf to pull and stays off the list.
       BUILD-PICK-TABLE.
           MOVE ZEROES TO WS-PICK-COUNT.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-TOTAL-LINES
               IF WS-ORD-ISSUED(WS-PICK-I) > ZEROES
                   MOVE WS-ORD-PART-ID(WS-PICK-I) TO PARTID
                   READ FIN
                       INVALID KEY
                           MOVE SPACES TO PARTNAME
                           MOVE SPACES TO PARTLOC
                   END-READ
                   ADD 1 TO WS-PICK-COUNT
                   MOVE PARTLOC TO WS-PICK-LOC(WS-PICK-COUNT)
                   MOVE WS-ORD-PART-ID(WS-PICK-I)
                       TO WS-PICK-ID(WS-PICK-COUNT)
                   MOVE PARTNAME TO WS-PICK-NAME(WS-PICK-COUNT)
                   MOVE WS-ORD-ISSUED(WS-PICK-I)
                       TO WS-PICK-QTY(WS-PICK-COUNT)
               END-IF
           END-PERFORM.

      ****** A straight exchange sort is plenty for a 50-line table.
       SORT-PICK-TABLE.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I >= WS-PICK-COUNT
               PERFORM VARYING WS-PICK-J FROM 1 BY 1
                   UNTIL WS-PICK-J >= WS-PICK-COUNT
                   IF WS-PICK-LOC(WS-PICK-J) >
                       WS-PICK-LOC(WS-PICK-J + 1)
                       OR (WS-PICK-LOC(WS-PICK-J) =
                           WS-PICK-LOC(WS-PICK-J + 1)
                           AND WS-PICK-ID(WS-PICK-J) >
                               WS-PICK-ID(WS-PICK-J + 1))
                       MOVE WS-PICK-ENTRY(WS-PICK-J) TO WS-PICK-SWAP
                       MOVE WS-PICK-ENTRY(WS-PICK-J + 1)
                           TO WS-PICK-ENTRY(WS-PICK-J)
                       MOVE WS-PICK-SWAP
                           TO WS-PICK-ENTRY(WS-PICK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****** Turns WS-DN-DATE into a running day count: 365 days for
      ****** every year before it plus one for each leap year among
      ****** them by the full century rule, the days of the months
      ****** before its month, the day itself, and February's leap
      ****** day when the date is past it in a leap year.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YY - 1.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAP-4.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
           COMPUTE WS-DAY-NUMBER = (WS-DN-PRIOR-YEARS * 365)
               + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400
               + WS-DAYS-BEFORE-MONTH(WS-DN-MM) + WS-DN-DD.
           IF WS-DN-MM > 2
               AND (FUNCTION MOD(WS-DN-YY 400) = 0
                   OR (FUNCTION MOD(WS-DN-YY 4) = 0
                       AND FUNCTION MOD(WS-DN-YY 100) NOT = 0))
               ADD 1 TO WS-DAY-NUMBER
           END-IF.

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
           MOVE "PARTS_PM_RAISE" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_PM_RAISE.
