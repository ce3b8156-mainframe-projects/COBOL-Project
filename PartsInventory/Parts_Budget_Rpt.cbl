      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Monthly parts budget versus actual, for the monthly
      *          review. Every BUDGET.DAT budget for the year of the
      *          report month - a machine's own (type E) or its
      *          group's (type G) - is set against the parts spend on
      *          MAINTORD.DAT orders for that machine, or for every
      *          machine carrying the group name on EQUIPMST.DAT,
      *          dated from January to the end of the report month.
      *          Committed spend is what the orders' MAINTDTL.DAT
      *          lines issued at their issue-time price; returns are
      *          the quantities pulled back off the lines
      *          (MDTL-RET-QTY) at the same price, credited to the
      *          order's own month. Net spend against the budget to
      *          date gives the variance (negative is over budget),
      *          and the net spend run on at the same monthly rate
      *          gives a year-end projection to set against the
      *          annual figure. The number of times an order was
      *          confirmed over the budget anyway (BUDGOVR.DAT) is
      *          shown alongside. Budgets are listed worst overspend
      *          first, and spend on machines with no budget of
      *          either kind is totalled at the foot. The report
      *          month is prompted for on the console as YYYYMM, or
      *          zeros for last month. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_BUDGET_RPT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT BUDGFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDG-STATUS.
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
               SELECT EQUIPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EQ-ID
               FILE STATUS IS WS-EQUIP-STATUS.
               SELECT BOVRFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOVR-STATUS.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD BUDGFILE
           VALUE OF FILE-ID IS "../BUDGET.DAT".
           01 BUDGET-REC.
               COPY BUDGREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD DTLFILE
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD EQUIPFILE
           VALUE OF FILE-ID IS "../EQUIPMST.DAT".
           01 EQUIP-REC.
               COPY EQUIPREC.

       FD BOVRFILE
           VALUE OF FILE-ID IS "../BUDGOVR.DAT".
           01 BUDGET-OVR-REC.
               COPY BOVRREC.

       FD RPTFILE
           VALUE OF FILE-ID IS "../BUDGET.RPT".
           01 RPT-LINE PIC X(132).

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
       01 WS-BUDG-STATUS        PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-MORD-ON-FILE       PIC X VALUE "F".
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-DTL-ON-FILE        PIC X VALUE "F".
       01 WS-EQUIP-STATUS       PIC XX VALUE ZEROES.
       01 WS-EQUIP-ON-FILE      PIC X VALUE "F".
       01 WS-BOVR-STATUS        PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY       PIC 9(4).
           05 WS-TODAY-MM       PIC 99.
           05 WS-TODAY-DD       PIC 99.
       01 WS-RUN-MONTH          PIC 9(6) VALUE ZEROES.
       01 WS-RUN-MONTH-R REDEFINES WS-RUN-MONTH.
           05 WS-RUN-YY         PIC 9(4).
           05 WS-RUN-MM         PIC 99.
       01 WS-YEAR-START         PIC 9(8) VALUE ZEROES.
       01 WS-PERIOD-END         PIC 9(8) VALUE ZEROES.
       01 WS-MONTH-IDX          PIC 99 VALUE ZEROES.
       01 WS-CHECK-LINE         PIC 9(3) VALUE ZEROES.
       01 WS-ORDER-GROUP        PIC X(8) VALUE SPACES.
       01 WS-ORDER-COMMITTED    PIC 9(11)V99 VALUE ZEROES.
       01 WS-ORDER-RETURNS      PIC 9(11)V99 VALUE ZEROES.
       01 WS-ORDER-BUDGETED     PIC X VALUE "F".
       01 WS-FIND-TYPE          PIC X VALUE SPACES.
       01 WS-FIND-ID            PIC X(8) VALUE SPACES.
       01 WS-BG-COUNT           PIC 9(3) VALUE ZEROES.
       01 WS-BG-SLOT            PIC 9(3) VALUE ZEROES.
       01 WS-BG-IDX             PIC 9(3) VALUE ZEROES.
       01 WS-BG-J               PIC 9(3) VALUE ZEROES.
       01 WS-BG-TABLE-FULL      PIC X VALUE "F".
       01 WS-BG-TABLE.
           05 WS-BG-ENTRY OCCURS 200 TIMES.
               10 WS-BG-TYPE       PIC X.
               10 WS-BG-ID         PIC X(8).
               10 WS-BG-ANNUAL     PIC 9(9)V99.
               10 WS-BG-TO-DATE    PIC 9(9)V99.
               10 WS-BG-COMMITTED  PIC 9(11)V99.
               10 WS-BG-RETURNS    PIC 9(11)V99.
               10 WS-BG-NET        PIC 9(11)V99.
               10 WS-BG-VARIANCE   PIC S9(11)V99.
               10 WS-BG-PROJECTED  PIC 9(11)V99.
               10 WS-BG-OVERRIDES  PIC 9(3).
       01 WS-BG-SWAP.
           05 WS-SWAP-TYPE         PIC X.
           05 WS-SWAP-ID           PIC X(8).
           05 WS-SWAP-ANNUAL       PIC 9(9)V99.
           05 WS-SWAP-TO-DATE      PIC 9(9)V99.
           05 WS-SWAP-COMMITTED    PIC 9(11)V99.
           05 WS-SWAP-RETURNS      PIC 9(11)V99.
           05 WS-SWAP-NET          PIC 9(11)V99.
           05 WS-SWAP-VARIANCE     PIC S9(11)V99.
           05 WS-SWAP-PROJECTED    PIC 9(11)V99.
           05 WS-SWAP-OVERRIDES    PIC 9(3).
       01 WS-OVER-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-UNBUDGETED         PIC 9(11)V99 VALUE ZEROES.
       01 WS-TITLE-LINE.
           05 VALUE "PARTS BUDGET VERSUS ACTUAL".
           05 FILLER            PIC X(4) VALUE SPACES.
           05 VALUE "YEAR TO END OF: ".
           05 WT-MONTH          PIC 9999/99.
           05 VALUE "  RUN: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-COLUMN-HEADER-1.
           05 VALUE "T  ID       DESCRIPTION     ".
           05 VALUE "        ANNUAL        BUDGET     COMMITTED".
           05 VALUE "       RETURNS           NET".
           05 VALUE "      VARIANCE       YEAR-END OVR".
       01 WS-COLUMN-HEADER-2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 VALUE "        BUDGET       TO DATE         SPEND".
           05 VALUE "      CREDITED         SPEND".
           05 VALUE "      (-=OVER)     PROJECTION".
       01 WS-DETAIL-LINE.
           05 WD-TYPE           PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ID             PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-DESC           PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-ANNUAL         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-TO-DATE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-COMMITTED      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-RETURNS        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-VARIANCE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PROJECTED      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-OVERRIDES      PIC ZZ9.
       01 WS-COUNT-LINE.
           05 VALUE "BUDGETS REPORTED: ".
           05 WT-BUDGETS        PIC ZZ9.
           05 VALUE "   OVER BUDGET TO DATE: ".
           05 WT-OVER           PIC ZZ9.
       01 WS-UNBUDGETED-LINE.
           05 VALUE "NET SPEND ON MACHINES WITH NO BUDGET: ".
           05 WT-UNBUDGETED     PIC $Z,ZZZ,ZZZ,ZZ9.99.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "PARTS_BUDGET_RPT: ENTER THE MONTH TO REPORT "
               "(YYYYMM) OR ZEROS FOR LAST MONTH".
           ACCEPT WS-RUN-MONTH.
           IF WS-RUN-MONTH = ZEROES
               MOVE WS-TODAY-YY TO WS-RUN-YY
               MOVE WS-TODAY-MM TO WS-RUN-MM
               SUBTRACT 1 FROM WS-RUN-MM
               IF WS-RUN-MM = ZEROES
                   MOVE 12 TO WS-RUN-MM
                   SUBTRACT 1 FROM WS-RUN-YY
               END-IF
           END-IF.
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "PARTS_BUDGET_RPT: " WS-RUN-MONTH
                   " IS NOT A VALID MONTH"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           COMPUTE WS-YEAR-START = WS-RUN-YY * 10000.
           COMPUTE WS-PERIOD-END = WS-RUN-MONTH * 100 + 31.
           OPEN INPUT BUDGFILE.
           IF WS-BUDG-STATUS NOT = "00"
               DISPLAY "PARTS_BUDGET_RPT: BUDGET.DAT NOT FOUND - "
                   "NO BUDGETS HAVE BEEN SET UP"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN INPUT MORDFILE.
           IF WS-MORD-STATUS = "00"
               MOVE "T" TO WS-MORD-ON-FILE
           END-IF.
           OPEN INPUT DTLFILE.
           IF WS-DTL-STATUS = "00"
               MOVE "T" TO WS-DTL-ON-FILE
           END-IF.
           OPEN INPUT EQUIPFILE.
           IF WS-EQUIP-STATUS = "00"
               MOVE "T" TO WS-EQUIP-ON-FILE
           END-IF.

           PERFORM LOAD-BUDGETS.
           IF WS-MORD-ON-FILE = "T" AND WS-DTL-ON-FILE = "T"
               PERFORM SWEEP-ORDERS
           END-IF.
           PERFORM COUNT-OVERRIDES.
           PERFORM WORK-OUT-VARIANCES.
           PERFORM SORT-BUDGET-TABLE.
           PERFORM PRINT-BUDGET-REPORT.

           IF WS-EQUIP-ON-FILE = "T"
               CLOSE EQUIPFILE
           END-IF.
           IF WS-DTL-ON-FILE = "T"
               CLOSE DTLFILE
           END-IF.
           IF WS-MORD-ON-FILE = "T"
               CLOSE MORDFILE
           END-IF.
           CLOSE BUDGFILE.
           DISPLAY "PARTS_BUDGET_RPT: " WS-BG-COUNT
               " BUDGET(S) REPORTED, " WS-OVER-COUNT
               " OVER BUDGET TO DATE".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Loads every budget for the report year, machine and
      ****** group alike, with its budget to date - the monthly
      ****** amounts from January up to the report month.
       LOAD-BUDGETS.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO BUD-KEY.
           MOVE WS-RUN-YY TO BUD-YEAR.
           START BUDGFILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ BUDGFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF BUD-YEAR NOT = WS-RUN-YY
                           MOVE "T" TO WS-SCAN-EOF
                       ELSE
                           PERFORM LOAD-ONE-BUDGET
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-BUDGET.
           IF WS-BG-COUNT < 200
               ADD 1 TO WS-BG-COUNT
               MOVE BUD-TYPE TO WS-BG-TYPE(WS-BG-COUNT)
               MOVE BUD-ID TO WS-BG-ID(WS-BG-COUNT)
               MOVE BUD-ANNUAL TO WS-BG-ANNUAL(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-TO-DATE(WS-BG-COUNT)
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-RUN-MM
                   ADD BUD-MONTH-AMT(WS-MONTH-IDX)
                       TO WS-BG-TO-DATE(WS-BG-COUNT)
               END-PERFORM
               MOVE ZEROES TO WS-BG-COMMITTED(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-RETURNS(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-NET(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-VARIANCE(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-PROJECTED(WS-BG-COUNT)
               MOVE ZEROES TO WS-BG-OVERRIDES(WS-BG-COUNT)
           ELSE
               IF WS-BG-TABLE-FULL = "F"
                   MOVE "T" TO WS-BG-TABLE-FULL
                   MOVE 1 TO WS-JOB-RC
                   DISPLAY "PARTS_BUDGET_RPT: OVER 200 BUDGETS FOR "
                       "THE YEAR - REPORT IS PARTIAL"
               END-IF
           END-IF.

       SWEEP-ORDERS.
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
                       IF MORD-DATE > WS-YEAR-START
                           AND MORD-DATE <= WS-PERIOD-END
                           PERFORM TALLY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

      ****** Prices the order's lines once, then posts the totals to
      ****** the machine's own budget and to its group's, whichever
      ****** of the two exist for the year.
       TALLY-ONE-ORDER.
           MOVE ZEROES TO WS-ORDER-COMMITTED.
           MOVE ZEROES TO WS-ORDER-RETURNS.
           PERFORM VARYING WS-CHECK-LINE FROM 1 BY 1
               UNTIL WS-CHECK-LINE > MORD-LINE-COUNT
               MOVE MORD-NUMBER TO MDTL-ORDER-NO
               MOVE WS-CHECK-LINE TO MDTL-LINE-NO
               READ DTLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ORDER-COMMITTED =
                           WS-ORDER-COMMITTED
                           + (MDTL-QTY * MDTL-ISSUE-PRICE)
                       COMPUTE WS-ORDER-RETURNS =
                           WS-ORDER-RETURNS
                           + (MDTL-RET-QTY * MDTL-ISSUE-PRICE)
               END-READ
           END-PERFORM.
           MOVE "F" TO WS-ORDER-BUDGETED.
           MOVE "E" TO WS-FIND-TYPE.
           MOVE MORD-EQUIP-ID TO WS-FIND-ID.
           PERFORM POST-ORDER-SPEND.
           MOVE SPACES TO WS-ORDER-GROUP.
           IF WS-EQUIP-ON-FILE = "T" AND MORD-EQUIP-ID NOT = SPACES
               MOVE MORD-EQUIP-ID TO EQ-ID
               READ EQUIPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EQ-GROUP TO WS-ORDER-GROUP
               END-READ
           END-IF.
           IF WS-ORDER-GROUP NOT = SPACES
               MOVE "G" TO WS-FIND-TYPE
               MOVE WS-ORDER-GROUP TO WS-FIND-ID
               PERFORM POST-ORDER-SPEND
           END-IF.
           IF WS-ORDER-BUDGETED = "F"
               COMPUTE WS-UNBUDGETED = WS-UNBUDGETED
                   + WS-ORDER-COMMITTED - WS-ORDER-RETURNS
           END-IF.

       POST-ORDER-SPEND.
           PERFORM FIND-BUDGET-SLOT.
           IF WS-BG-SLOT > ZEROES
               MOVE "T" TO WS-ORDER-BUDGETED
               ADD WS-ORDER-COMMITTED TO WS-BG-COMMITTED(WS-BG-SLOT)
               ADD WS-ORDER-RETURNS TO WS-BG-RETURNS(WS-BG-SLOT)
           END-IF.

       FIND-BUDGET-SLOT.
           MOVE ZEROES TO WS-BG-SLOT.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               IF WS-BG-TYPE(WS-BG-IDX) = WS-FIND-TYPE
                   AND WS-BG-ID(WS-BG-IDX) = WS-FIND-ID
                   MOVE WS-BG-IDX TO WS-BG-SLOT
               END-IF
           END-PERFORM.

      ****** Counts the over-budget confirmations logged against each
      ****** budget from January to the end of the report month.
       COUNT-OVERRIDES.
           OPEN INPUT BOVRFILE.
           IF WS-BOVR-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ BOVRFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF BOV-DATE > WS-YEAR-START
                               AND BOV-DATE <= WS-PERIOD-END
                               MOVE BOV-BUD-TYPE TO WS-FIND-TYPE
                               MOVE BOV-BUD-ID TO WS-FIND-ID
                               PERFORM FIND-BUDGET-SLOT
                               IF WS-BG-SLOT > ZEROES
                                   ADD 1 TO WS-BG-OVERRIDES(WS-BG-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOVRFILE
           END-IF.

      ****** Net spend is committed less returns credited; the
      ****** projection runs the net on at its average monthly rate
      ****** to the end of the year.
       WORK-OUT-VARIANCES.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               COMPUTE WS-BG-NET(WS-BG-IDX) =
                   WS-BG-COMMITTED(WS-BG-IDX)
                   - WS-BG-RETURNS(WS-BG-IDX)
               COMPUTE WS-BG-VARIANCE(WS-BG-IDX) =
                   WS-BG-TO-DATE(WS-BG-IDX) - WS-BG-NET(WS-BG-IDX)
               COMPUTE WS-BG-PROJECTED(WS-BG-IDX) ROUNDED =
                   WS-BG-NET(WS-BG-IDX) * 12 / WS-RUN-MM
               IF WS-BG-VARIANCE(WS-BG-IDX) < ZEROES
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-PERFORM.

      ****** A straight exchange sort on the variance puts the worst
      ****** overspend at the top of the page.
       SORT-BUDGET-TABLE.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX >= WS-BG-COUNT
               PERFORM VARYING WS-BG-J FROM 1 BY 1
                   UNTIL WS-BG-J >= WS-BG-COUNT
                   IF WS-BG-VARIANCE(WS-BG-J) >
                       WS-BG-VARIANCE(WS-BG-J + 1)
                       MOVE WS-BG-ENTRY(WS-BG-J) TO WS-BG-SWAP
                       MOVE WS-BG-ENTRY(WS-BG-J + 1)
                           TO WS-BG-ENTRY(WS-BG-J)
                       MOVE WS-BG-SWAP TO WS-BG-ENTRY(WS-BG-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-BUDGET-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-MONTH TO WT-MONTH.
           MOVE WS-TODAY TO WT-DATE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-2 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               PERFORM PRINT-ONE-BUDGET
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BG-COUNT TO WT-BUDGETS.
           MOVE WS-OVER-COUNT TO WT-OVER.
           MOVE WS-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-UNBUDGETED TO WT-UNBUDGETED.
           MOVE WS-UNBUDGETED-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RPTFILE.

       PRINT-ONE-BUDGET.
           MOVE WS-BG-TYPE(WS-BG-IDX) TO WD-TYPE.
           MOVE WS-BG-ID(WS-BG-IDX) TO WD-ID.
           IF WS-BG-TYPE(WS-BG-IDX) = "G"
               MOVE "*MACHINE GROUP*" TO WD-DESC
           ELSE
               PERFORM LOOKUP-EQUIP-DESC
           END-IF.
           MOVE WS-BG-ANNUAL(WS-BG-IDX) TO WD-ANNUAL.
           MOVE WS-BG-TO-DATE(WS-BG-IDX) TO WD-TO-DATE.
           MOVE WS-BG-COMMITTED(WS-BG-IDX) TO WD-COMMITTED.
           MOVE WS-BG-RETURNS(WS-BG-IDX) TO WD-RETURNS.
           MOVE WS-BG-NET(WS-BG-IDX) TO WD-NET.
           MOVE WS-BG-VARIANCE(WS-BG-IDX) TO WD-VARIANCE.
           MOVE WS-BG-PROJECTED(WS-BG-IDX) TO WD-PROJECTED.
           MOVE WS-BG-OVERRIDES(WS-BG-IDX) TO WD-OVERRIDES.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       LOOKUP-EQUIP-DESC.
           IF WS-EQUIP-ON-FILE = "T"
               MOVE WS-BG-ID(WS-BG-IDX) TO EQ-ID
               READ EQUIPFILE
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO WD-DESC
                   NOT INVALID KEY
                       MOVE EQ-DESC TO WD-DESC
               END-READ
           ELSE
               MOVE SPACES TO WD-DESC
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
           MOVE "PARTS_BUDGET_RPT" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_BUDGET_RPT.
