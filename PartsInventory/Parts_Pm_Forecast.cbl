      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Preventive maintenance parts look-ahead. Projects
      *          every task on PMSCHED.DAT forward over the next 90
      *          days - each time it falls due, it will take its
      *          standard parts - and totals the demand per part into
      *          30, 60 and 90 day columns, each column cumulative
      *          from today. Beside the demand stands the part's stock
      *          on hand and the quantity still to come on OPEN lines
      *          of OPENPO.DAT, and SHORT shows how far the 90 day
      *          demand runs past the two together, so the buyer sees
      *          the PM shortfalls before the night run raises the
      *          orders. A task overdue counts as due today, and the
      *          next interval runs from there, as it will once the
      *          work is signed off. A task the night run has already
      *          raised an order for has had its parts taken off the
      *          shelf, so that occurrence is left out and only the
      *          ones after it count. Writes PMFORCST.RPT. Run
      *          standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PM_FORECAST INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
               SELECT OPOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
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
       FD PMFILE
           VALUE OF FILE-ID IS "../PMSCHED.DAT".
           01 PM-SCHED-REC.
               COPY PMREC.

       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

      ****** SR-KIND D is a task's demand for the part in SR-BUCKET
      ****** (1 = within 30 days, 2 = 31-60, 3 = 61-90); O is the
      ****** quantity still to come on an open PO line.
       SD SORTFILE.
           01 SORT-REC.
               05 SR-PARTID        PIC 9(5).
               05 SR-KIND          PIC X.
               05 SR-BUCKET        PIC 9.
               05 SR-QTY           PIC 9(7).

       FD RPTFILE
           VALUE OF FILE-ID IS "../PMFORCST.RPT".
           01 RPT-LINE PIC X(80).

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
       01 WS-PM-STATUS          PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS         PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE      PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAYNUM       PIC 9(7) VALUE ZEROES.
      ****** How far ahead the look-ahead runs, in days.
       01 WS-HORIZON-DAYS       PIC 9(3) VALUE 90.
       01 WS-DUE-DAYNUM         PIC 9(7) VALUE ZEROES.
       01 WS-DAYS-AHEAD         PIC 9(7) VALUE ZEROES.
       01 WS-BUCKET             PIC 9 VALUE ZEROES.
       01 WS-PM-IDX             PIC 99 VALUE ZEROES.
       01 WS-TASKS-READ         PIC 9(5) VALUE ZEROES.
       01 WS-CURRENT-PART       PIC 9(5) VALUE ZEROES.
       01 WS-PART-TOTALS.
           05 WS-PART-ON-ORDER  PIC 9(7) VALUE ZEROES.
           05 WS-PART-DEMAND-30 PIC 9(7) VALUE ZEROES.
           05 WS-PART-DEMAND-60 PIC 9(7) VALUE ZEROES.
           05 WS-PART-DEMAND-90 PIC 9(7) VALUE ZEROES.
       01 WS-PART-ON-HAND       PIC 9(7) VALUE ZEROES.
       01 WS-PART-SHORT         PIC 9(7) VALUE ZEROES.
       01 WS-GRAND-PARTS        PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-SHORT        PIC 9(5) VALUE ZEROES.
      ****** Date-to-day-number work fields: days since 0001-01-01,
      ****** so two dates subtract to the days between them.
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
       01 WS-TITLE-LINE.
           05 VALUE "PM PARTS DEMAND - NEXT 90 DAYS".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "AS OF: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-COLUMN-HEADER.
           05 VALUE " PART NAME             ON HAND ON ORDER".
           05 VALUE "  30 DAYS  60 DAYS  90 DAYS    SHORT".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ON-HAND        PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ON-ORDER       PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DEMAND-30      PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DEMAND-60      PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DEMAND-90      PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SHORT          PIC ZZZZZZ9 BLANK WHEN ZERO.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "PARTS WITH PM DEMAND: ".
           05 WG-PARTS           PIC ZZZZ9.
           05 VALUE "  SHORT WITHIN 90 DAYS: ".
           05 WG-SHORT           PIC ZZZZ9.

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
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYNUM.
           OPEN INPUT PMFILE.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "PARTS_PM_FORECAST: NO PMSCHED.DAT - NO "
                   "PREVENTIVE MAINTENANCE IS SCHEDULED YET"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE PMFILE.
           OPEN INPUT FIN.
           IF WS-FIN-STATUS = "00"
               MOVE "T" TO WS-PARTS-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-PARTID SR-KIND
               INPUT PROCEDURE IS 200-RELEASE-DEMAND
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           IF WS-PARTS-ON-FILE = "T"
               CLOSE FIN
           END-IF.
           DISPLAY "PARTS_PM_FORECAST: " WS-TASKS-READ
               " PM TASK(S) PROJECTED, " WS-GRAND-PARTS
               " PART(S) IN DEMAND, " WS-GRAND-SHORT " SHORT".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases each task's demand per occurrence inside the
      ****** horizon, then the open quantity of every OPEN PO line.
      ****** A missing OPENPO.DAT just means nothing is on order.
       200-RELEASE-DEMAND.
           OPEN INPUT PMFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ PMFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-TASKS-READ
                       IF PM-INTERVAL-DAYS > ZEROES
                           AND PM-PART-COUNT > ZEROES
                           PERFORM 210-PROJECT-TASK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PMFILE.

           OPEN INPUT OPOFILE.
           IF WS-OPO-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ OPOFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF OPO-STATUS = "OPEN"
                               AND OPO-QTY-RECVD < OPO-QTY-ORDERED
                               MOVE OPO-PARTID TO SR-PARTID
                               MOVE "O" TO SR-KIND
                               MOVE ZEROES TO SR-BUCKET
                               COMPUTE SR-QTY =
                                   OPO-QTY-ORDERED - OPO-QTY-RECVD
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPOFILE
           END-IF.

      ****** Finds the task's next due day - today for a task never
      ****** done or already overdue - steps past it when the night
      ****** run has already raised it, then releases the parts for
      ****** every due day left inside the horizon.
       210-PROJECT-TASK.
           MOVE WS-TODAY-DAYNUM TO WS-DUE-DAYNUM.
           MOVE PM-LAST-DONE TO WS-DN-DATE.
           IF PM-LAST-DONE NOT = ZEROES
               AND WS-DN-MM >= 1 AND WS-DN-MM <= 12
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DUE-DAYNUM =
                   WS-DAY-NUMBER + PM-INTERVAL-DAYS
               IF WS-DUE-DAYNUM < WS-TODAY-DAYNUM
                   MOVE WS-TODAY-DAYNUM TO WS-DUE-DAYNUM
               END-IF
           END-IF.
           IF PM-OPEN-ORDER NOT = ZEROES
               ADD PM-INTERVAL-DAYS TO WS-DUE-DAYNUM
           END-IF.
           PERFORM UNTIL WS-DUE-DAYNUM >
               WS-TODAY-DAYNUM + WS-HORIZON-DAYS
               COMPUTE WS-DAYS-AHEAD =
                   WS-DUE-DAYNUM - WS-TODAY-DAYNUM
               EVALUATE TRUE
                   WHEN WS-DAYS-AHEAD <= 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-DAYS-AHEAD <= 60
                       MOVE 2 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 3 TO WS-BUCKET
               END-EVALUATE
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > PM-PART-COUNT OR WS-PM-IDX > 10
                   MOVE PM-PART-ID(WS-PM-IDX) TO SR-PARTID
                   MOVE "D" TO SR-KIND
                   MOVE WS-BUCKET TO SR-BUCKET
                   MOVE PM-PART-QTY(WS-PM-IDX) TO SR-QTY
                   RELEASE SORT-REC
               END-PERFORM
               ADD PM-INTERVAL-DAYS TO WS-DUE-DAYNUM
           END-PERFORM.

       300-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-TODAY TO WT-DATE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF = "T"
               IF WS-GROUP-STARTED = "F"
                   OR SR-PARTID NOT EQUAL TO WS-CURRENT-PART
                   IF WS-GROUP-STARTED = "T"
                       PERFORM 320-PRINT-PART-LINE
                   END-IF
                   MOVE SR-PARTID TO WS-CURRENT-PART
                   MOVE ZEROES TO WS-PART-TOTALS
                   MOVE "T" TO WS-GROUP-STARTED
               END-IF
               PERFORM 310-ACCUMULATE-PART
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

           IF WS-GROUP-STARTED = "T"
               PERFORM 320-PRINT-PART-LINE
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           CLOSE RPTFILE.

      ****** The demand columns are cumulative: a 30 day need is in
      ****** the 60 and 90 day columns as well.
       310-ACCUMULATE-PART.
           IF SR-KIND = "O"
               ADD SR-QTY TO WS-PART-ON-ORDER
           ELSE
               ADD SR-QTY TO WS-PART-DEMAND-90
               IF SR-BUCKET <= 2
                   ADD SR-QTY TO WS-PART-DEMAND-60
               END-IF
               IF SR-BUCKET = 1
                   ADD SR-QTY TO WS-PART-DEMAND-30
               END-IF
           END-IF.

      ****** A part only on order, with no PM demand, is not this
      ****** report's business and is not printed.
       320-PRINT-PART-LINE.
           IF WS-PART-DEMAND-90 > ZEROES
               ADD 1 TO WS-GRAND-PARTS
               MOVE SPACES TO PARTNAME
               MOVE ZEROES TO WS-PART-ON-HAND
               IF WS-PARTS-ON-FILE = "T"
                   MOVE WS-CURRENT-PART TO PARTID
                   READ FIN
                       INVALID KEY
                           MOVE "** NOT ON FILE" TO PARTNAME
                       NOT INVALID KEY
                           MOVE PARTQTY TO WS-PART-ON-HAND
                   END-READ
               END-IF
               MOVE ZEROES TO WS-PART-SHORT
               IF WS-PART-DEMAND-90 >
                   WS-PART-ON-HAND + WS-PART-ON-ORDER
                   COMPUTE WS-PART-SHORT = WS-PART-DEMAND-90
                       - WS-PART-ON-HAND - WS-PART-ON-ORDER
                   ADD 1 TO WS-GRAND-SHORT
               END-IF
               MOVE WS-CURRENT-PART TO WD-PARTID
               MOVE PARTNAME TO WD-PARTNAME
               MOVE WS-PART-ON-HAND TO WD-ON-HAND
               MOVE WS-PART-ON-ORDER TO WD-ON-ORDER
               MOVE WS-PART-DEMAND-30 TO WD-DEMAND-30
               MOVE WS-PART-DEMAND-60 TO WD-DEMAND-60
               MOVE WS-PART-DEMAND-90 TO WD-DEMAND-90
               MOVE WS-PART-SHORT TO WD-SHORT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GRAND-PARTS TO WG-PARTS.
           MOVE WS-GRAND-SHORT TO WG-SHORT.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

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
           MOVE "PARTS_PM_FORECAST" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_PM_FORECAST.
