      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Monthly supplier delivery scorecard. Every delivery
      *          booked in the month against a PO line - a
      *          PARTRCPT.DAT receipt carrying its PO number - is
      *          scored against its OPENPO.DAT line: on time when it
      *          arrived on or before the line's expected date, late
      *          otherwise, by the number of days it missed by. A
      *          delivery that left the line still short of the
      *          quantity ordered counts as a short shipment, one
      *          that took the line past it as an over shipment -
      *          the same calls PARTS_RECEIVE makes at the dock, so
      *          every receipt booked against the line, in any
      *          month, is added up in date order to know where the
      *          line stood. Per supplier the scorecard shows the
      *          deliveries, how many came on time and the on-time
      *          percentage, the late ones and their average days
      *          late, and the short and over shipments, with a
      *          total line for all suppliers. Receipts booked
      *          before the PO number was carried, and deliveries
      *          with no open PO line, are not scored. The month is
      *          prompted for on the console as YYYYMM; pressing
      *          enter on zeros scores last month. Writes
      *          SCORECARD.RPT. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_SUPP_SCORECARD INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RCPTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
               SELECT OPOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT SUPPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
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
       FD RCPTFILE
           VALUE OF FILE-ID IS "../PARTRCPT.DAT".
           01 RCPT-REC.
               COPY RCPTREC.

       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       SD SORTFILE.
           01 SORT-REC.
               05 SR-SUPP          PIC 9(5).
               05 SR-PO-NO         PIC 9(5).
               05 SR-PARTID        PIC 9(5).
               05 SR-DATE          PIC 9(8).
               05 SR-TIME          PIC 9(8).
               05 SR-QTY           PIC 9(5).

       FD RPTFILE
           VALUE OF FILE-ID IS "../SCORECARD.RPT".
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
       01 WS-RCPT-STATUS        PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS         PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS        PIC XX VALUE ZEROES.
       01 WS-SUPPS-ON-FILE      PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-LINE-STARTED       PIC X VALUE "F".
       01 WS-LINE-ON-FILE       PIC X VALUE "F".
       01 WS-CURRENT-SUPP       PIC 9(5) VALUE ZEROES.
       01 WS-CURRENT-PO         PIC 9(5) VALUE ZEROES.
       01 WS-CURRENT-PART       PIC 9(5) VALUE ZEROES.
       01 WS-LINE-ORDERED       PIC 9(5) VALUE ZEROES.
       01 WS-LINE-EXP-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-LINE-RECVD         PIC 9(7) VALUE ZEROES.
       01 WS-DAYS-LATE          PIC 9(5) VALUE ZEROES.
       01 WS-EXP-DAYNUM         PIC 9(7) VALUE ZEROES.
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY       PIC 9(4).
           05 WS-TODAY-MM       PIC 99.
           05 WS-TODAY-DD       PIC 99.
       01 WS-RUN-MONTH          PIC 9(6) VALUE ZEROES.
       01 WS-RUN-MONTH-R REDEFINES WS-RUN-MONTH.
           05 WS-RUN-YY         PIC 9(4).
           05 WS-RUN-MM         PIC 99.
       01 WS-DATE-WORK          PIC 9(8) VALUE ZEROES.
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DATE-WORK-YYMM PIC 9(6).
           05 WS-DATE-WORK-DD   PIC 99.
      ****** One supplier's tallies, and the same for all suppliers.
       01 WS-SUPP-COUNTS.
           05 WS-SUPP-DELIVERIES   PIC 9(5) VALUE ZEROES.
           05 WS-SUPP-ON-TIME      PIC 9(5) VALUE ZEROES.
           05 WS-SUPP-LATE         PIC 9(5) VALUE ZEROES.
           05 WS-SUPP-DAYS-LATE    PIC 9(7) VALUE ZEROES.
           05 WS-SUPP-SHORT        PIC 9(5) VALUE ZEROES.
           05 WS-SUPP-OVER         PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-COUNTS.
           05 WS-GRAND-DELIVERIES  PIC 9(5) VALUE ZEROES.
           05 WS-GRAND-ON-TIME     PIC 9(5) VALUE ZEROES.
           05 WS-GRAND-LATE        PIC 9(5) VALUE ZEROES.
           05 WS-GRAND-DAYS-LATE   PIC 9(7) VALUE ZEROES.
           05 WS-GRAND-SHORT       PIC 9(5) VALUE ZEROES.
           05 WS-GRAND-OVER        PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-SUPPS        PIC 9(5) VALUE ZEROES.
       01 WS-ON-TIME-PCT        PIC 9(3)V9 VALUE ZEROES.
       01 WS-AVG-DAYS-LATE      PIC 9(5)V9 VALUE ZEROES.
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
           05 VALUE "SUPPLIER DELIVERY SCORECARD".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "MONTH: ".
           05 WT-YY             PIC 9(4).
           05 VALUE "/".
           05 WT-MM             PIC 99.
       01 WS-COLUMN-HEADER-1.
           05 VALUE " SUPP NAME                  DELIV    ON".
           05 VALUE "     ON  LATE      AVG  SHORT  OVER".
       01 WS-COLUMN-HEADER-2.
           05 VALUE "                                   TIME".
           05 VALUE "  TIME%        DAYS LT".
       01 WS-DETAIL-LINE.
           05 WD-SUPP-ID        PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-SUPP-NAME      PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DELIVERIES     PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-ON-TIME        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ON-TIME-PCT    PIC ZZ9.9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-LATE           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-AVG-DAYS-LATE  PIC ZZZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SHORT          PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-OVER           PIC ZZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           DISPLAY "PARTS_SUPP_SCORECARD: ENTER THE MONTH TO SCORE "
               "(YYYYMM) OR ZEROS FOR LAST MONTH".
           ACCEPT WS-RUN-MONTH.
           IF WS-RUN-MONTH = ZEROES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY-YY TO WS-RUN-YY
               MOVE WS-TODAY-MM TO WS-RUN-MM
               SUBTRACT 1 FROM WS-RUN-MM
               IF WS-RUN-MM = ZEROES
                   MOVE 12 TO WS-RUN-MM
                   SUBTRACT 1 FROM WS-RUN-YY
               END-IF
           END-IF.
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "PARTS_SUPP_SCORECARD: " WS-RUN-MONTH
                   " IS NOT A VALID MONTH"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN INPUT RCPTFILE.
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "PARTS_SUPP_SCORECARD: PARTRCPT.DAT NOT FOUND - "
                   "NOTHING HAS BEEN RECEIVED"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE RCPTFILE.
           OPEN INPUT OPOFILE.
           IF WS-OPO-STATUS NOT = "00"
               DISPLAY "PARTS_SUPP_SCORECARD: OPENPO.DAT NOT FOUND - "
                   "NO PURCHASE ORDER HAS BEEN CONFIRMED"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPPS-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-SUPP SR-PO-NO SR-PARTID
                   SR-DATE SR-TIME
               INPUT PROCEDURE IS 200-SELECT-PO-RECEIPTS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           CLOSE OPOFILE.
           IF WS-SUPPS-ON-FILE = "T"
               CLOSE SUPPFILE
           END-IF.
           DISPLAY "PARTS_SUPP_SCORECARD: " WS-GRAND-DELIVERIES
               " DELIVERIES SCORED FOR " WS-GRAND-SUPPS
               " SUPPLIER(S)".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases every receipt booked against a PO up to the end
      ****** of the month being scored - the earlier ones are needed
      ****** too, to know how much of each line had already come in.
       200-SELECT-PO-RECEIPTS.
           OPEN INPUT RCPTFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ RCPTFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE RCPT-DATE TO WS-DATE-WORK
                       IF RCPT-PO-NO NOT = ZEROES
                           AND WS-DATE-WORK-YYMM <= WS-RUN-MONTH
                           MOVE RCPT-SUPP TO SR-SUPP
                           MOVE RCPT-PO-NO TO SR-PO-NO
                           MOVE RCPT-PARTID TO SR-PARTID
                           MOVE RCPT-DATE TO SR-DATE
                           MOVE RCPT-TIME TO SR-TIME
                           MOVE RCPT-QTY TO SR-QTY
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCPTFILE.

       300-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-YY TO WT-YY.
           MOVE WS-RUN-MM TO WT-MM.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-2 TO RPT-LINE.
           WRITE RPT-LINE.

           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF = "T"
               IF WS-GROUP-STARTED = "F"
                   OR SR-SUPP NOT EQUAL TO WS-CURRENT-SUPP
                   IF WS-GROUP-STARTED = "T"
                       PERFORM 340-PRINT-SUPPLIER-LINE
                   END-IF
                   MOVE SR-SUPP TO WS-CURRENT-SUPP
                   INITIALIZE WS-SUPP-COUNTS
                   MOVE "T" TO WS-GROUP-STARTED
                   MOVE "F" TO WS-LINE-STARTED
               END-IF
               IF WS-LINE-STARTED = "F"
                   OR SR-PO-NO NOT EQUAL TO WS-CURRENT-PO
                   OR SR-PARTID NOT EQUAL TO WS-CURRENT-PART
                   PERFORM 310-START-PO-LINE
               END-IF
               PERFORM 320-SCORE-DELIVERY
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

           IF WS-GROUP-STARTED = "T"
               PERFORM 340-PRINT-SUPPLIER-LINE
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           CLOSE RPTFILE.

      ****** The PO line the next run of receipts was booked against:
      ****** what was ordered and when it was expected, with nothing
      ****** counted in against it yet.
       310-START-PO-LINE.
           MOVE SR-PO-NO TO WS-CURRENT-PO.
           MOVE SR-PARTID TO WS-CURRENT-PART.
           MOVE "T" TO WS-LINE-STARTED.
           MOVE ZEROES TO WS-LINE-RECVD.
           MOVE SR-PO-NO TO OPO-PO-NO.
           MOVE SR-PARTID TO OPO-PARTID.
           READ OPOFILE
               INVALID KEY
                   MOVE "F" TO WS-LINE-ON-FILE
               NOT INVALID KEY
                   MOVE "T" TO WS-LINE-ON-FILE
                   MOVE OPO-QTY-ORDERED TO WS-LINE-ORDERED
                   MOVE OPO-EXP-DATE TO WS-LINE-EXP-DATE
                   IF WS-LINE-EXP-DATE NOT = ZEROES
                       MOVE WS-LINE-EXP-DATE TO WS-DN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                       MOVE WS-DAY-NUMBER TO WS-EXP-DAYNUM
                   END-IF
           END-READ.

      ****** Every receipt moves the line's running received total;
      ****** only the ones inside the month are scored. A line booked
      ****** with no expected date made no promise to miss.
       320-SCORE-DELIVERY.
           IF WS-LINE-ON-FILE = "T"
               ADD SR-QTY TO WS-LINE-RECVD
               MOVE SR-DATE TO WS-DATE-WORK
               IF WS-DATE-WORK-YYMM = WS-RUN-MONTH
                   PERFORM 330-TALLY-DELIVERY
               END-IF
           END-IF.

       330-TALLY-DELIVERY.
           ADD 1 TO WS-SUPP-DELIVERIES.
           ADD 1 TO WS-GRAND-DELIVERIES.
           IF SR-DATE <= WS-LINE-EXP-DATE
               OR WS-LINE-EXP-DATE = ZEROES
               ADD 1 TO WS-SUPP-ON-TIME
               ADD 1 TO WS-GRAND-ON-TIME
           ELSE
               MOVE SR-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-LATE = WS-DAY-NUMBER - WS-EXP-DAYNUM
               ADD 1 TO WS-SUPP-LATE
               ADD 1 TO WS-GRAND-LATE
               ADD WS-DAYS-LATE TO WS-SUPP-DAYS-LATE
               ADD WS-DAYS-LATE TO WS-GRAND-DAYS-LATE
           END-IF.
           IF WS-LINE-RECVD < WS-LINE-ORDERED
               ADD 1 TO WS-SUPP-SHORT
               ADD 1 TO WS-GRAND-SHORT
           END-IF.
           IF WS-LINE-RECVD > WS-LINE-ORDERED
               ADD 1 TO WS-SUPP-OVER
               ADD 1 TO WS-GRAND-OVER
           END-IF.

      ****** A supplier with receipts only in earlier months, or none
      ****** against a line still on file, has nothing to score and
      ****** is left off.
       340-PRINT-SUPPLIER-LINE.
           IF WS-SUPP-DELIVERIES > ZEROES
               ADD 1 TO WS-GRAND-SUPPS
               MOVE SPACES TO SUPP-NAME
               IF WS-SUPPS-ON-FILE = "T"
                   MOVE WS-CURRENT-SUPP TO SUPP-ID
                   READ SUPPFILE
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO SUPP-NAME
                   END-READ
               END-IF
               MOVE WS-CURRENT-SUPP TO WD-SUPP-ID
               MOVE SUPP-NAME TO WD-SUPP-NAME
               MOVE WS-SUPP-DELIVERIES TO WD-DELIVERIES
               MOVE WS-SUPP-ON-TIME TO WD-ON-TIME
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   (WS-SUPP-ON-TIME * 100) / WS-SUPP-DELIVERIES
               MOVE WS-ON-TIME-PCT TO WD-ON-TIME-PCT
               MOVE WS-SUPP-LATE TO WD-LATE
               MOVE ZEROES TO WS-AVG-DAYS-LATE
               IF WS-SUPP-LATE > ZEROES
                   COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                       WS-SUPP-DAYS-LATE / WS-SUPP-LATE
               END-IF
               MOVE WS-AVG-DAYS-LATE TO WD-AVG-DAYS-LATE
               MOVE WS-SUPP-SHORT TO WD-SHORT
               MOVE WS-SUPP-OVER TO WD-OVER
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZEROES TO WD-SUPP-ID.
           MOVE "ALL SUPPLIERS" TO WD-SUPP-NAME.
           MOVE WS-GRAND-DELIVERIES TO WD-DELIVERIES.
           MOVE WS-GRAND-ON-TIME TO WD-ON-TIME.
           MOVE ZEROES TO WS-ON-TIME-PCT.
           IF WS-GRAND-DELIVERIES > ZEROES
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   (WS-GRAND-ON-TIME * 100) / WS-GRAND-DELIVERIES
           END-IF.
           MOVE WS-ON-TIME-PCT TO WD-ON-TIME-PCT.
           MOVE WS-GRAND-LATE TO WD-LATE.
           MOVE ZEROES TO WS-AVG-DAYS-LATE.
           IF WS-GRAND-LATE > ZEROES
               COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                   WS-GRAND-DAYS-LATE / WS-GRAND-LATE
           END-IF.
           MOVE WS-AVG-DAYS-LATE TO WD-AVG-DAYS-LATE.
           MOVE WS-GRAND-SHORT TO WD-SHORT.
           MOVE WS-GRAND-OVER TO WD-OVER.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           MOVE SPACES TO RPT-LINE(1:5).
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
           MOVE "PARTS_SUPP_SCORECARD" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_SUPP_SCORECARD.
