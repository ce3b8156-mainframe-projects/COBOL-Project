      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Weekly shelf-life report for the stores supervisor.
      *          Every lot on PARTLOT.DAT with stock left on it is
      *          listed by how soon it runs out of shelf life: lots
      *          already expired - waiting to be scrapped through
      *          PARTS_LOT_SCRAP, and never issued while good stock
      *          covers an order - then lots expiring within 30 days,
      *          within 31 to 60 days and within 61 to 90 days, each
      *          earliest expiry first, so the stock to push onto
      *          jobs, or not to reorder, is at the top of each group.
      *          Each lot shows its quantity and its value at the
      *          part's moving-average cost (list price where no
      *          average has been set), the same figure the valuation
      *          report would carry it at, with a subtotal per group
      *          and a grand total. Lots with no shelf life, and the
      *          UNLOTTED stock with them, never appear. Writes
      *          LOTEXPIRY.RPT. Run standalone once a week, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_LOT_EXPIRY_RPT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
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
       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       SD SORTFILE.
           01 SORT-REC.
               05 SR-BUCKET        PIC 9.
               05 SR-EXPIRY        PIC 9(8).
               05 SR-PARTID        PIC 9(5).
               05 SR-LOT-NUMBER    PIC X(12).
               05 SR-PARTNAME      PIC X(15).
               05 SR-QTY           PIC 9(5).
               05 SR-DAYS          PIC S9(5).
               05 SR-UNIT-COST     PIC 9(7)V99.

       FD RPTFILE
           VALUE OF FILE-ID IS "../LOTEXPIRY.RPT".
           01 RPT-LINE PIC X(90).

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
       01 WS-LOT-STATUS         PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE      PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-BUCKET     PIC 9 VALUE ZEROES.
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAYNUM       PIC 9(7) VALUE ZEROES.
       01 WS-DAYS-LEFT          PIC S9(7) VALUE ZEROES.
       01 WS-PRICE-NUM          PIC 9(7)V99 VALUE ZEROES.
       01 WS-LINE-VALUE         PIC 9(11)V99 VALUE ZEROES.
       01 WS-GROUP-LOTS         PIC 9(5) VALUE ZEROES.
       01 WS-GROUP-QTY          PIC 9(7) VALUE ZEROES.
       01 WS-GROUP-VALUE        PIC 9(11)V99 VALUE ZEROES.
       01 WS-GRAND-LOTS         PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-QTY          PIC 9(7) VALUE ZEROES.
       01 WS-GRAND-VALUE        PIC 9(11)V99 VALUE ZEROES.
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
      ****** The group headings, by SR-BUCKET.
       01 WS-BUCKET-TITLE-TABLE.
           05 FILLER PIC X(30) VALUE "EXPIRED - TO BE SCRAPPED".
           05 FILLER PIC X(30) VALUE "EXPIRING WITHIN 30 DAYS".
           05 FILLER PIC X(30) VALUE "EXPIRING IN 31 TO 60 DAYS".
           05 FILLER PIC X(30) VALUE "EXPIRING IN 61 TO 90 DAYS".
       01 WS-BUCKET-TITLES REDEFINES WS-BUCKET-TITLE-TABLE.
           05 WS-BUCKET-TITLE OCCURS 4 TIMES PIC X(30).
       01 WS-TITLE-LINE.
           05 VALUE "LOT SHELF-LIFE EXPIRY - NEXT 90 DAYS".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "AS OF: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-GROUP-HEADER.
           05 WH-TITLE          PIC X(30).
       01 WS-COLUMN-HEADER.
           05 VALUE " PART NAME             LOT NO        EXPIRES   ".
           05 VALUE "  DAYS    QTY  UNIT COST         VALUE".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-LOT-NUMBER     PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EXPIRY         PIC 9999/99/99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-DAYS           PIC -ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-UNIT-COST      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-VALUE          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-GROUP-TOTAL-LINE.
           05 VALUE "    LOTS: ".
           05 WGT-LOTS          PIC ZZZZ9.
           05 VALUE "   UNITS: ".
           05 WGT-QTY           PIC ZZZZZZ9.
           05 VALUE "   VALUE: ".
           05 WGT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "ALL LOTS LISTED: ".
           05 WG-LOTS           PIC ZZZZ9.
           05 VALUE "   UNITS: ".
           05 WG-QTY            PIC ZZZZZZ9.
           05 VALUE "   VALUE: ".
           05 WG-VALUE          PIC ZZZ,ZZZ,ZZ9.99.

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
           OPEN INPUT LOTFILE.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "PARTS_LOT_EXPIRY_RPT: PARTLOT.DAT NOT FOUND - "
                   "NO LOT HAS BEEN RECEIVED YET"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE LOTFILE.
           OPEN INPUT FIN.
           IF WS-FIN-STATUS = "00"
               MOVE "T" TO WS-PARTS-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-BUCKET SR-EXPIRY SR-PARTID
                   SR-LOT-NUMBER
               INPUT PROCEDURE IS 200-SELECT-EXPIRING-LOTS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           IF WS-PARTS-ON-FILE = "T"
               CLOSE FIN
           END-IF.
           DISPLAY "PARTS_LOT_EXPIRY_RPT: " WS-GRAND-LOTS
               " LOT(S) EXPIRED OR EXPIRING WITHIN 90 DAYS".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases every lot holding stock whose expiry is already
      ****** past or falls within the next 90 days, with the days
      ****** left (negative once expired), the group it prints in,
      ****** and the unit cost it is valued at all worked out here so
      ****** the sort carries them through. A lot expiring today is
      ****** still good - it can be issued until the day is out.
       200-SELECT-EXPIRING-LOTS.
           OPEN INPUT LOTFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ LOTFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF LOT-QTY > ZEROES
                           AND LOT-EXPIRY NOT = 99999999
                           PERFORM 210-RELEASE-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTFILE.

       210-RELEASE-ONE-LOT.
           MOVE LOT-EXPIRY TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-LEFT = WS-DAY-NUMBER - WS-TODAY-DAYNUM.
           IF WS-DAYS-LEFT <= 90
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZEROES
                       MOVE 1 TO SR-BUCKET
                   WHEN WS-DAYS-LEFT <= 30
                       MOVE 2 TO SR-BUCKET
                   WHEN WS-DAYS-LEFT <= 60
                       MOVE 3 TO SR-BUCKET
                   WHEN OTHER
                       MOVE 4 TO SR-BUCKET
               END-EVALUATE
               MOVE LOT-EXPIRY TO SR-EXPIRY
               MOVE LOT-PARTID TO SR-PARTID
               MOVE LOT-NUMBER TO SR-LOT-NUMBER
               MOVE LOT-QTY TO SR-QTY
               MOVE WS-DAYS-LEFT TO SR-DAYS
               PERFORM 220-LOAD-PART-COST
               RELEASE SORT-REC
           END-IF.

      ****** The moving-average cost, or the list price for a part
      ****** whose average has never been set. A lot whose part has
      ****** gone from the master is listed at no value.
       220-LOAD-PART-COST.
           MOVE "** NOT ON FILE" TO SR-PARTNAME.
           MOVE ZEROES TO SR-UNIT-COST.
           IF WS-PARTS-ON-FILE = "T"
               MOVE LOT-PARTID TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTNAME TO SR-PARTNAME
                       MOVE PARTPRICE TO WS-PRICE-NUM
                       IF PARTAVGCOST NUMERIC
                           AND PARTAVGCOST > ZEROES
                           MOVE PARTAVGCOST TO SR-UNIT-COST
                       ELSE
                           MOVE WS-PRICE-NUM TO SR-UNIT-COST
                       END-IF
               END-READ
           END-IF.

       300-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-TODAY TO WT-DATE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF = "T"
               IF WS-GROUP-STARTED = "F"
                   OR SR-BUCKET NOT EQUAL TO WS-CURRENT-BUCKET
                   IF WS-GROUP-STARTED = "T"
                       PERFORM 340-PRINT-GROUP-TRAILER
                   END-IF
                   MOVE SR-BUCKET TO WS-CURRENT-BUCKET
                   MOVE ZEROES TO WS-GROUP-LOTS
                   MOVE ZEROES TO WS-GROUP-QTY
                   MOVE ZEROES TO WS-GROUP-VALUE
                   PERFORM 310-PRINT-GROUP-HEADER
                   MOVE "T" TO WS-GROUP-STARTED
               END-IF
               PERFORM 320-PRINT-LOT-LINE
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

           IF WS-GROUP-STARTED = "T"
               PERFORM 340-PRINT-GROUP-TRAILER
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           CLOSE RPTFILE.

       310-PRINT-GROUP-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BUCKET-TITLE(WS-CURRENT-BUCKET) TO WH-TITLE.
           MOVE WS-GROUP-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

       320-PRINT-LOT-LINE.
           COMPUTE WS-LINE-VALUE = SR-QTY * SR-UNIT-COST.
           ADD 1 TO WS-GROUP-LOTS.
           ADD SR-QTY TO WS-GROUP-QTY.
           ADD WS-LINE-VALUE TO WS-GROUP-VALUE.
           ADD 1 TO WS-GRAND-LOTS.
           ADD SR-QTY TO WS-GRAND-QTY.
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE.
           MOVE SR-PARTID TO WD-PARTID.
           MOVE SR-PARTNAME TO WD-PARTNAME.
           MOVE SR-LOT-NUMBER TO WD-LOT-NUMBER.
           MOVE SR-EXPIRY TO WD-EXPIRY.
           MOVE SR-DAYS TO WD-DAYS.
           MOVE SR-QTY TO WD-QTY.
           MOVE SR-UNIT-COST TO WD-UNIT-COST.
           MOVE WS-LINE-VALUE TO WD-VALUE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       340-PRINT-GROUP-TRAILER.
           MOVE WS-GROUP-LOTS TO WGT-LOTS.
           MOVE WS-GROUP-QTY TO WGT-QTY.
           MOVE WS-GROUP-VALUE TO WGT-VALUE.
           MOVE WS-GROUP-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GRAND-LOTS TO WG-LOTS.
           MOVE WS-GRAND-QTY TO WG-QTY.
           MOVE WS-GRAND-VALUE TO WG-VALUE.
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
           MOVE "PARTS_LOT_EXPIRY_RPT" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_LOT_EXPIRY_RPT.
