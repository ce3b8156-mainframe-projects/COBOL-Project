      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Daily expediting list for the buyer. Every OPEN line
      *          on OPENPO.DAT whose expected date has already gone
      *          by is listed, grouped by supplier with the supplier
      *          name and contact from SUPPLIER.DAT, so the buyer can
      *          work down it one phone call per supplier. Each line
      *          shows the quantity ordered, the quantity still to
      *          come, the expected date and how many days overdue
      *          it is; a line for a part with a BACKORD.DAT record
      *          waiting on it is flagged BACKORDER with the quantity
      *          the maintenance orders are short - those are the
      *          calls to make first. Writes EXPEDITE.RPT. Run
      *          standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_EXPEDITE_RPT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               SELECT SUPPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
               SELECT BKOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.
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
       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       FD BKOFILE
           VALUE OF FILE-ID IS "../BACKORD.DAT".
           01 BACKORD-REC.
               COPY BACKORD.

       SD SORTFILE.
           01 SORT-REC.
               05 SR-SUPP          PIC 9(5).
               05 SR-EXP-DATE      PIC 9(8).
               05 SR-PO-NO         PIC 9(5).
               05 SR-PARTID        PIC 9(5).
               05 SR-QTY-ORDERED   PIC 9(5).
               05 SR-QTY-OPEN      PIC 9(5).
               05 SR-DAYS-LATE     PIC 9(5).

       FD RPTFILE
           VALUE OF FILE-ID IS "../EXPEDITE.RPT".
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
       01 WS-OPO-STATUS         PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS        PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS         PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE      PIC X VALUE "F".
       01 WS-SUPPS-ON-FILE      PIC X VALUE "F".
       01 WS-BKO-ON-FILE        PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-BKO-EOF            PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-SUPP       PIC 9(5) VALUE ZEROES.
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAYNUM       PIC 9(7) VALUE ZEROES.
       01 WS-BKO-WAITING        PIC 9(7) VALUE ZEROES.
       01 WS-SUPP-LINES         PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-LINES        PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-BKO-LINES    PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-SUPPS        PIC 9(5) VALUE ZEROES.
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
           05 VALUE "OVERDUE PURCHASE ORDER LINES - EXPEDITE".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "AS OF: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-SUPPLIER-HEADER.
           05 VALUE "SUPPLIER: ".
           05 WH-SUPP-ID         PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WH-SUPP-NAME       PIC X(25).
       01 WS-CONTACT-HEADER.
           05 VALUE "CONTACT:  ".
           05 WH-CONTACT         PIC X(25).
       01 WS-COLUMN-HEADER.
           05 VALUE "   PO  PART NAME             ORDERED   OPEN".
           05 VALUE "    EXPECTED  LATE".
       01 WS-DETAIL-LINE.
           05 WD-PO-NO          PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WD-ORDERED        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-OPEN           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EXP-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-DAYS-LATE      PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-BKO-FLAG       PIC X(10).
           05 WD-BKO-QTY        PIC ZZZZ9 BLANK WHEN ZERO.
       01 WS-SUPP-TOTAL-LINE.
           05 VALUE "    LINES OVERDUE: ".
           05 WS-SUPP-TOTAL-CNT  PIC ZZZZ9.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "TOTAL LINES OVERDUE: ".
           05 WG-LINES           PIC ZZZZ9.
           05 VALUE "  SUPPLIERS: ".
           05 WG-SUPPS           PIC ZZZZ9.
           05 VALUE "  HOLDING UP BACKORDERS: ".
           05 WG-BKO-LINES       PIC ZZZZ9.

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
           OPEN INPUT OPOFILE.
           IF WS-OPO-STATUS NOT = "00"
               DISPLAY "PARTS_EXPEDITE_RPT: OPENPO.DAT NOT FOUND - "
                   "NO PURCHASE ORDER HAS BEEN CONFIRMED"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE OPOFILE.
           OPEN INPUT FIN.
           IF WS-FIN-STATUS = "00"
               MOVE "T" TO WS-PARTS-ON-FILE
           END-IF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPPS-ON-FILE
           END-IF.
           OPEN INPUT BKOFILE.
           IF WS-BKO-STATUS = "00"
               MOVE "T" TO WS-BKO-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-SUPP SR-EXP-DATE SR-PO-NO
                   SR-PARTID
               INPUT PROCEDURE IS 200-SELECT-OVERDUE-LINES
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           IF WS-PARTS-ON-FILE = "T"
               CLOSE FIN
           END-IF.
           IF WS-SUPPS-ON-FILE = "T"
               CLOSE SUPPFILE
           END-IF.
           IF WS-BKO-ON-FILE = "T"
               CLOSE BKOFILE
           END-IF.
           DISPLAY "PARTS_EXPEDITE_RPT: " WS-GRAND-LINES
               " PO LINE(S) OVERDUE, " WS-GRAND-BKO-LINES
               " HOLDING UP BACKORDERS".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases every line still OPEN whose expected date is
      ****** before today, with the days it is overdue worked out
      ****** here so the sort carries them through.
       200-SELECT-OVERDUE-LINES.
           OPEN INPUT OPOFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OPOFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF OPO-STATUS = "OPEN"
                           AND OPO-EXP-DATE NOT = ZEROES
                           AND OPO-EXP-DATE < WS-TODAY
                           MOVE OPO-SUPP TO SR-SUPP
                           MOVE OPO-EXP-DATE TO SR-EXP-DATE
                           MOVE OPO-PO-NO TO SR-PO-NO
                           MOVE OPO-PARTID TO SR-PARTID
                           MOVE OPO-QTY-ORDERED TO SR-QTY-ORDERED
                           IF OPO-QTY-RECVD < OPO-QTY-ORDERED
                               COMPUTE SR-QTY-OPEN =
                                   OPO-QTY-ORDERED - OPO-QTY-RECVD
                           ELSE
                               MOVE ZEROES TO SR-QTY-OPEN
                           END-IF
                           MOVE OPO-EXP-DATE TO WS-DN-DATE
                           PERFORM COMPUTE-DAY-NUMBER
                           COMPUTE SR-DAYS-LATE =
                               WS-TODAY-DAYNUM - WS-DAY-NUMBER
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPOFILE.

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
                   OR SR-SUPP NOT EQUAL TO WS-CURRENT-SUPP
                   IF WS-GROUP-STARTED = "T"
                       PERFORM 340-PRINT-SUPPLIER-TRAILER
                   END-IF
                   MOVE SR-SUPP TO WS-CURRENT-SUPP
                   MOVE ZEROES TO WS-SUPP-LINES
                   ADD 1 TO WS-GRAND-SUPPS
                   PERFORM 310-PRINT-SUPPLIER-HEADER
                   MOVE "T" TO WS-GROUP-STARTED
               END-IF
               PERFORM 320-PRINT-OVERDUE-LINE
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

           IF WS-GROUP-STARTED = "T"
               PERFORM 340-PRINT-SUPPLIER-TRAILER
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           CLOSE RPTFILE.

       310-PRINT-SUPPLIER-HEADER.
           MOVE SPACES TO SUPP-NAME.
           MOVE SPACES TO SUPP-CONTACT.
           IF WS-SUPPS-ON-FILE = "T"
               MOVE WS-CURRENT-SUPP TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       MOVE "** NOT ON SUPPLIER FILE **" TO SUPP-NAME
                       MOVE SPACES TO SUPP-CONTACT
               END-READ
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CURRENT-SUPP TO WH-SUPP-ID.
           MOVE SUPP-NAME TO WH-SUPP-NAME.
           MOVE WS-SUPPLIER-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SUPP-CONTACT TO WH-CONTACT.
           MOVE WS-CONTACT-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

       320-PRINT-OVERDUE-LINE.
           ADD 1 TO WS-SUPP-LINES.
           ADD 1 TO WS-GRAND-LINES.
           MOVE SPACES TO PARTNAME.
           IF WS-PARTS-ON-FILE = "T"
               MOVE SR-PARTID TO PARTID
               READ FIN
                   INVALID KEY
                       MOVE "** NOT ON FILE" TO PARTNAME
               END-READ
           END-IF.
           PERFORM 330-TALLY-BACKORDERS.
           MOVE SR-PO-NO TO WD-PO-NO.
           MOVE SR-PARTID TO WD-PARTID.
           MOVE PARTNAME TO WD-PARTNAME.
           MOVE SR-QTY-ORDERED TO WD-ORDERED.
           MOVE SR-QTY-OPEN TO WD-OPEN.
           MOVE SR-EXP-DATE TO WD-EXP-DATE.
           MOVE SR-DAYS-LATE TO WD-DAYS-LATE.
           IF WS-BKO-WAITING > ZEROES
               MOVE "BACKORDER" TO WD-BKO-FLAG
               MOVE WS-BKO-WAITING TO WD-BKO-QTY
               ADD 1 TO WS-GRAND-BKO-LINES
           ELSE
               MOVE SPACES TO WD-BKO-FLAG
               MOVE ZEROES TO WD-BKO-QTY
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** Every maintenance order still short of this part, added
      ****** up - the backorder file is keyed part first, so the
      ****** waiting records sit together from the part's first key.
       330-TALLY-BACKORDERS.
           MOVE ZEROES TO WS-BKO-WAITING.
           IF WS-BKO-ON-FILE = "T"
               MOVE "F" TO WS-BKO-EOF
               MOVE SR-PARTID TO BKO-PARTID
               MOVE ZEROES TO BKO-ORDER-NO
               START BKOFILE KEY IS NOT LESS THAN BKO-KEY
                   INVALID KEY
                       MOVE "T" TO WS-BKO-EOF
               END-START
               PERFORM UNTIL WS-BKO-EOF = "T"
                   READ BKOFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-BKO-EOF
                       NOT AT END
                           IF BKO-PARTID NOT = SR-PARTID
                               MOVE "T" TO WS-BKO-EOF
                           ELSE
                               ADD BKO-QTY TO WS-BKO-WAITING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       340-PRINT-SUPPLIER-TRAILER.
           MOVE WS-SUPP-LINES TO WS-SUPP-TOTAL-CNT.
           MOVE WS-SUPP-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GRAND-LINES TO WG-LINES.
           MOVE WS-GRAND-SUPPS TO WG-SUPPS.
           MOVE WS-GRAND-BKO-LINES TO WG-BKO-LINES.
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
           MOVE "PARTS_EXPEDITE_RPT" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_EXPEDITE_RPT.
