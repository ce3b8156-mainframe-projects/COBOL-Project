      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Nightly posting of supplier acknowledgements against
      *          the open purchase order lines PARTS_PO_CONFIRM sent
      *          electronically. POACK.DAT is what the transfer
      *          brings back from the suppliers, one batch per
      *          supplier, fixed-layout with a record type in column
      *          one:
      *            H  supplier and the date of the acknowledgement
      *            L  one per PO line - PO, part, code (A accepted,
      *               C changed, R rejected), promised date, changed
      *               quantity and the supplier's reason
      *            T  control trailer - count of the records of the
      *               batch ahead of it.
      *          Every batch is balanced against its trailer before
      *          anything is applied; a batch that does not balance
      *          is refused whole and listed, and the others still
      *          post. An accepted or changed line moves OPO-EXP-DATE
      *          to the promised date, and a changed quantity becomes
      *          the quantity ordered. A rejected line goes REJECTED
      *          on OPENPO.DAT, so PARTS_SUGGEST_PO no longer counts
      *          the part as on order and proposes it again. Every
      *          line read is logged on POACKLOG.DAT. POACK.RPT lists
      *          the exceptions for the buyer: rejections, promised
      *          dates later than the date on file, lines that do not
      *          match an open line of that supplier, and refused
      *          batches. A rejection already posted by an earlier
      *          run of the same file is passed over quietly. Run
      *          standalone or as a step of PARTS_NIGHT_RUN, ahead of
      *          PARTS_SUGGEST_PO, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PO_ACK INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ACKFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
               SELECT OPOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT ACKLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ACKFILE
           VALUE OF FILE-ID IS "../POACK.DAT".
           01 ACK-IN-REC               PIC X(80).
           01 ACK-HEADER-REC REDEFINES ACK-IN-REC.
               05 AKH-TYPE             PIC X.
               05 AKH-SUPP             PIC 9(5).
               05 AKH-ACK-DATE         PIC 9(8).
               05 FILLER               PIC X(66).
           01 ACK-LINE-REC REDEFINES ACK-IN-REC.
               05 AKL-TYPE             PIC X.
               05 AKL-PO-NO            PIC 9(5).
               05 AKL-PARTID           PIC 9(5).
               05 AKL-CODE             PIC X.
               05 AKL-PROMISED-DATE    PIC 9(8).
               05 AKL-QTY              PIC 9(5).
               05 AKL-REASON           PIC X(30).
               05 FILLER               PIC X(25).
           01 ACK-TRAILER-REC REDEFINES ACK-IN-REC.
               05 AKT-TYPE             PIC X.
               05 AKT-RECORD-COUNT     PIC 9(7).
               05 FILLER               PIC X(72).

       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD ACKLOGFILE
           VALUE OF FILE-ID IS "../POACKLOG.DAT".
           01 ACK-LOG-REC.
               COPY ACKREC.

       FD RPTFILE
           VALUE OF FILE-ID IS "../POACK.RPT".
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
       01 WS-ACK-STATUS         PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS         PIC XX VALUE ZEROES.
       01 WS-ACKLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-IN-BATCH           PIC X VALUE "F".
       01 WS-BATCH-OK           PIC X VALUE "F".
       01 WS-LINE-APPLIED       PIC X VALUE "F".
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-BATCH-SUPP         PIC 9(5) VALUE ZEROES.
       01 WS-BATCH-RECORDS      PIC 9(7) VALUE ZEROES.
       01 WS-BATCH-NUM          PIC 9(3) VALUE ZEROES.
      ****** One flag per batch in the order they sit on the file,
      ****** set by the balancing pass and read by the posting pass.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-REFUSED OCCURS 200 TIMES PIC X.
       01 WS-LINES-READ         PIC 9(5) VALUE ZEROES.
       01 WS-LINES-ACCEPTED     PIC 9(5) VALUE ZEROES.
       01 WS-LINES-CHANGED      PIC 9(5) VALUE ZEROES.
       01 WS-LINES-REJECTED     PIC 9(5) VALUE ZEROES.
       01 WS-LINES-UNMATCHED    PIC 9(5) VALUE ZEROES.
       01 WS-DATE-SLIPS         PIC 9(5) VALUE ZEROES.
       01 WS-BATCHES-REFUSED    PIC 9(5) VALUE ZEROES.
       01 WS-EXCEPTIONS         PIC 9(5) VALUE ZEROES.
       01 WS-OLD-DAYNUM         PIC 9(7) VALUE ZEROES.
       01 WS-PROMISED-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-PROMISED-R REDEFINES WS-PROMISED-DATE.
           05 WS-PROM-YY        PIC 9(4).
           05 WS-PROM-MM        PIC 99.
               88 WS-PROM-MONTH-OK VALUES 01 THRU 12.
           05 WS-PROM-DD        PIC 99.
               88 WS-PROM-DAY-OK   VALUES 01 THRU 31.
       01 WS-DATE-OK            PIC X VALUE "F".
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
           05 VALUE "SUPPLIER ACKNOWLEDGEMENT EXCEPTIONS".
           05 FILLER            PIC X(14) VALUE SPACES.
           05 VALUE "AS OF: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-COLUMN-HEADER.
           05 VALUE " SUPP    PO  PART EXCEPTION  WAS        NOW".
           05 VALUE "         DAYS REASON".
       01 WS-DETAIL-LINE.
           05 WD-SUPP           PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PO-NO          PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-EXCEPTION      PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-OLD-DATE       PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-NEW-DATE       PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-DAYS           PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-REASON         PIC X(24).
       01 WS-REFUSED-LINE.
           05 WR-SUPP           PIC ZZZZ9.
           05 VALUE "  BATCH REFUSED - ".
           05 WR-TEXT           PIC X(40).
       01 WS-TOTAL-LINE-1.
           05 VALUE "LINES READ: ".
           05 WG-READ           PIC ZZZZ9.
           05 VALUE "  ACCEPTED: ".
           05 WG-ACCEPTED       PIC ZZZZ9.
           05 VALUE "  CHANGED: ".
           05 WG-CHANGED        PIC ZZZZ9.
           05 VALUE "  REJECTED: ".
           05 WG-REJECTED       PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           05 VALUE "DATE SLIPS: ".
           05 WG-SLIPS          PIC ZZZZ9.
           05 VALUE "  UNMATCHED: ".
           05 WG-UNMATCHED      PIC ZZZZ9.
           05 VALUE "  BATCHES REFUSED: ".
           05 WG-REFUSED        PIC ZZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ACKFILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "PARTS_PO_ACK: POACK.DAT NOT FOUND - "
                   "NO ACKNOWLEDGEMENTS TO POST"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE ACKFILE.
           OPEN I-O OPOFILE.
           IF WS-OPO-STATUS NOT = "00"
               DISPLAY "PARTS_PO_ACK: OPENPO.DAT NOT FOUND - "
                   "NO PURCHASE ORDER HAS BEEN CONFIRMED"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN EXTEND ACKLOGFILE.
           IF WS-ACKLOG-STATUS NOT = "00"
               OPEN OUTPUT ACKLOGFILE
               CLOSE ACKLOGFILE
               OPEN EXTEND ACKLOGFILE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE WS-TODAY TO WT-DATE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM BALANCE-BATCHES.
           PERFORM POST-ACKNOWLEDGEMENTS.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LINES-READ TO WG-READ.
           MOVE WS-LINES-ACCEPTED TO WG-ACCEPTED.
           MOVE WS-LINES-CHANGED TO WG-CHANGED.
           MOVE WS-LINES-REJECTED TO WG-REJECTED.
           MOVE WS-TOTAL-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DATE-SLIPS TO WG-SLIPS.
           MOVE WS-LINES-UNMATCHED TO WG-UNMATCHED.
           MOVE WS-BATCHES-REFUSED TO WG-REFUSED.
           MOVE WS-TOTAL-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RPTFILE.
           CLOSE ACKLOGFILE.
           CLOSE OPOFILE.
           DISPLAY "PARTS_PO_ACK: " WS-LINES-READ
               " ACKNOWLEDGEMENT LINE(S) READ, " WS-EXCEPTIONS
               " EXCEPTION(S) ON POACK.RPT".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** First pass: counts each batch's records from its header
      ****** up to its trailer and compares the count the supplier
      ****** sent. A batch with no trailer, a trailer with no
      ****** header, a record of an unknown type or a count that
      ****** disagrees all refuse the batch it falls in.
       BALANCE-BATCHES.
           MOVE ALL "F" TO WS-BATCH-TABLE.
           MOVE ZEROES TO WS-BATCH-NUM.
           MOVE "F" TO WS-IN-BATCH.
           MOVE "F" TO WS-SCAN-EOF.
           OPEN INPUT ACKFILE.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ ACKFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM BALANCE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ACKFILE.
           IF WS-IN-BATCH = "T"
               MOVE "NO TRAILER RECORD" TO WR-TEXT
               PERFORM REFUSE-BATCH
           END-IF.

       BALANCE-ONE-RECORD.
           EVALUATE TRUE
               WHEN AKH-TYPE = "H"
                   IF WS-IN-BATCH = "T"
                       MOVE "NO TRAILER RECORD" TO WR-TEXT
                       PERFORM REFUSE-BATCH
                   END-IF
                   IF WS-BATCH-NUM < 200
                       ADD 1 TO WS-BATCH-NUM
                   END-IF
                   MOVE "T" TO WS-IN-BATCH
                   MOVE AKH-SUPP TO WS-BATCH-SUPP
                   MOVE 1 TO WS-BATCH-RECORDS
               WHEN AKH-TYPE = "L" AND WS-IN-BATCH = "T"
                   ADD 1 TO WS-BATCH-RECORDS
               WHEN AKH-TYPE = "T" AND WS-IN-BATCH = "T"
                   IF AKT-RECORD-COUNT NOT NUMERIC
                       OR AKT-RECORD-COUNT NOT = WS-BATCH-RECORDS
                       MOVE "RECORD COUNT DOES NOT AGREE" TO WR-TEXT
                       PERFORM REFUSE-BATCH
                   END-IF
                   MOVE "F" TO WS-IN-BATCH
               WHEN WS-IN-BATCH = "T"
                   MOVE "UNKNOWN RECORD TYPE" TO WR-TEXT
                   PERFORM REFUSE-BATCH
                   MOVE "F" TO WS-IN-BATCH
               WHEN OTHER
                   MOVE ZEROES TO WR-SUPP
                   MOVE "RECORD OUTSIDE ANY BATCH" TO WR-TEXT
                   MOVE WS-REFUSED-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-EXCEPTIONS
           END-EVALUATE.

      ****** The rest of a refused batch up to the next header is
      ****** passed over by the posting pass.
       REFUSE-BATCH.
           IF WS-BATCH-REFUSED(WS-BATCH-NUM) = "F"
               MOVE "T" TO WS-BATCH-REFUSED(WS-BATCH-NUM)
               ADD 1 TO WS-BATCHES-REFUSED
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-BATCH-SUPP TO WR-SUPP
               MOVE WS-REFUSED-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      ****** Second pass: posts the lines of every batch that
      ****** balanced, numbering the batches the same way the first
      ****** pass did.
       POST-ACKNOWLEDGEMENTS.
           MOVE ZEROES TO WS-BATCH-NUM.
           MOVE "F" TO WS-BATCH-OK.
           MOVE "F" TO WS-SCAN-EOF.
           OPEN INPUT ACKFILE.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ ACKFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AKH-TYPE = "H"
                               IF WS-BATCH-NUM < 200
                                   ADD 1 TO WS-BATCH-NUM
                               END-IF
                               MOVE AKH-SUPP TO WS-BATCH-SUPP
                               MOVE "T" TO WS-BATCH-OK
                               IF WS-BATCH-REFUSED(WS-BATCH-NUM) = "T"
                                   MOVE "F" TO WS-BATCH-OK
                               END-IF
                           WHEN AKH-TYPE = "L" AND WS-BATCH-OK = "T"
                               PERFORM POST-ONE-LINE
                           WHEN AKH-TYPE = "T"
                               MOVE "F" TO WS-BATCH-OK
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ACKFILE.

       POST-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           MOVE WS-TODAY TO ACK-RUN-DATE.
           MOVE WS-BATCH-SUPP TO ACK-SUPP.
           MOVE AKL-PO-NO TO ACK-PO-NO.
           MOVE AKL-PARTID TO ACK-PARTID.
           MOVE AKL-CODE TO ACK-CODE.
           MOVE AKL-REASON TO ACK-REASON.
           MOVE ZEROES TO ACK-OLD-DATE ACK-NEW-DATE.
           MOVE ZEROES TO ACK-OLD-QTY ACK-NEW-QTY.
           MOVE "T" TO WS-LINE-APPLIED.
           MOVE ZEROES TO WS-PROMISED-DATE.
           MOVE AKL-PO-NO TO OPO-PO-NO.
           MOVE AKL-PARTID TO OPO-PARTID.
           READ OPOFILE
               INVALID KEY
                   MOVE "NOT ON OPENPO.DAT" TO WD-REASON
                   PERFORM UNMATCHED-LINE
               NOT INVALID KEY
                   PERFORM APPLY-ONE-LINE
           END-READ.
           IF WS-LINE-APPLIED = "T"
               WRITE ACK-LOG-REC
           END-IF.

      ****** Only an OPEN line of the supplier sending the batch can
      ****** be acknowledged. A rejection that is already on file is
      ****** the same file being posted twice and is not logged or
      ****** reported again.
       APPLY-ONE-LINE.
           PERFORM CHECK-PROMISED-DATE.
           MOVE OPO-EXP-DATE TO ACK-OLD-DATE.
           MOVE OPO-EXP-DATE TO ACK-NEW-DATE.
           MOVE OPO-QTY-ORDERED TO ACK-OLD-QTY.
           MOVE OPO-QTY-ORDERED TO ACK-NEW-QTY.
           EVALUATE TRUE
               WHEN OPO-SUPP NOT = WS-BATCH-SUPP
                   MOVE "NOT THIS SUPPLIER'S PO" TO WD-REASON
                   PERFORM UNMATCHED-LINE
               WHEN OPO-STATUS = "REJECTED" AND AKL-CODE = "R"
                   SUBTRACT 1 FROM WS-LINES-READ
                   MOVE "F" TO WS-LINE-APPLIED
               WHEN OPO-STATUS NOT = "OPEN"
                   MOVE SPACES TO WD-REASON
                   STRING "LINE IS " OPO-STATUS DELIMITED BY SIZE
                       INTO WD-REASON
                   PERFORM UNMATCHED-LINE
               WHEN (AKL-CODE = "A" OR AKL-CODE = "C")
                   AND WS-DATE-OK = "F"
                   MOVE "BAD PROMISED DATE" TO WD-REASON
                   PERFORM UNMATCHED-LINE
               WHEN AKL-CODE = "A"
                   PERFORM TAKE-PROMISED-DATE
                   MOVE "ACCEPTED" TO ACK-RESULT
                   ADD 1 TO WS-LINES-ACCEPTED
                   PERFORM REWRITE-PO-LINE
               WHEN AKL-CODE = "C"
                   PERFORM TAKE-PROMISED-DATE
                   PERFORM TAKE-CHANGED-QTY
                   MOVE "CHANGED" TO ACK-RESULT
                   ADD 1 TO WS-LINES-CHANGED
                   PERFORM REWRITE-PO-LINE
               WHEN AKL-CODE = "R"
                   MOVE "REJECTED" TO OPO-STATUS
                   MOVE "REJECTED" TO ACK-RESULT
                   ADD 1 TO WS-LINES-REJECTED
                   PERFORM REWRITE-PO-LINE
                   MOVE "REJECTED" TO WD-EXCEPTION
                   MOVE ZEROES TO WD-NEW-DATE
                   MOVE ZEROES TO WD-DAYS
                   MOVE AKL-REASON TO WD-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE "UNKNOWN ACK CODE" TO WD-REASON
                   PERFORM UNMATCHED-LINE
           END-EVALUATE.

      ****** No promised date at all leaves the expected date alone;
      ****** one that is there must be a real calendar date.
       CHECK-PROMISED-DATE.
           MOVE "F" TO WS-DATE-OK.
           MOVE ZEROES TO WS-PROMISED-DATE.
           IF AKL-PROMISED-DATE NUMERIC
               MOVE AKL-PROMISED-DATE TO WS-PROMISED-DATE
               IF WS-PROMISED-DATE = ZEROES
                   MOVE "T" TO WS-DATE-OK
               END-IF
               IF WS-PROM-MONTH-OK AND WS-PROM-DAY-OK
                   AND WS-PROM-YY > ZEROES
                   MOVE "T" TO WS-DATE-OK
               END-IF
           END-IF.

      ****** A promised date later than the one on file is a slip and
      ****** goes on the report with the days it has moved; an
      ****** earlier one is just taken.
       TAKE-PROMISED-DATE.
           IF WS-PROMISED-DATE > ZEROES
               MOVE WS-PROMISED-DATE TO ACK-NEW-DATE
               IF WS-PROMISED-DATE > OPO-EXP-DATE
                   AND OPO-EXP-DATE > ZEROES
                   MOVE OPO-EXP-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WS-OLD-DAYNUM
                   MOVE WS-PROMISED-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE WD-DAYS = WS-DAY-NUMBER - WS-OLD-DAYNUM
                   ADD 1 TO WS-DATE-SLIPS
                   MOVE "DATE SLIP" TO WD-EXCEPTION
                   MOVE WS-PROMISED-DATE TO WD-NEW-DATE
                   MOVE AKL-REASON TO WD-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               MOVE WS-PROMISED-DATE TO OPO-EXP-DATE
           END-IF.

      ****** A changed quantity replaces the quantity ordered; one
      ****** cut back to what has already arrived closes the line.
       TAKE-CHANGED-QTY.
           IF AKL-QTY NUMERIC AND AKL-QTY > ZEROES
               MOVE AKL-QTY TO OPO-QTY-ORDERED
               MOVE AKL-QTY TO ACK-NEW-QTY
               IF OPO-QTY-RECVD >= OPO-QTY-ORDERED
                   MOVE "CLOSED" TO OPO-STATUS
               END-IF
           END-IF.

       REWRITE-PO-LINE.
           REWRITE OPEN-PO-REC
               INVALID KEY
                   DISPLAY "PARTS_PO_ACK: COULD NOT UPDATE PO "
                       OPO-PO-NO " PART " OPO-PARTID
                   MOVE 1 TO WS-JOB-RC
           END-REWRITE.

      ****** WD-REASON is set by the caller.
       UNMATCHED-LINE.
           MOVE "UNMATCHED" TO ACK-RESULT.
           ADD 1 TO WS-LINES-UNMATCHED.
           MOVE "UNMATCHED" TO WD-EXCEPTION.
           MOVE WS-PROMISED-DATE TO WD-NEW-DATE.
           MOVE ZEROES TO WD-DAYS.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-BATCH-SUPP TO WD-SUPP.
           MOVE AKL-PO-NO TO WD-PO-NO.
           MOVE AKL-PARTID TO WD-PARTID.
           MOVE ACK-OLD-DATE TO WD-OLD-DATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-EXCEPTIONS.

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
           MOVE "PARTS_PO_ACK" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_PO_ACK.
