      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Lists the supplier invoice lines PARTS_INVOICE_ENTRY
      *          held back from payment because they failed the
      *          three-way match, grouped by supplier with the name
      *          from SUPPLIER.DAT, so accounts payable can take each
      *          one up with the supplier instead of paying it. Every
      *          line shows what was billed against what was received
      *          and still unbilled, and the price billed against the
      *          receipt cost, followed by each reason it was held:
      *            - billed but not received
      *            - billed above the PO quantity
      *            - unit price off the receipt cost
      *            - duplicate invoice number for the supplier
      *            - part not on the PO.
      *          The invoice entry date is prompted for on the console
      *          as YYYYMMDD; pressing enter on zeros lists today's.
      *          Writes INVEXCPT.RPT. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_INV_EXCEPT_RPT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT INVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
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
       FD INVFILE
           VALUE OF FILE-ID IS "../INVOICE.DAT".
           01 INVOICE-REC.
               COPY INVREC.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       SD SORTFILE.
           01 SORT-REC.
               05 SR-SUPP          PIC 9(5).
               05 SR-INVOICE       PIC X(15).
               05 SR-VOUCHER       PIC 9(7).
               05 SR-LINE-NO       PIC 9(3).
               05 SR-PO-NO         PIC 9(5).
               05 SR-PARTID        PIC 9(5).
               05 SR-QTY           PIC 9(5).
               05 SR-RECVD         PIC 9(5).
               05 SR-PRICE         PIC 9(7)V99.
               05 SR-COST          PIC 9(7)V99.
               05 SR-FLAGS.
                   10 SR-NOT-RECVD     PIC X.
                   10 SR-OVER-PO       PIC X.
                   10 SR-PRICE-OFF     PIC X.
                   10 SR-DUPLICATE     PIC X.
                   10 SR-NOT-ON-PO     PIC X.

       FD RPTFILE
           VALUE OF FILE-ID IS "../INVEXCPT.RPT".
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
       01 WS-INV-STATUS         PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS        PIC XX VALUE ZEROES.
       01 WS-SUPPS-ON-FILE      PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-SUPP       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-LINE-VALUE         PIC 9(9)V99 VALUE ZEROES.
       01 WS-SUPP-VALUE         PIC 9(11)V99 VALUE ZEROES.
       01 WS-SUPP-LINES         PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-VALUE        PIC 9(11)V99 VALUE ZEROES.
       01 WS-GRAND-LINES        PIC 9(5) VALUE ZEROES.
       01 WS-TITLE-LINE.
           05 VALUE "SUPPLIER INVOICE MATCH EXCEPTIONS".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 VALUE "ENTERED: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-SUPPLIER-HEADER.
           05 VALUE "SUPPLIER: ".
           05 WH-SUPP-ID         PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WH-SUPP-NAME       PIC X(25).
       01 WS-COLUMN-HEADER.
           05 VALUE "INVOICE NO      VOUCHER    PO  PART  BILLED  ".
           05 VALUE "UNBILL  BILLED PRICE     RCPT COST".
       01 WS-DETAIL-LINE.
           05 WD-INVOICE        PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-VOUCHER        PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PO-NO          PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-RECVD          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-PRICE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-COST           PIC Z,ZZZ,ZZ9.99.
       01 WS-REASON-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 VALUE "HELD: ".
           05 WD-REASON         PIC X(30).
       01 WS-SUPP-TOTAL-LINE.
           05 VALUE "    LINES HELD: ".
           05 WS-SUPP-TOTAL-CNT  PIC ZZZZ9.
           05 VALUE "   VALUE BILLED: ".
           05 WS-SUPP-TOTAL-VAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "TOTAL LINES HELD: ".
           05 WG-LINES           PIC ZZZZ9.
           05 VALUE "   VALUE HELD FROM PAYMENT: ".
           05 WG-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           DISPLAY "PARTS_INV_EXCEPT_RPT: ENTER THE INVOICE ENTRY "
               "DATE (YYYYMMDD) OR ZEROS FOR TODAY".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZEROES
               ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT INVFILE.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "PARTS_INV_EXCEPT_RPT: INVOICE.DAT NOT FOUND - "
                   "NO INVOICE HAS BEEN KEYED"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE INVFILE.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPPS-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-SUPP SR-INVOICE SR-VOUCHER
                   SR-LINE-NO
               INPUT PROCEDURE IS 200-SELECT-EXCEPTIONS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT.

           IF WS-SUPPS-ON-FILE = "T"
               CLOSE SUPPFILE
           END-IF.
           DISPLAY "PARTS_INV_EXCEPT_RPT: " WS-GRAND-LINES
               " INVOICE LINE(S) HELD FOR " WS-ENTRY-DATE.
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases the lines keyed on the chosen date that did not
      ****** pass the match.
       200-SELECT-EXCEPTIONS.
           OPEN INPUT INVFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ INVFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF INV-ENTRY-DATE = WS-ENTRY-DATE
                           AND INV-MATCH-STATUS = "EXCEPTION"
                           MOVE INV-SUPP TO SR-SUPP
                           MOVE INV-NUMBER TO SR-INVOICE
                           MOVE INV-VOUCHER TO SR-VOUCHER
                           MOVE INV-LINE-NO TO SR-LINE-NO
                           MOVE INV-PO-NO TO SR-PO-NO
                           MOVE INV-PARTID TO SR-PARTID
                           MOVE INV-QTY TO SR-QTY
                           MOVE INV-RECVD-QTY TO SR-RECVD
                           MOVE INV-UNIT-PRICE TO SR-PRICE
                           MOVE INV-RCPT-COST TO SR-COST
                           MOVE INV-EXCEPTIONS TO SR-FLAGS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVFILE.

       300-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-ENTRY-DATE TO WT-DATE.
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
                   MOVE ZEROES TO WS-SUPP-VALUE
                   MOVE ZEROES TO WS-SUPP-LINES
                   PERFORM 310-PRINT-SUPPLIER-HEADER
                   MOVE "T" TO WS-GROUP-STARTED
               END-IF
               PERFORM 320-PRINT-EXCEPTION-LINE
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
           IF WS-SUPPS-ON-FILE = "T"
               MOVE WS-CURRENT-SUPP TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       MOVE "** NOT ON SUPPLIER FILE **" TO SUPP-NAME
               END-READ
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CURRENT-SUPP TO WH-SUPP-ID.
           MOVE SUPP-NAME TO WH-SUPP-NAME.
           MOVE WS-SUPPLIER-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

      ****** The line as billed, then one HELD line per reason the
      ****** match failed - a line can fail on more than one count.
       320-PRINT-EXCEPTION-LINE.
           COMPUTE WS-LINE-VALUE = SR-QTY * SR-PRICE.
           ADD WS-LINE-VALUE TO WS-SUPP-VALUE.
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE.
           ADD 1 TO WS-SUPP-LINES.
           ADD 1 TO WS-GRAND-LINES.
           MOVE SR-INVOICE TO WD-INVOICE.
           MOVE SR-VOUCHER TO WD-VOUCHER.
           MOVE SR-PO-NO TO WD-PO-NO.
           MOVE SR-PARTID TO WD-PARTID.
           MOVE SR-QTY TO WD-QTY.
           MOVE SR-RECVD TO WD-RECVD.
           MOVE SR-PRICE TO WD-PRICE.
           MOVE SR-COST TO WD-COST.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF SR-NOT-RECVD = "Y"
               MOVE "BILLED BUT NOT RECEIVED" TO WD-REASON
               PERFORM 330-PRINT-REASON
           END-IF.
           IF SR-OVER-PO = "Y"
               MOVE "BILLED ABOVE THE PO QUANTITY" TO WD-REASON
               PERFORM 330-PRINT-REASON
           END-IF.
           IF SR-PRICE-OFF = "Y"
               MOVE "UNIT PRICE OFF RECEIPT COST" TO WD-REASON
               PERFORM 330-PRINT-REASON
           END-IF.
           IF SR-DUPLICATE = "Y"
               MOVE "DUPLICATE INVOICE NUMBER" TO WD-REASON
               PERFORM 330-PRINT-REASON
           END-IF.
           IF SR-NOT-ON-PO = "Y"
               MOVE "PART NOT ON THE PO" TO WD-REASON
               PERFORM 330-PRINT-REASON
           END-IF.

       330-PRINT-REASON.
           MOVE WS-REASON-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       340-PRINT-SUPPLIER-TRAILER.
           MOVE WS-SUPP-LINES TO WS-SUPP-TOTAL-CNT.
           MOVE WS-SUPP-VALUE TO WS-SUPP-TOTAL-VAL.
           MOVE WS-SUPP-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GRAND-LINES TO WG-LINES.
           MOVE WS-GRAND-VALUE TO WG-VALUE.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.


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
           MOVE "PARTS_INV_EXCEPT_RPT" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_INV_EXCEPT_RPT.
