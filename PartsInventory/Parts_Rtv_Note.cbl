      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Prints the return authorisation / debit note that
      *          goes out with stock sent back to a supplier - one
      *          note per supplier for the day's returns booked by
      *          PARTS_VENDOR_RETURN on PARTRTV.DAT, with the supplier
      *          name and contact on the header, a line per part and
      *          packing slip at the receipt's unit cost, the reason
      *          and whether a replacement is wanted, and the total
      *          the supplier is to credit. The note number is the
      *          return date and supplier ID, so accounts payable can
      *          match the supplier's credit note back to it. The
      *          return date is prompted for on the console as
      *          YYYYMMDD; pressing enter on zeros prints today's.
      *          Writes RTVNOTE.RPT. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_RTV_NOTE INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RTVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
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
       FD RTVFILE
           VALUE OF FILE-ID IS "../PARTRTV.DAT".
           01 RTV-REC.
               COPY RTVREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       SD SORTFILE.
           01 SORT-REC.
               05 SR-SUPP          PIC 9(5).
               05 SR-SLIP-NO       PIC X(15).
               05 SR-PARTID        PIC 9(5).
               05 SR-QTY           PIC 9(5).
               05 SR-UNIT-COST     PIC 9(7)V99.
               05 SR-REPLACE       PIC X.
               05 SR-REASON        PIC X(30).

       FD RPTFILE
           VALUE OF FILE-ID IS "../RTVNOTE.RPT".
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
       01 WS-RTV-STATUS         PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS        PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE      PIC X VALUE "F".
       01 WS-SUPPS-ON-FILE      PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-SUPP       PIC 9(5) VALUE ZEROES.
       01 WS-RETURN-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-LINE-VALUE         PIC 9(9)V99 VALUE ZEROES.
       01 WS-NOTE-VALUE         PIC 9(11)V99 VALUE ZEROES.
       01 WS-NOTE-COUNT         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-COUNT         PIC 9(5) VALUE ZEROES.
       01 WS-GRAND-VALUE        PIC 9(11)V99 VALUE ZEROES.
       01 WS-TITLE-LINE.
           05 VALUE "RETURN AUTHORISATION / DEBIT NOTE".
           05 FILLER            PIC X(4) VALUE SPACES.
           05 VALUE "NOTE: ".
           05 WT-NOTE-DATE      PIC 9(8).
           05 VALUE "-".
           05 WT-NOTE-SUPP      PIC 9(5).
       01 WS-DATE-LINE.
           05 VALUE "RETURN DATE: ".
           05 WT-DATE           PIC 9999/99/99.
       01 WS-SUPPLIER-HEADER.
           05 VALUE "SUPPLIER: ".
           05 WH-SUPP-ID         PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WH-SUPP-NAME       PIC X(25).
       01 WS-CONTACT-HEADER.
           05 VALUE "CONTACT:  ".
           05 WH-SUPP-CONTACT    PIC X(25).
       01 WS-COLUMN-HEADER.
           05 VALUE "PART ID  PART NAME        PACKING SLIP      QTY".
           05 VALUE "     UNIT COST          VALUE".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SLIP-NO        PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-UNIT-COST      PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REASON-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 VALUE "REASON: ".
           05 WD-REASON         PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-REPLACE        PIC X(22).
       01 WS-NOTE-TOTAL-LINE.
           05 VALUE "    TOTAL TO BE CREDITED: ".
           05 WN-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-TOTAL-LINE.
           05 VALUE "DEBIT NOTES: ".
           05 WG-NOTES          PIC ZZZZ9.
           05 VALUE "   LINES: ".
           05 WG-LINES          PIC ZZZZ9.
           05 VALUE "   VALUE: ".
           05 WG-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           DISPLAY "PARTS_RTV_NOTE: ENTER THE RETURN DATE (YYYYMMDD) "
               "OR ZEROS FOR TODAY".
           ACCEPT WS-RETURN-DATE.
           IF WS-RETURN-DATE = ZEROES
               ACCEPT WS-RETURN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT RTVFILE.
           IF WS-RTV-STATUS NOT = "00"
               DISPLAY "PARTS_RTV_NOTE: PARTRTV.DAT NOT FOUND - "
                   "NOTHING HAS BEEN RETURNED"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           CLOSE RTVFILE.
           OPEN INPUT FIN.
           IF WS-FIN-STATUS = "00"
               MOVE "T" TO WS-PARTS-ON-FILE
           END-IF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPPS-ON-FILE
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SR-SUPP SR-SLIP-NO SR-PARTID
               INPUT PROCEDURE IS 200-SELECT-RETURNS
               OUTPUT PROCEDURE IS 300-PRODUCE-NOTES.

           IF WS-SUPPS-ON-FILE = "T"
               CLOSE SUPPFILE
           END-IF.
           IF WS-PARTS-ON-FILE = "T"
               CLOSE FIN
           END-IF.
           DISPLAY "PARTS_RTV_NOTE: " WS-NOTE-COUNT
               " DEBIT NOTE(S) PRINTED FOR " WS-RETURN-DATE.
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Releases the returns booked on the chosen date.
       200-SELECT-RETURNS.
           OPEN INPUT RTVFILE.
           MOVE "F" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ RTVFILE
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF RTV-DATE = WS-RETURN-DATE
                           MOVE RTV-SUPP TO SR-SUPP
                           MOVE RTV-SLIP-NO TO SR-SLIP-NO
                           MOVE RTV-PARTID TO SR-PARTID
                           MOVE RTV-QTY TO SR-QTY
                           MOVE RTV-UNIT-COST TO SR-UNIT-COST
                           MOVE RTV-REPLACE TO SR-REPLACE
                           MOVE RTV-REASON TO SR-REASON
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RTVFILE.

       300-PRODUCE-NOTES.
           OPEN OUTPUT RPTFILE.

           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF = "T"
               IF WS-GROUP-STARTED = "F"
                   OR SR-SUPP NOT EQUAL TO WS-CURRENT-SUPP
                   IF WS-GROUP-STARTED = "T"
                       PERFORM 340-PRINT-NOTE-TRAILER
                   END-IF
                   MOVE SR-SUPP TO WS-CURRENT-SUPP
                   MOVE ZEROES TO WS-NOTE-VALUE
                   ADD 1 TO WS-NOTE-COUNT
                   PERFORM 310-PRINT-NOTE-HEADER
                   MOVE "T" TO WS-GROUP-STARTED
               END-IF
               PERFORM 320-PRINT-NOTE-LINE
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

           IF WS-GROUP-STARTED = "T"
               PERFORM 340-PRINT-NOTE-TRAILER
           END-IF.
           PERFORM 350-PRINT-GRAND-TOTAL.
           CLOSE RPTFILE.

      ****** One note per supplier: title with the note number, the
      ****** supplier name and contact from SUPPLIER.DAT, then the
      ****** column headings.
       310-PRINT-NOTE-HEADER.
           MOVE SPACES TO SUPP-NAME.
           MOVE SPACES TO SUPP-CONTACT.
           IF WS-SUPPS-ON-FILE = "T"
               MOVE WS-CURRENT-SUPP TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       MOVE "** NOT ON SUPPLIER FILE **" TO SUPP-NAME
               END-READ
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RETURN-DATE TO WT-NOTE-DATE.
           MOVE WS-CURRENT-SUPP TO WT-NOTE-SUPP.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RETURN-DATE TO WT-DATE.
           MOVE WS-DATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CURRENT-SUPP TO WH-SUPP-ID.
           MOVE SUPP-NAME TO WH-SUPP-NAME.
           MOVE WS-SUPPLIER-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SUPP-CONTACT TO WH-SUPP-CONTACT.
           MOVE WS-CONTACT-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER TO RPT-LINE.
           WRITE RPT-LINE.

      ****** The line is valued at the receipt cost the return was
      ****** backed out at - the price the supplier charged for it.
       320-PRINT-NOTE-LINE.
           MOVE SPACES TO PARTNAME.
           IF WS-PARTS-ON-FILE = "T"
               MOVE SR-PARTID TO PARTID
               READ FIN
                   INVALID KEY
                       MOVE "** DELETED **" TO PARTNAME
               END-READ
           END-IF.
           COMPUTE WS-LINE-VALUE = SR-QTY * SR-UNIT-COST.
           ADD WS-LINE-VALUE TO WS-NOTE-VALUE.
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SR-PARTID TO WD-PARTID.
           MOVE PARTNAME TO WD-PARTNAME.
           MOVE SR-SLIP-NO TO WD-SLIP-NO.
           MOVE SR-QTY TO WD-QTY.
           MOVE SR-UNIT-COST TO WD-UNIT-COST.
           MOVE WS-LINE-VALUE TO WD-VALUE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SR-REASON TO WD-REASON.
           IF SR-REPLACE = "Y"
               MOVE "REPLACEMENT REQUIRED" TO WD-REPLACE
           ELSE
               MOVE "CREDIT ONLY" TO WD-REPLACE
           END-IF.
           MOVE WS-REASON-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       340-PRINT-NOTE-TRAILER.
           MOVE WS-NOTE-VALUE TO WN-TOTAL.
           MOVE WS-NOTE-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       350-PRINT-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NOTE-COUNT TO WG-NOTES.
           MOVE WS-LINE-COUNT TO WG-LINES.
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
           MOVE "PARTS_RTV_NOTE" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_RTV_NOTE.
