      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Nightly approved-for-payment extract for the accounts
      *          payable system. Every supplier invoice line
      *          PARTS_INVOICE_ENTRY matched and wrote APPROVED on
      *          INVOICE.DAT, and that has not yet gone to accounts
      *          payable, is written to APEXTRACT.DAT and stamped
      *          with the run date in INV-AP-DATE, so each approved
      *          line is handed over for payment exactly once. Lines
      *          held as exceptions never leave. A rerun on the same
      *          day picks up the lines that day's run already
      *          stamped, so a second run rebuilds the same file
      *          instead of an empty one. APEXTRACT.DAT is
      *          fixed-layout with a record type in column one and
      *          every amount zoned with two implied decimals:
      *            H  run date
      *            P  one per approved line - supplier, supplier's
      *               invoice number, voucher and line, PO, part,
      *               quantity, unit price and the line amount
      *            T  control trailer - count of the records ahead of
      *               it and a hash total of the line amounts, for
      *               accounts payable to balance against before
      *               loading.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_AP_EXTRACT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT INVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
               SELECT EXTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL.
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

       FD EXTFILE
           VALUE OF FILE-ID IS "../APEXTRACT.DAT".
           01 EXT-REC                  PIC X(80).
           01 EXT-HEADER-REC REDEFINES EXT-REC.
               05 EXH-TYPE             PIC X.
               05 EXH-RUN-DATE         PIC 9(8).
               05 FILLER               PIC X(71).
           01 EXT-PAYMENT-REC REDEFINES EXT-REC.
               05 EXP-TYPE             PIC X.
               05 EXP-SUPP             PIC 9(5).
               05 EXP-INVOICE          PIC X(15).
               05 EXP-VOUCHER          PIC 9(7).
               05 EXP-LINE-NO          PIC 9(3).
               05 EXP-PO-NO            PIC 9(5).
               05 EXP-PARTID           PIC 9(5).
               05 EXP-QTY              PIC 9(5).
               05 EXP-UNIT-PRICE       PIC 9(7)V99.
               05 EXP-AMOUNT           PIC 9(11)V99.
               05 FILLER               PIC X(12).
           01 EXT-TRAILER-REC REDEFINES EXT-REC.
               05 EXT-TYPE             PIC X.
               05 EXT-RECORD-COUNT     PIC 9(7).
               05 EXT-HASH-TOTAL       PIC 9(15)V99.
               05 FILLER               PIC X(55).

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
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-RUN-DATE           PIC 9(8) VALUE ZEROES.
       01 WS-LINE-AMOUNT        PIC 9(11)V99 VALUE ZEROES.
       01 WS-LINE-COUNT         PIC 9(7) VALUE ZEROES.
       01 WS-RECORD-COUNT       PIC 9(7) VALUE ZEROES.
       01 WS-HASH-TOTAL         PIC 9(15)V99 VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXTFILE.
           MOVE SPACES TO EXT-REC.
           MOVE "H" TO EXH-TYPE.
           MOVE WS-RUN-DATE TO EXH-RUN-DATE.
           WRITE EXT-REC.
           ADD 1 TO WS-RECORD-COUNT.

           PERFORM SCAN-INVOICE-FILE.

           MOVE SPACES TO EXT-REC.
           MOVE "T" TO EXT-TYPE.
           MOVE WS-RECORD-COUNT TO EXT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO EXT-HASH-TOTAL.
           WRITE EXT-REC.
           CLOSE EXTFILE.

           DISPLAY "PARTS_AP_EXTRACT: " WS-LINE-COUNT
               " APPROVED INVOICE LINE(S) EXTRACTED FOR PAYMENT".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** No INVOICE.DAT just means no invoice has been keyed yet;
      ****** accounts payable still gets a header and trailer so the
      ****** load can prove nothing was due.
       SCAN-INVOICE-FILE.
           OPEN I-O INVFILE.
           IF WS-INV-STATUS = "00"
               PERFORM EXTRACT-APPROVED-LINES
               CLOSE INVFILE
           END-IF.

      ****** Walks the invoice file in voucher order and hands over
      ****** every approved line not yet sent - or sent by a run
      ****** earlier today - stamping each as it goes.
       EXTRACT-APPROVED-LINES.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF INV-MATCH-STATUS = "APPROVED"
                           AND (INV-AP-DATE = ZEROES
                               OR INV-AP-DATE = WS-RUN-DATE)
                           PERFORM WRITE-PAYMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PAYMENT-RECORD.
           COMPUTE WS-LINE-AMOUNT = INV-QTY * INV-UNIT-PRICE.
           MOVE SPACES TO EXT-REC.
           MOVE "P" TO EXP-TYPE.
           MOVE INV-SUPP TO EXP-SUPP.
           MOVE INV-NUMBER TO EXP-INVOICE.
           MOVE INV-VOUCHER TO EXP-VOUCHER.
           MOVE INV-LINE-NO TO EXP-LINE-NO.
           MOVE INV-PO-NO TO EXP-PO-NO.
           MOVE INV-PARTID TO EXP-PARTID.
           MOVE INV-QTY TO EXP-QTY.
           MOVE INV-UNIT-PRICE TO EXP-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT TO EXP-AMOUNT.
           WRITE EXT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-LINE-AMOUNT TO WS-HASH-TOTAL.
           MOVE WS-RUN-DATE TO INV-AP-DATE.
           REWRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "PARTS_AP_EXTRACT: COULD NOT STAMP VOUCHER "
                       INV-VOUCHER " LINE " INV-LINE-NO
                   MOVE 1 TO WS-JOB-RC
           END-REWRITE.


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
           MOVE "PARTS_AP_EXTRACT" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_AP_EXTRACT.
