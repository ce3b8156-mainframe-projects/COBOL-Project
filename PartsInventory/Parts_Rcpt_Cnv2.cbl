      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: One-shot conversion of the stock receipts file to the
      *          layout that carries the purchase order number each
      *          delivery was booked against. Reads PARTRCPT.DAT
      *          under the layout with the unit cost but no PO number
      *          and rewrites every record to PARTRCPT.NEW with a
      *          zero PO number - the old receipts were never tied to
      *          a PO line, and a zero says so honestly: the supplier
      *          scorecard leaves them out and the vendor return and
      *          invoice match fall back to finding the PO line by
      *          part and supplier. Run ONCE at cutover, then replace
      *          PARTRCPT.DAT with PARTRCPT.NEW before the next
      *          delivery books in. Not to be confused with
      *          PARTS_RCPT_CNV, the original unit-cost conversion -
      *          a file still in THAT layout needs PARTS_RCPT_CNV
      *          instead, which writes the current layout straight
      *          off. Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_RCPT_CNV2 INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLDRCPT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
               SELECT NEWRCPT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLDRCPT
           VALUE OF FILE-ID IS "../PARTRCPT.DAT".
           01 OLD-RCPT-REC.
               05 ORCPT-DATE           PIC 9(8).
               05 ORCPT-TIME           PIC 9(8).
               05 ORCPT-OPERATOR       PIC X(8).
               05 ORCPT-PARTID         PIC 9(5).
               05 ORCPT-QTY            PIC 9(5).
               05 ORCPT-SUPP           PIC 9(5).
               05 ORCPT-SLIP-NO        PIC X(15).
               05 ORCPT-UNIT-COST      PIC 9(7)V99.

       FD NEWRCPT
           VALUE OF FILE-ID IS "../PARTRCPT.NEW".
           01 RCPT-REC.
               COPY RCPTREC.

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
       01 WS-OLD-STATUS         PIC XX VALUE ZEROES.
       01 WS-OLD-EOF            PIC X VALUE "F".
       01 WS-RECORDS-CONVERTED  PIC 9(7) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT OLDRCPT.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PARTS_RCPT_CNV2: PARTRCPT.DAT NOT FOUND - "
                   "NOTHING TO CONVERT"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT NEWRCPT.

           PERFORM UNTIL WS-OLD-EOF = "T"
               READ OLDRCPT
                   AT END
                       MOVE "T" TO WS-OLD-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE NEWRCPT.
           CLOSE OLDRCPT.
           DISPLAY "PARTS_RCPT_CNV2: " WS-RECORDS-CONVERTED
               " RECORD(S) CONVERTED TO PARTRCPT.NEW".
           DISPLAY "PARTS_RCPT_CNV2: REPLACE PARTRCPT.DAT WITH "
               "PARTRCPT.NEW BEFORE THE NEXT DELIVERY BOOKS IN".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** The old records never said which PO they came in on, so
      ****** the converted record reads back with a zero PO number.
       CONVERT-ONE-RECORD.
           MOVE ORCPT-DATE TO RCPT-DATE.
           MOVE ORCPT-TIME TO RCPT-TIME.
           MOVE ORCPT-OPERATOR TO RCPT-OPERATOR.
           MOVE ORCPT-PARTID TO RCPT-PARTID.
           MOVE ORCPT-QTY TO RCPT-QTY.
           MOVE ORCPT-SUPP TO RCPT-SUPP.
           MOVE ORCPT-SLIP-NO TO RCPT-SLIP-NO.
           MOVE ORCPT-UNIT-COST TO RCPT-UNIT-COST.
           MOVE ZEROES TO RCPT-PO-NO.
           WRITE RCPT-REC.
           ADD 1 TO WS-RECORDS-CONVERTED.

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
           MOVE "PARTS_RCPT_CNV2" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_RCPT_CNV2.
