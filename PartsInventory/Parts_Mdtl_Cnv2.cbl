      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: One-shot conversion of the maintenance order detail
      *          file to the layout that carries the lot each line was
      *          issued from. Reads MAINTDTL.DAT under the layout with
      *          the issue price and returned quantity but no lot and
      *          rewrites every line to MAINTDTL.NEW with a blank lot -
      *          nothing was issued by lot before lot control, and a
      *          blank says so. Run ONCE at cutover, then replace
      *          MAINTDTL.DAT with MAINTDTL.NEW before the next order
      *          is entered. Not to be confused with PARTS_MDTL_CNV,
      *          the original price and return conversion - a file
      *          still in THAT layout needs PARTS_MDTL_CNV instead,
      *          which writes the current layout straight off. Run
      *          standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_MDTL_CNV2 INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLDDTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODTL-KEY
               FILE STATUS IS WS-OLD-STATUS.
               SELECT NEWDTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MDTL-KEY
               FILE STATUS IS WS-NEW-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLDDTL
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 OLD-DTL-REC.
               05 ODTL-KEY.
                   10 ODTL-ORDER-NO    PIC 9(7).
                   10 ODTL-LINE-NO     PIC 9(3).
               05 ODTL-PART-ID         PIC 9(5).
               05 ODTL-QTY             PIC 9(5).
               05 ODTL-ISSUE-PRICE     PIC 9(7)V99.
               05 ODTL-RET-QTY         PIC 9(5).

       FD NEWDTL
           VALUE OF FILE-ID IS "../MAINTDTL.NEW".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

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
       01 WS-NEW-STATUS         PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-LINES-CONVERTED    PIC 9(7) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT OLDDTL.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PARTS_MDTL_CNV2: MAINTDTL.DAT NOT FOUND OR "
                   "NOT IN THE OLD LAYOUT - NOTHING TO CONVERT"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT NEWDTL.

           MOVE LOW-VALUES TO ODTL-KEY.
           START OLDDTL KEY IS NOT LESS THAN ODTL-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OLDDTL NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-LINE
               END-READ
           END-PERFORM.

           CLOSE NEWDTL.
           CLOSE OLDDTL.
           DISPLAY "PARTS_MDTL_CNV2: " WS-LINES-CONVERTED
               " LINE(S) CONVERTED TO MAINTDTL.NEW".
           DISPLAY "PARTS_MDTL_CNV2: REPLACE MAINTDTL.DAT WITH "
               "MAINTDTL.NEW BEFORE THE NEXT ORDER IS ENTERED".
           PERFORM WRITE-JOB-END.
           GOBACK.

       CONVERT-ONE-LINE.
           MOVE ODTL-ORDER-NO TO MDTL-ORDER-NO.
           MOVE ODTL-LINE-NO TO MDTL-LINE-NO.
           MOVE ODTL-PART-ID TO MDTL-PART-ID.
           MOVE ODTL-QTY TO MDTL-QTY.
           MOVE ODTL-ISSUE-PRICE TO MDTL-ISSUE-PRICE.
           MOVE ODTL-RET-QTY TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   DISPLAY "PARTS_MDTL_CNV2: DUPLICATE LINE ON ORDER "
                       ODTL-ORDER-NO " SKIPPED"
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-CONVERTED
           END-WRITE.

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
           MOVE "PARTS_MDTL_CNV2" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_MDTL_CNV2.
