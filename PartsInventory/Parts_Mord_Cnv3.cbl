      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: One-shot conversion of the maintenance order header
      *          file to the layout that carries the stockroom the
      *          order was pulled from. Reads MAINTORD.DAT under the
      *          equipment-and-requester layout and writes every
      *          header to MAINTORD.NEW with the stockroom set to
      *          MAIN - every order before the satellite cribs came
      *          on the system was pulled from the main stores. Run
      *          ONCE at cutover: replace MAINTORD.DAT with
      *          MAINTORD.NEW when it finishes. Without this
      *          conversion the old order file fails to open under
      *          the new layout. A file older still needs
      *          PARTS_MORD_CNV2 (or PARTS_MORD_CNV before that)
      *          instead - both now write this layout directly. Run
      *          standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_MORD_CNV3 INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLDORD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OMORD-NUMBER
               FILE STATUS IS WS-OLD-STATUS.
               SELECT NEWORD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-NEW-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLDORD
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 OLD-ORD-REC.
               05 OMORD-NUMBER      PIC 9(7).
               05 OMORD-DATE        PIC 9(8).
               05 OMORD-STATUS      PIC X(10).
               05 OMORD-LINE-COUNT  PIC 9(3).
               05 OMORD-EQUIP-ID    PIC X(8).
               05 OMORD-REQ-BY      PIC X(8).

       FD NEWORD
           VALUE OF FILE-ID IS "../MAINTORD.NEW".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

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
       01 WS-ORDERS-CONVERTED   PIC 9(7) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT OLDORD.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PARTS_MORD_CNV3: MAINTORD.DAT NOT FOUND OR "
                   "NOT IN THE OLD LAYOUT - NOTHING TO CONVERT"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT NEWORD.

           MOVE ZEROES TO OMORD-NUMBER.
           START OLDORD KEY IS NOT LESS THAN OMORD-NUMBER
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OLDORD NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-ORDER
               END-READ
           END-PERFORM.

           CLOSE NEWORD.
           CLOSE OLDORD.
           DISPLAY "PARTS_MORD_CNV3: " WS-ORDERS-CONVERTED
               " ORDER(S) CONVERTED TO MAINTORD.NEW".
           DISPLAY "PARTS_MORD_CNV3: REPLACE MAINTORD.DAT WITH "
               "MAINTORD.NEW BEFORE THE NEXT ORDER IS ENTERED".
           PERFORM WRITE-JOB-END.
           GOBACK.

       CONVERT-ONE-ORDER.
           MOVE OMORD-NUMBER TO MORD-NUMBER.
           MOVE OMORD-DATE TO MORD-DATE.
           MOVE OMORD-STATUS TO MORD-STATUS.
           MOVE OMORD-LINE-COUNT TO MORD-LINE-COUNT.
           MOVE OMORD-EQUIP-ID TO MORD-EQUIP-ID.
           MOVE OMORD-REQ-BY TO MORD-REQ-BY.
           MOVE "MAIN" TO MORD-STORE.
           WRITE MAINT-ORD-REC
               INVALID KEY
                   DISPLAY "PARTS_MORD_CNV3: DUPLICATE ORDER "
                       OMORD-NUMBER " SKIPPED"
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-ORDERS-CONVERTED
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
           MOVE "PARTS_MORD_CNV3" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_MORD_CNV3.
