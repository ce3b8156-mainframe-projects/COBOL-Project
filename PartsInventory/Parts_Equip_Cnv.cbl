      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: One-shot conversion of the equipment master from the
      *          38-byte layout to the layout carrying the budget
      *          group. Reads EQUIPMST.DAT under its old record layout
      *          and writes every machine to EQUIPMST.NEW with a blank
      *          group - key the groups in with the equipment master
      *          screen afterwards. Run ONCE at cutover: replace
      *          EQUIPMST.DAT with EQUIPMST.NEW when it finishes.
      *          Without this conversion the old equipment file fails
      *          to open under the new layout. Run standalone, not
      *          from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_EQUIP_CNV INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLDEQUIP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OEQ-ID
               FILE STATUS IS WS-OLD-STATUS.
               SELECT NEWEQUIP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EQ-ID
               FILE STATUS IS WS-NEW-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLDEQUIP
           VALUE OF FILE-ID IS "../EQUIPMST.DAT".
           01 OLD-EQUIP-REC.
               05 OEQ-ID           PIC X(8).
               05 OEQ-DESC         PIC X(30).

       FD NEWEQUIP
           VALUE OF FILE-ID IS "../EQUIPMST.NEW".
           01 EQUIP-REC.
               COPY EQUIPREC.

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
       01 WS-EQUIP-CONVERTED    PIC 9(7) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT OLDEQUIP.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PARTS_EQUIP_CNV: EQUIPMST.DAT NOT FOUND OR "
                   "NOT IN THE OLD LAYOUT - NOTHING TO CONVERT"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT NEWEQUIP.

           MOVE LOW-VALUES TO OEQ-ID.
           START OLDEQUIP KEY IS NOT LESS THAN OEQ-ID
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OLDEQUIP NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-EQUIPMENT
               END-READ
           END-PERFORM.

           CLOSE NEWEQUIP.
           CLOSE OLDEQUIP.
           DISPLAY "PARTS_EQUIP_CNV: " WS-EQUIP-CONVERTED
               " MACHINE(S) CONVERTED TO EQUIPMST.NEW".
           DISPLAY "PARTS_EQUIP_CNV: REPLACE EQUIPMST.DAT WITH "
               "EQUIPMST.NEW BEFORE THE NEXT JOB RUNS".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** The old layout carried no group, so every converted
      ****** machine starts ungrouped and is budgeted on its own until
      ****** a group is keyed.
       CONVERT-ONE-EQUIPMENT.
           MOVE OEQ-ID TO EQ-ID.
           MOVE OEQ-DESC TO EQ-DESC.
           MOVE SPACES TO EQ-GROUP.
           WRITE EQUIP-REC
               INVALID KEY
                   DISPLAY "PARTS_EQUIP_CNV: DUPLICATE EQUIPMENT "
                       OEQ-ID " SKIPPED"
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-EQUIP-CONVERTED
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
           MOVE "PARTS_EQUIP_CNV" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_EQUIP_CNV.
