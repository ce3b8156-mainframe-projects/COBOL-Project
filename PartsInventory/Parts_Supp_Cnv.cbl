      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: One-shot conversion of the supplier master from the
      *          55-byte layout to the layout carrying the supplier's
      *          standard lead time and the reserved expansion space.
      *          Reads SUPPLIER.DAT under its old record layout and
      *          writes every supplier to SUPPLIER.NEW with zero lead
      *          days - key the real lead times in with the supplier
      *          maintenance screen afterwards - no electronic order
      *          flag, and the expansion
      *          space zeroed so fields later carved out of it read
      *          back as numeric zeros. Run ONCE at cutover: replace
      *          SUPPLIER.DAT with SUPPLIER.NEW when it finishes.
      *          Without this conversion the old supplier file fails
      *          to open under the new layout. Run standalone, not
      *          from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_SUPP_CNV INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLDSUPP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OSUPP-ID
               FILE STATUS IS WS-OLD-STATUS.
               SELECT NEWSUPP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-NEW-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLDSUPP
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 OLD-SUPP-REC.
               05 OSUPP-ID         PIC 9(5).
               05 OSUPP-NAME       PIC X(25).
               05 OSUPP-CONTACT    PIC X(25).

       FD NEWSUPP
           VALUE OF FILE-ID IS "../SUPPLIER.NEW".
           01 SUPP-REC.
               COPY SUPPREC.

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
       01 WS-SUPPS-CONVERTED    PIC 9(7) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT OLDSUPP.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PARTS_SUPP_CNV: SUPPLIER.DAT NOT FOUND OR "
                   "NOT IN THE OLD LAYOUT - NOTHING TO CONVERT"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN OUTPUT NEWSUPP.

           MOVE ZEROES TO OSUPP-ID.
           START OLDSUPP KEY IS NOT LESS THAN OSUPP-ID
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OLDSUPP NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-SUPPLIER
               END-READ
           END-PERFORM.

           CLOSE NEWSUPP.
           CLOSE OLDSUPP.
           DISPLAY "PARTS_SUPP_CNV: " WS-SUPPS-CONVERTED
               " SUPPLIER(S) CONVERTED TO SUPPLIER.NEW".
           DISPLAY "PARTS_SUPP_CNV: REPLACE SUPPLIER.DAT WITH "
               "SUPPLIER.NEW BEFORE THE NEXT JOB RUNS".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** The old layout carried no lead time, so the converted
      ****** supplier starts with zero lead days - the planning run
      ****** falls back to its standard lead time for those - and the
      ****** expansion space zeroed.
       CONVERT-ONE-SUPPLIER.
           MOVE OSUPP-ID TO SUPP-ID.
           MOVE OSUPP-NAME TO SUPP-NAME.
           MOVE OSUPP-CONTACT TO SUPP-CONTACT.
           MOVE ZEROES TO SUPP-LEAD-DAYS.
           MOVE "N" TO SUPP-EDI-FLAG.
           MOVE ALL "0" TO SUPP-EXPAND.
           WRITE SUPP-REC
               INVALID KEY
                   DISPLAY "PARTS_SUPP_CNV: DUPLICATE SUPPLIER "
                       OSUPP-ID " SKIPPED"
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-SUPPS-CONVERTED
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
           MOVE "PARTS_SUPP_CNV" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_SUPP_CNV.
