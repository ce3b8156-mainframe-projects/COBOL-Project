      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Writes the reorder plan lines the planner APPROVED on
      *          PARTS_PLAN_REVIEW to PARTLIST.DAT - the new reorder
      *          point to PARTREORDER and the new order quantity to
      *          PARTORDQTY - and marks each line APPLIED. Every change
      *          writes a PART-AUDIT.DAT entry with the distinct action
      *          PLAN carrying the reorder point before and after, so
      *          planned changes can be told apart from ones keyed on
      *          PARTS_UPDATE. Proposed and rejected lines are left
      *          alone. Safe to re-run: an applied line is never
      *          applied twice. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PLAN_APPLY INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PLANFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLAN-PARTID
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PLANFILE
           VALUE OF FILE-ID IS "../PARTPLAN.DAT".
           01 PLAN-REC.
               COPY PLANREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD AUDITFILE
           VALUE OF FILE-ID IS "../PART-AUDIT.DAT".
           01 AUDIT-REC.
               COPY AUDITREC.

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
       01 WS-PLAN-STATUS        PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS       PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-BEFORE-REORDER     PIC 9(5) VALUE ZEROES.
       01 WS-LINES-APPLIED      PIC 9(5) VALUE ZEROES.
       01 WS-LINES-SKIPPED      PIC 9(5) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           OPEN I-O PLANFILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "PARTS_PLAN_APPLY: PARTPLAN.DAT NOT FOUND - "
                   "NOTHING TO APPLY"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN I-O FIN.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "PARTS_PLAN_APPLY: PARTLIST.DAT NOT FOUND"
               MOVE 1 TO WS-JOB-RC
               CLOSE PLANFILE
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           PERFORM OPEN-AUDIT-FILE.

           MOVE ZEROES TO PLAN-PARTID.
           START PLANFILE KEY IS NOT LESS THAN PLAN-PARTID
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ PLANFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF PLAN-STATUS = "APPROVED"
                           PERFORM APPLY-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITFILE.
           CLOSE FIN.
           CLOSE PLANFILE.
           DISPLAY "PARTS_PLAN_APPLY: " WS-LINES-APPLIED
               " PLAN LINE(S) APPLIED, " WS-LINES-SKIPPED
               " SKIPPED".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Opens PART-AUDIT.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDITFILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
               OPEN EXTEND AUDITFILE
           END-IF.

      ****** A part deleted since the plan ran has nothing to apply
      ****** to; its line is left APPROVED and counted as skipped.
       APPLY-PLAN-LINE.
           MOVE PLAN-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   DISPLAY "PARTS_PLAN_APPLY: PART " PLAN-PARTID
                       " NOT ON FILE - LINE SKIPPED"
                   ADD 1 TO WS-LINES-SKIPPED
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   PERFORM UPDATE-PART-PLAN
           END-READ.

       UPDATE-PART-PLAN.
           MOVE PARTREORDER TO WS-BEFORE-REORDER.
           MOVE PLAN-NEW-REORDER TO PARTREORDER.
           MOVE PLAN-NEW-ORDQTY TO PARTORDQTY.
           REWRITE REC-IO
               INVALID KEY
                   DISPLAY "PARTS_PLAN_APPLY: ERROR UPDATING PART "
                       PARTID
                   ADD 1 TO WS-LINES-SKIPPED
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM MARK-LINE-APPLIED
           END-REWRITE.

       MARK-LINE-APPLIED.
           MOVE "APPLIED" TO PLAN-STATUS.
           REWRITE PLAN-REC
               INVALID KEY
                   DISPLAY "PARTS_PLAN_APPLY: ERROR MARKING PLAN "
                       "LINE " PLAN-PARTID
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-APPLIED
           END-REWRITE.

      ****** AUDITREC has no order quantity image, so the PLAN entry
      ****** carries the reorder point change; everything else on the
      ****** before and after images is the part as it stands.
       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE "PLAN" TO AUDIT-ACTION.
           MOVE PARTID TO AUDIT-PARTID.
           MOVE PARTNAME TO AUDIT-BEFORE-NAME.
           MOVE PARTDESC TO AUDIT-BEFORE-DESC.
           MOVE PARTPRICE TO AUDIT-BEFORE-PRICE.
           MOVE PARTSUPP TO AUDIT-BEFORE-SUPP.
           MOVE PARTQTY TO AUDIT-BEFORE-QTY.
           MOVE WS-BEFORE-REORDER TO AUDIT-BEFORE-REORDER.
           MOVE PARTNAME TO AUDIT-AFTER-NAME.
           MOVE PARTDESC TO AUDIT-AFTER-DESC.
           MOVE PARTPRICE TO AUDIT-AFTER-PRICE.
           MOVE PARTSUPP TO AUDIT-AFTER-SUPP.
           MOVE PARTQTY TO AUDIT-AFTER-QTY.
           MOVE PARTREORDER TO AUDIT-AFTER-REORDER.
           WRITE AUDIT-REC.

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
           MOVE "PARTS_PLAN_APPLY" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_PLAN_APPLY.
