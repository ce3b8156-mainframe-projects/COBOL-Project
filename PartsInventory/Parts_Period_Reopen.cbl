      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Supervisor reopen of an accounting period closed by
      *          PARTS_PERIOD_CLOSE. The period is keyed as YYYYMM with
      *          the reason it has to be reopened, which is required;
      *          the period's close date, closing operator and how
      *          often it has been reopened are shown for the
      *          supervisor to confirm. A CLOSED period - or one left
      *          CLOSING by a close that failed part way - goes back to
      *          OPEN, so receipts, orders, order returns and counts
      *          can post into it again, and its reopen count goes up
      *          by one. The totals stored at the close and the close
      *          date are kept: any extract of the month from now on
      *          is a restatement against them, until it is closed
      *          again. Every reopen is logged on PERIODLOG.DAT with
      *          the supervisor's ID and the reason. Only an operator
      *          flagged as a supervisor on OPERPROF.DAT may use the
      *          screen; until any profile is set up the door is
      *          open, as it is for order approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PERIOD_REOPEN INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
               SELECT PLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
               SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

       FD PLOGFILE
           VALUE OF FILE-ID IS "../PERIODLOG.DAT".
           01 PLOG-REC.
               COPY PLOGREC.

       FD OPERFILE
           VALUE OF FILE-ID IS "../OPERPROF.DAT".
           01 OPER-REC.
               COPY OPERREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-PER-STATUS        PIC XX VALUE ZEROES.
       01 WS-PLOG-STATUS       PIC XX VALUE ZEROES.
       01 WS-OPER-STATUS       PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF          PIC X VALUE "F".
       01 WS-MAY-REOPEN        PIC X VALUE "F".
       01 WS-FILE-EMPTY        PIC X VALUE "T".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-PERIOD            PIC 9(6) VALUE ZEROES.
       01 WS-REASON            PIC X(40) VALUE SPACES.
       01 WS-PERIOD-STATE      PIC X(8) VALUE SPACES.
       01 WS-CLOSE-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CLOSED-BY         PIC X(8) VALUE SPACES.
       01 WS-REOPEN-COUNT      PIC 9(3) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 REOPEN-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "REOPEN ACCOUNTING PERIOD"          LINE 3 COL 28.
           05 PERIOD-KEY-FIELDS.
               10 VALUE "Period (YYYYMM): "              LINE 5 COL 17.
               10 PERIOD-IN PIC 9(6) TO WS-PERIOD        LINE 5 COL 34.
               10 VALUE "Reason: "                       LINE 7 COL 26.
               10 REASON-IN PIC X(40) TO WS-REASON       LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE PERIOD AND THE REASON. PRESS ENTER ON
      -            " A BLANK PERIOD TO EXIT"             LINE 20 COL 9.

       01 REOPEN-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "REOPEN ACCOUNTING PERIOD"          LINE 3 COL 28.
           05 DATA-DISPLAY-SECTION.
               10 VALUE "Period (YYYYMM): "              LINE 5 COL 17.
               10 PERIOD-SHOW PIC 9(6) FROM WS-PERIOD    LINE 5 COL 34.
               10 VALUE "Status: "                       LINE 6 COL 26.
               10 STATE-SHOW PIC X(8) FROM WS-PERIOD-STATE
                                                          LINE 6 COL 34.
               10 VALUE "Closed on: "                    LINE 7 COL 23.
               10 CLOSE-DATE-SHOW PIC 9(8) FROM WS-CLOSE-DATE
                                                          LINE 7 COL 34.
               10 VALUE "Closed by: "                    LINE 8 COL 23.
               10 CLOSED-BY-SHOW PIC X(8) FROM WS-CLOSED-BY
                                                          LINE 8 COL 34.
               10 VALUE "Times reopened: "               LINE 9 COL 18.
               10 REOPEN-COUNT-SHOW PIC ZZ9 FROM WS-REOPEN-COUNT
                                                          LINE 9 COL 34.
               10 VALUE "Reason: "                       LINE 11 COL 26.
               10 REASON-SHOW PIC X(40) FROM WS-REASON   LINE 11 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Reopen this period? (Y/N): "    LINE 14 COL 17.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 14 COL 45.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "ENTER Y TO CONFIRM THE REOPEN, OR N TO
      -            " CANCEL"                             LINE 20 COL 18.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            PERFORM CHECK-MAY-REOPEN.
            IF WS-MAY-REOPEN = "F"
                DISPLAY "PARTS_PERIOD_REOPEN: OPERATOR " WS-OPERATOR-ID
                    " IS NOT A SUPERVISOR - REOPEN NOT OPENED"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O PERFILE.
            IF WS-PER-STATUS NOT = "00"
                DISPLAY "PARTS_PERIOD_REOPEN: PERIOD.DAT NOT FOUND - "
                    "NO PERIOD HAS BEEN CLOSED YET"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY REOPEN-ENTRY-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE ZEROES TO WS-PERIOD
                MOVE SPACES TO WS-REASON
                ACCEPT REOPEN-ENTRY-SCREEN
                IF WS-PERIOD = ZEROES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-REOPEN
                    DISPLAY REOPEN-ENTRY-SCREEN
                END-IF
            END-PERFORM.

            CLOSE PERFILE.
            GOBACK.

      ****** Only a supervisor may reopen. A missing or empty profile
      ****** file means profiles have not been set up yet, and the
      ****** screen stays open the way every menu option does.
       CHECK-MAY-REOPEN.
           MOVE "F" TO WS-MAY-REOPEN.
           MOVE "T" TO WS-FILE-EMPTY.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO OPER-ID
               START OPERFILE KEY IS NOT LESS THAN OPER-ID
                   INVALID KEY
                       MOVE "T" TO WS-SCAN-EOF
               END-START
               IF WS-SCAN-EOF = "F"
                   READ OPERFILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "F" TO WS-FILE-EMPTY
                   END-READ
               END-IF
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-SUPERVISOR = "Y" OR OPER-SUPERVISOR = "y"
                           MOVE "T" TO WS-MAY-REOPEN
                       END-IF
               END-READ
               CLOSE OPERFILE
           END-IF.
           IF WS-FILE-EMPTY = "T"
               MOVE "T" TO WS-MAY-REOPEN
           END-IF.

       PROCESS-REOPEN.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-REASON = SPACES
               MOVE "A REASON FOR THE REOPEN IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-PERIOD TO PER-PERIOD
               READ PERFILE
                   INVALID KEY
                       MOVE "PERIOD HAS NEVER BEEN CLOSED"
                           TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       PERFORM CONFIRM-REOPEN
               END-READ
           END-IF.

       CONFIRM-REOPEN.
           IF PER-STATUS = "OPEN"
               MOVE "PERIOD IS ALREADY OPEN" TO WS-ERROR-MESSAGE
           ELSE
               MOVE PER-STATUS TO WS-PERIOD-STATE
               MOVE PER-CLOSE-DATE TO WS-CLOSE-DATE
               MOVE PER-CLOSED-BY TO WS-CLOSED-BY
               MOVE PER-REOPEN-COUNT TO WS-REOPEN-COUNT
               MOVE SPACES TO WS-CONFIRM
               DISPLAY REOPEN-CONFIRM-SCREEN
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM REOPEN-PERIOD
               ELSE
                   MOVE "REOPEN CANCELLED" TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      ****** The stored totals and the close date stay on the record,
      ****** so the month is still known to have been booked.
       REOPEN-PERIOD.
           MOVE "OPEN" TO PER-STATUS.
           IF PER-REOPEN-COUNT < 999
               ADD 1 TO PER-REOPEN-COUNT
           END-IF.
           REWRITE PERIOD-REC
               INVALID KEY
                   MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-REOPEN-LOG
                   MOVE "PERIOD REOPENED FOR POSTING"
                       TO WS-ERROR-MESSAGE
           END-REWRITE.

      ****** Opens PERIODLOG.DAT for append, creating it first if no
      ****** period event has been logged yet, and logs the reopen.
       WRITE-REOPEN-LOG.
           OPEN EXTEND PLOGFILE.
           IF WS-PLOG-STATUS NOT = "00"
               OPEN OUTPUT PLOGFILE
               CLOSE PLOGFILE
               OPEN EXTEND PLOGFILE
           END-IF.
           ACCEPT PLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT PLOG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO PLOG-OPERATOR.
           MOVE WS-PERIOD TO PLOG-PERIOD.
           MOVE "REOPEN" TO PLOG-ACTION.
           MOVE WS-REASON TO PLOG-REASON.
           WRITE PLOG-REC.
           CLOSE PLOGFILE.

       END PROGRAM PARTS_PERIOD_REOPEN.
