      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Online review of the reorder plan written by
      *          PARTS_REORDER_PLAN. The planner keys a part from the
      *          REORDPLN.RPT review report, sees its current and
      *          proposed reorder point and order quantity with the
      *          usage and lead time behind them, may adjust the new
      *          figures, and approves or rejects the line. Approved
      *          lines are written to PARTLIST.DAT by the separate
      *          PARTS_PLAN_APPLY step; nothing on the part master is
      *          changed here. The reviewer's user ID and the date are
      *          kept on the plan line.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PLAN_REVIEW INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PLANFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PLAN-PARTID
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
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

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-PLAN-STATUS       PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE     PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-PART-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(25) VALUE SPACES.
       01 WS-DECISION          PIC X VALUE SPACES.
       01 WS-NEW-REORDER       PIC 9(5) VALUE ZEROES.
       01 WS-NEW-ORDQTY        PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 PLAN-PART-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "REORDER PLAN REVIEW"               LINE 3 COL 30.
           05 PART-ID-FIELD.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 PART-ID-IN PIC 9(5) TO WS-PART-ID      LINE 5 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY A PART FROM THE REORDER PLAN REPORT. PRESS
      -            " ENTER ON A BLANK ID TO EXIT"        LINE 20 COL 10.

       01 PLAN-DECISION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "REORDER PLAN REVIEW"               LINE 3 COL 30.
           05 PLAN-DISPLAY-SECTION.
               10 VALUE "Part: "                         LINE 5 COL 28.
               10 PART-ID-SHOW PIC 9(5) FROM WS-PART-ID  LINE 5 COL 34.
               10 PART-NAME-SHOW PIC X(25) FROM WS-PART-NAME
                                                          LINE 5 COL 40.
               10 VALUE "Status: "                       LINE 6 COL 26.
               10 STATUS-SHOW PIC X(8) FROM PLAN-STATUS  LINE 6 COL 34.
               10 VALUE "Lead Days: "                    LINE 7 COL 23.
               10 LEAD-SHOW PIC ZZ9 FROM PLAN-LEAD-DAYS  LINE 7 COL 34.
               10 VALUE "Avg/Month: "                    LINE 8 COL 23.
               10 AVG-SHOW PIC ZZZZ9.99 FROM PLAN-AVG-USAGE
                                                          LINE 8 COL 34.
               10 VALUE "Peak Month: "                   LINE 9 COL 22.
               10 PEAK-SHOW PIC ZZZZ9 FROM PLAN-PEAK-USAGE
                                                          LINE 9 COL 34.
               10 VALUE "Current Reorder: "             LINE 11 COL 17.
               10 CUR-ROP-SHOW PIC ZZZZ9 FROM PLAN-CUR-REORDER
                                                         LINE 11 COL 34.
               10 VALUE "Current Order Qty: "           LINE 12 COL 15.
               10 CUR-OQ-SHOW PIC ZZZZ9 FROM PLAN-CUR-ORDQTY
                                                         LINE 12 COL 34.
           05 PLAN-ENTRY-SECTION.
               10 VALUE "New Reorder: "                 LINE 13 COL 21.
               10 NEW-ROP-IO PIC 9(5) FROM WS-NEW-REORDER
                   TO WS-NEW-REORDER                     LINE 13 COL 34.
               10 VALUE "New Order Qty: "               LINE 14 COL 19.
               10 NEW-OQ-IO PIC 9(5) FROM WS-NEW-ORDQTY
                   TO WS-NEW-ORDQTY                      LINE 14 COL 34.
               10 VALUE "Approve/Reject (A/R): "        LINE 16 COL 12.
               10 DECISION-IN PIC X TO WS-DECISION       LINE 16 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "ADJUST THE NEW FIGURES IF NEEDED, THEN A TO APP
      -            "ROVE OR R TO REJECT"                 LINE 20 COL 12.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O PLANFILE.
            IF WS-PLAN-STATUS NOT = "00"
                MOVE "NO REORDER PLAN ON FILE - RUN THE PLAN"
                    TO WS-ERROR-MESSAGE
                DISPLAY PLAN-PART-SCREEN
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT FIN.
            IF WS-FIN-STATUS = "00"
                MOVE "T" TO WS-PARTS-ON-FILE
            END-IF.

            DISPLAY PLAN-PART-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE ZEROES TO WS-PART-ID
                ACCEPT PLAN-PART-SCREEN
                IF WS-PART-ID = ZEROES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM REVIEW-PLAN-LINE
                    DISPLAY PLAN-PART-SCREEN
                END-IF
            END-PERFORM.

            IF WS-PARTS-ON-FILE = "T"
                CLOSE FIN
            END-IF.
            CLOSE PLANFILE.
            GOBACK.

      ****** An applied line is already on the part master and can
      ****** only be shown; anything else may be (re)decided until
      ****** PARTS_PLAN_APPLY runs.
       REVIEW-PLAN-LINE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE WS-PART-ID TO PLAN-PARTID.
           READ PLANFILE
               INVALID KEY
                   MOVE "PART IS NOT IN THE REORDER PLAN"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   PERFORM GET-PART-NAME
                   IF PLAN-STATUS = "APPLIED"
                       MOVE "LINE ALREADY APPLIED TO THE PART"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM ACCEPT-DECISION
                       PERFORM RECORD-DECISION
                   END-IF
           END-READ.

       GET-PART-NAME.
           MOVE SPACES TO WS-PART-NAME.
           IF WS-PARTS-ON-FILE = "T"
               MOVE PLAN-PARTID TO PARTID
               READ FIN
                   INVALID KEY
                       MOVE "** NOT ON PART MASTER **" TO WS-PART-NAME
                   NOT INVALID KEY
                       MOVE PARTNAME TO WS-PART-NAME
               END-READ
           END-IF.

       ACCEPT-DECISION.
           MOVE PLAN-NEW-REORDER TO WS-NEW-REORDER.
           MOVE PLAN-NEW-ORDQTY TO WS-NEW-ORDQTY.
           MOVE SPACES TO WS-DECISION.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY PLAN-DECISION-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT PLAN-DECISION-SCREEN
               PERFORM VALIDATE-DECISION
           END-PERFORM.

       VALIDATE-DECISION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "a"
               AND WS-DECISION NOT = "R" AND WS-DECISION NOT = "r"
               MOVE "DECISION MUST BE A OR R" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY PLAN-DECISION-SCREEN
           END-IF.

      ****** Adjusted figures are kept on the line so the apply step
      ****** writes what the planner approved, not what was proposed.
       RECORD-DECISION.
           IF WS-DECISION = "A" OR WS-DECISION = "a"
               MOVE "APPROVED" TO PLAN-STATUS
               MOVE WS-NEW-REORDER TO PLAN-NEW-REORDER
               MOVE WS-NEW-ORDQTY TO PLAN-NEW-ORDQTY
           ELSE
               MOVE "REJECTED" TO PLAN-STATUS
           END-IF.
           MOVE WS-OPERATOR-ID TO PLAN-REVIEW-OPER.
           MOVE WS-TODAY TO PLAN-REVIEW-DATE.
           REWRITE PLAN-REC
               INVALID KEY
                   MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   IF PLAN-STATUS = "APPROVED"
                       MOVE "PLAN LINE APPROVED" TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "PLAN LINE REJECTED" TO WS-ERROR-MESSAGE
                   END-IF
           END-REWRITE.

       END PROGRAM PARTS_PLAN_REVIEW.
