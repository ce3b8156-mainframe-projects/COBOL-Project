      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Online maintenance of the annual parts spend budgets
      *          on BUDGET.DAT - add, change and delete a year's
      *          budget for one machine (type E, an equipment ID on
      *          EQUIPMST.DAT) or for a group of machines (type G,
      *          the budget group keyed on the equipment master). The
      *          annual figure is broken down by month: key the
      *          twelve months, or key only the annual and leave the
      *          months zero to have it spread evenly (the odd cents
      *          fall in December). Keyed months and annual must agree.
      *          The operator and date of the last change are stamped
      *          on the budget.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_BUDGET_MAINT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT BUDGFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDG-STATUS.
               SELECT EQUIPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EQ-ID
               FILE STATUS IS WS-EQUIP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD BUDGFILE
           VALUE OF FILE-ID IS "../BUDGET.DAT".
           01 BUDG-REC.
               COPY BUDGREC.

       FD EQUIPFILE
           VALUE OF FILE-ID IS "../EQUIPMST.DAT".
           01 EQUIP-REC.
               COPY EQUIPREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-BUDG-STATUS       PIC XX VALUE ZEROES.
       01 WS-EQUIP-STATUS      PIC XX VALUE ZEROES.
       01 WS-EQUIP-ON-FILE     PIC X VALUE "F".
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-KEY-OK            PIC X VALUE "F".
       01 WS-BUDG-FOUND        PIC X VALUE "F".
       01 WS-SPREAD-DONE       PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-BUD-YEAR          PIC 9(4) VALUE ZEROES.
       01 WS-BUD-TYPE          PIC X VALUE SPACES.
       01 WS-BUD-ID            PIC X(8) VALUE SPACES.
       01 WS-BUD-ANNUAL        PIC 9(9)V99 VALUE ZEROES.
       01 WS-MONTH-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       01 WS-MONTH-SHARE       PIC 9(7)V99 VALUE ZEROES.
       01 WS-MONTH-IDX         PIC 99 VALUE ZEROES.
       01 WS-BUD-MONTHS.
           05 WS-BUD-JAN       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-FEB       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-MAR       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-APR       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-MAY       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-JUN       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-JUL       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-AUG       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-SEP       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-OCT       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-NOV       PIC 9(7)V99 VALUE ZEROES.
           05 WS-BUD-DEC       PIC 9(7)V99 VALUE ZEROES.
       01 WS-BUD-MONTH-TABLE REDEFINES WS-BUD-MONTHS.
           05 WS-BUD-MONTH     PIC 9(7)V99 OCCURS 12 TIMES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 BUDGET-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "EQUIPMENT PARTS BUDGETS"           LINE 3 COL 29.
           05 ACTION-FIELD.
               10 VALUE "Action (A/C/D): "               LINE 5 COL 18.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 BUDGET-KEY-FIELDS.
               10 VALUE "Budget Year: "                  LINE 7 COL 21.
               10 BUD-YEAR-IN PIC 9(4) TO WS-BUD-YEAR    LINE 7 COL 34.
               10 VALUE "Type (E/G): "                   LINE 8 COL 22.
               10 BUD-TYPE-IN PIC X TO WS-BUD-TYPE       LINE 8 COL 34.
               10 VALUE "Equip/Group: "                  LINE 9 COL 21.
               10 BUD-ID-IN PIC X(8) TO WS-BUD-ID        LINE 9 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "A=ADD C=CHANGE D=DELETE. E=ONE MACHINE G=BUDGET
      -            " GROUP. BLANK ACTION TO EXIT"         LINE 20 COL 4.

       01 BUDGET-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "EQUIPMENT PARTS BUDGETS"           LINE 3 COL 29.
           05 BUDGET-KEY-DISPLAY.
               10 VALUE "Budget: "                       LINE 5 COL 26.
               10 BUD-YEAR-OUT PIC 9(4) FROM WS-BUD-YEAR LINE 5 COL 34.
               10 BUD-TYPE-OUT PIC X FROM WS-BUD-TYPE    LINE 5 COL 39.
               10 BUD-ID-OUT PIC X(8) FROM WS-BUD-ID     LINE 5 COL 41.
           05 ANNUAL-FIELD.
               10 VALUE "Annual: "                       LINE 7 COL 26.
               10 BUD-ANNUAL-IO PIC 9(9)V99 FROM WS-BUD-ANNUAL
                   TO WS-BUD-ANNUAL                      LINE 7 COL 34.
           05 MONTH-FIELDS.
               10 VALUE "Jan: "                          LINE 9 COL 20.
               10 BUD-JAN-IO PIC 9(7)V99 FROM WS-BUD-JAN
                   TO WS-BUD-JAN                         LINE 9 COL 25.
               10 VALUE "Feb: "                          LINE 10 COL 20.
               10 BUD-FEB-IO PIC 9(7)V99 FROM WS-BUD-FEB
                   TO WS-BUD-FEB                         LINE 10 COL 25.
               10 VALUE "Mar: "                          LINE 11 COL 20.
               10 BUD-MAR-IO PIC 9(7)V99 FROM WS-BUD-MAR
                   TO WS-BUD-MAR                         LINE 11 COL 25.
               10 VALUE "Apr: "                          LINE 12 COL 20.
               10 BUD-APR-IO PIC 9(7)V99 FROM WS-BUD-APR
                   TO WS-BUD-APR                         LINE 12 COL 25.
               10 VALUE "May: "                          LINE 13 COL 20.
               10 BUD-MAY-IO PIC 9(7)V99 FROM WS-BUD-MAY
                   TO WS-BUD-MAY                         LINE 13 COL 25.
               10 VALUE "Jun: "                          LINE 14 COL 20.
               10 BUD-JUN-IO PIC 9(7)V99 FROM WS-BUD-JUN
                   TO WS-BUD-JUN                         LINE 14 COL 25.
               10 VALUE "Jul: "                          LINE 9 COL 45.
               10 BUD-JUL-IO PIC 9(7)V99 FROM WS-BUD-JUL
                   TO WS-BUD-JUL                         LINE 9 COL 50.
               10 VALUE "Aug: "                          LINE 10 COL 45.
               10 BUD-AUG-IO PIC 9(7)V99 FROM WS-BUD-AUG
                   TO WS-BUD-AUG                         LINE 10 COL 50.
               10 VALUE "Sep: "                          LINE 11 COL 45.
               10 BUD-SEP-IO PIC 9(7)V99 FROM WS-BUD-SEP
                   TO WS-BUD-SEP                         LINE 11 COL 50.
               10 VALUE "Oct: "                          LINE 12 COL 45.
               10 BUD-OCT-IO PIC 9(7)V99 FROM WS-BUD-OCT
                   TO WS-BUD-OCT                         LINE 12 COL 50.
               10 VALUE "Nov: "                          LINE 13 COL 45.
               10 BUD-NOV-IO PIC 9(7)V99 FROM WS-BUD-NOV
                   TO WS-BUD-NOV                         LINE 13 COL 50.
               10 VALUE "Dec: "                          LINE 14 COL 45.
               10 BUD-DEC-IO PIC 9(7)V99 FROM WS-BUD-DEC
                   TO WS-BUD-DEC                         LINE 14 COL 50.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE MONTHS, OR ONLY THE ANNUAL WITH THE MON
      -            "THS ZERO TO SPREAD IT EVENLY"         LINE 20 COL 4.

       01 BUDGET-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "EQUIPMENT PARTS BUDGETS"           LINE 3 COL 29.
           05 BUDGET-KEY-DISPLAY.
               10 VALUE "Budget: "                       LINE 5 COL 26.
               10 BUD-YEAR-SHOW PIC 9(4) FROM WS-BUD-YEAR
                                                          LINE 5 COL 34.
               10 BUD-TYPE-SHOW PIC X FROM WS-BUD-TYPE   LINE 5 COL 39.
               10 BUD-ID-SHOW PIC X(8) FROM WS-BUD-ID    LINE 5 COL 41.
               10 VALUE "Annual: "                       LINE 7 COL 26.
               10 BUD-ANNUAL-SHOW PIC $ZZZ,ZZZ,ZZ9.99
                   FROM WS-BUD-ANNUAL                    LINE 7 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this budget? (Y/N): "    LINE 12 COL 21.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 12 COL 49.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "ENTER Y TO CONFIRM THE DELETE, OR N TO
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
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM OPEN-BUDGET-FILE.
            OPEN INPUT EQUIPFILE.
            IF WS-EQUIP-STATUS = "00"
                MOVE "T" TO WS-EQUIP-ON-FILE
            END-IF.

            DISPLAY BUDGET-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE ZEROES TO WS-BUD-YEAR
                MOVE SPACES TO WS-BUD-TYPE
                MOVE SPACES TO WS-BUD-ID
                ACCEPT BUDGET-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY BUDGET-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-EQUIP-ON-FILE = "T"
                CLOSE EQUIPFILE
            END-IF.
            CLOSE BUDGFILE.
            GOBACK.

      ****** Opens BUDGET.DAT for random update, creating it first if
      ****** this is the first run and it does not exist yet on disk.
       OPEN-BUDGET-FILE.
           OPEN I-O BUDGFILE.
           IF WS-BUDG-STATUS NOT = "00"
               OPEN OUTPUT BUDGFILE
               CLOSE BUDGFILE
               OPEN I-O BUDGFILE
           END-IF.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM VALIDATE-BUDGET-KEY.
           IF WS-KEY-OK = "T"
               EVALUATE TRUE
                   WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                       PERFORM ADD-BUDGET
                   WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                       PERFORM CHANGE-BUDGET
                   WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                       PERFORM DELETE-BUDGET
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C OR D"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

      ****** A machine's budget must name equipment on the master once
      ****** one has been set up; a group's is whatever name the
      ****** machines are keyed with.
       VALIDATE-BUDGET-KEY.
           MOVE "T" TO WS-KEY-OK.
           IF WS-BUD-TYPE = "e"
               MOVE "E" TO WS-BUD-TYPE
           END-IF.
           IF WS-BUD-TYPE = "g"
               MOVE "G" TO WS-BUD-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN WS-BUD-YEAR < 1900
                   MOVE "A FOUR-DIGIT BUDGET YEAR IS REQUIRED"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-KEY-OK
               WHEN WS-BUD-TYPE NOT = "E" AND WS-BUD-TYPE NOT = "G"
                   MOVE "TYPE MUST BE E (MACHINE) OR G (GROUP)"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-KEY-OK
               WHEN WS-BUD-ID = SPACES
                   MOVE "AN EQUIPMENT ID OR GROUP IS REQUIRED"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-KEY-OK
               WHEN WS-BUD-TYPE = "E" AND WS-EQUIP-ON-FILE = "T"
                   MOVE WS-BUD-ID TO EQ-ID
                   READ EQUIPFILE
                       INVALID KEY
                           MOVE "EQUIPMENT ID IS NOT ON FILE"
                               TO WS-ERROR-MESSAGE
                           MOVE "F" TO WS-KEY-OK
                   END-READ
           END-EVALUATE.

       ADD-BUDGET.
           MOVE ZEROES TO WS-BUD-ANNUAL.
           MOVE ZEROES TO WS-BUD-MONTHS.
           PERFORM ACCEPT-BUDGET-FIELDS.
           MOVE WS-BUD-YEAR TO BUD-YEAR.
           MOVE WS-BUD-TYPE TO BUD-TYPE.
           MOVE WS-BUD-ID TO BUD-ID.
           PERFORM LOAD-BUDGET-RECORD.
           WRITE BUDG-REC
               INVALID KEY
                   MOVE "BUDGET ALREADY ON FILE - USE C"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF WS-SPREAD-DONE = "T"
                       MOVE "BUDGET ADDED - SPREAD EVENLY BY MONTH"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "BUDGET ADDED" TO WS-ERROR-MESSAGE
                   END-IF
           END-WRITE.

       CHANGE-BUDGET.
           PERFORM FIND-BUDGET.
           IF WS-BUDG-FOUND = "T"
               PERFORM ACCEPT-BUDGET-FIELDS
               PERFORM LOAD-BUDGET-RECORD
               REWRITE BUDG-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       IF WS-SPREAD-DONE = "T"
                           MOVE "BUDGET CHANGED - SPREAD EVENLY"
                               TO WS-ERROR-MESSAGE
                       ELSE
                           MOVE "BUDGET CHANGED" TO WS-ERROR-MESSAGE
                       END-IF
               END-REWRITE
           END-IF.

       DELETE-BUDGET.
           PERFORM FIND-BUDGET.
           IF WS-BUDG-FOUND = "T"
               MOVE SPACES TO WS-CONFIRM
               DISPLAY BUDGET-CONFIRM-SCREEN
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   DELETE BUDGFILE RECORD
                       INVALID KEY
                           MOVE "ERROR DELETING FILE"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                       NOT INVALID KEY
                           MOVE "BUDGET DELETED" TO WS-ERROR-MESSAGE
                   END-DELETE
               END-IF
           END-IF.

       FIND-BUDGET.
           MOVE "F" TO WS-BUDG-FOUND.
           MOVE WS-BUD-YEAR TO BUD-YEAR.
           MOVE WS-BUD-TYPE TO BUD-TYPE.
           MOVE WS-BUD-ID TO BUD-ID.
           READ BUDGFILE
               INVALID KEY
                   MOVE "NO SUCH BUDGET ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-BUDG-FOUND
                   MOVE BUD-ANNUAL TO WS-BUD-ANNUAL
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       MOVE BUD-MONTH-AMT(WS-MONTH-IDX)
                           TO WS-BUD-MONTH(WS-MONTH-IDX)
                   END-PERFORM
           END-READ.

       LOAD-BUDGET-RECORD.
           MOVE WS-BUD-ANNUAL TO BUD-ANNUAL.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE WS-BUD-MONTH(WS-MONTH-IDX)
                   TO BUD-MONTH-AMT(WS-MONTH-IDX)
           END-PERFORM.
           MOVE WS-OPERATOR-ID TO BUD-OPER.
           MOVE WS-TODAY TO BUD-UPD-DATE.

       ACCEPT-BUDGET-FIELDS.
           MOVE "F" TO WS-DATA-VALIDATED.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           DISPLAY BUDGET-ENTRY-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT BUDGET-ENTRY-SCREEN
               PERFORM VALIDATE-BUDGET-FIELDS
           END-PERFORM.

      ****** Months all zero spread the annual evenly; an annual of
      ****** zero takes the total of the months keyed. Otherwise the
      ****** two must agree to the cent.
       VALIDATE-BUDGET-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "F" TO WS-SPREAD-DONE.
           MOVE ZEROES TO WS-MONTH-TOTAL.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               ADD WS-BUD-MONTH(WS-MONTH-IDX) TO WS-MONTH-TOTAL
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MONTH-TOTAL = ZEROES AND WS-BUD-ANNUAL = ZEROES
                   MOVE "A BUDGET AMOUNT IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-MONTH-TOTAL = ZEROES
                   PERFORM SPREAD-ANNUAL-BUDGET
               WHEN WS-BUD-ANNUAL = ZEROES
                   MOVE WS-MONTH-TOTAL TO WS-BUD-ANNUAL
               WHEN WS-BUD-ANNUAL NOT = WS-MONTH-TOTAL
                   MOVE "MONTHS DO NOT ADD UP TO THE ANNUAL"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY BUDGET-ENTRY-SCREEN
           END-IF.

       SPREAD-ANNUAL-BUDGET.
           DIVIDE WS-BUD-ANNUAL BY 12 GIVING WS-MONTH-SHARE
               ON SIZE ERROR
                   MOVE "ANNUAL TOO LARGE TO SPREAD - KEY MONTHS"
                       TO WS-ERROR-MESSAGE
               NOT ON SIZE ERROR
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 11
                       MOVE WS-MONTH-SHARE
                           TO WS-BUD-MONTH(WS-MONTH-IDX)
                   END-PERFORM
                   COMPUTE WS-BUD-DEC =
                       WS-BUD-ANNUAL - (WS-MONTH-SHARE * 11)
                   MOVE "T" TO WS-SPREAD-DONE
           END-DIVIDE.

       END PROGRAM PARTS_BUDGET_MAINT.
