      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Online preventive maintenance schedule maintenance -
      *          add, change and delete the routine tasks on
      *          PMSCHED.DAT. Each task belongs to a machine on
      *          EQUIPMST.DAT and says what the job is, how many days
      *          apart it recurs, when it was last done and up to ten
      *          standard parts with the quantity the job takes of
      *          each. Every part must be on PARTLIST.DAT; its name is
      *          echoed beside the ID so the planner can see they
      *          keyed the part they meant to. A task is refused for
      *          a machine that is not on the equipment master, and
      *          cannot be deleted while the order the night run
      *          raised for it is still open - close or cancel that
      *          order first. PARTS_PM_RAISE turns the tasks coming
      *          due into maintenance orders overnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_PM_MAINT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
               SELECT EQUIPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EQ-ID
               FILE STATUS IS WS-EQUIP-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PMFILE
           VALUE OF FILE-ID IS "../PMSCHED.DAT".
           01 PM-SCHED-REC.
               COPY PMREC.

       FD EQUIPFILE
           VALUE OF FILE-ID IS "../EQUIPMST.DAT".
           01 EQUIP-REC.
               COPY EQUIPREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-PM-STATUS         PIC XX VALUE ZEROES.
       01 WS-EQUIP-STATUS      PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-EQUIP-ON-FILE     PIC X VALUE "F".
       01 WS-PARTS-ON-FILE     PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-TASK-FOUND        PIC X VALUE "F".
       01 WS-EQUIP-FOUND       PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-EQUIP-ID          PIC X(8) VALUE SPACES.
       01 WS-EQUIP-DESC        PIC X(30) VALUE SPACES.
       01 WS-TASK-NO           PIC 99 VALUE ZEROES.
       01 WS-TASK-DESC         PIC X(30) VALUE SPACES.
       01 WS-INTERVAL-DAYS     PIC 9(4) VALUE ZEROES.
       01 WS-LAST-DONE         PIC 9(8) VALUE ZEROES.
       01 WS-LAST-DONE-PARTS REDEFINES WS-LAST-DONE.
           05 WS-LAST-DONE-YYYY    PIC 9(4).
           05 WS-LAST-DONE-MM      PIC 99.
           05 WS-LAST-DONE-DD      PIC 99.
       01 WS-OPEN-ORDER        PIC 9(7) VALUE ZEROES.
       01 WS-PART-COUNT        PIC 99 VALUE ZEROES.
       01 WS-IDX               PIC 99 VALUE ZEROES.
       01 WS-ENTRY-SLOTS.
           05 WS-ENTRY-1-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-1-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-1-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-2-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-2-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-2-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-3-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-3-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-3-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-4-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-4-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-4-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-5-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-5-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-5-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-6-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-6-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-6-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-7-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-7-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-7-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-8-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-8-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-8-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-9-ID        PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-9-QTY       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-9-NAME      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-10-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-10-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-10-NAME     PIC X(15) VALUE SPACES.
       01 WS-ENTRY-TABLE REDEFINES WS-ENTRY-SLOTS.
           05 WS-ENTRY-SLOT OCCURS 10 TIMES.
               10 WS-SLOT-ID       PIC 9(5).
               10 WS-SLOT-QTY      PIC 9(5).
               10 WS-SLOT-NAME     PIC X(15).
       01 WS-IN-USE-MESSAGE.
           05 VALUE "STILL ON ORDER ".
           05 WU-ORDER         PIC ZZZZZZ9.
           05 VALUE " - NOT DELETED".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 PM-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "PM SCHEDULE MAINTENANCE"           LINE 3 COL 28.
           05 ACTION-FIELD.
               10 VALUE "Action (A/C/D): "               LINE 5 COL 18.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 PM-KEY-FIELDS.
               10 VALUE "Equipment ID: "                 LINE 7 COL 20.
               10 EQUIP-ID-IN PIC X(8) TO WS-EQUIP-ID    LINE 7 COL 34.
               10 VALUE "Task number: "                  LINE 9 COL 21.
               10 TASK-NO-IN PIC 99 TO WS-TASK-NO        LINE 9 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "A=ADD C=CHANGE D=DELETE. PRESS ENTER ON A
      -            " BLANK ACTION TO EXIT"               LINE 20 COL 14.

       01 PM-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "PM SCHEDULE MAINTENANCE"           LINE 3 COL 28.
           05 TASK-HEADER-SECTION.
               10 VALUE "Equipment ID: "                 LINE 5 COL 20.
               10 EQUIP-ID-OUT PIC X(8) FROM WS-EQUIP-ID
                                                          LINE 5 COL 34.
               10 VALUE "Task: "                         LINE 5 COL 46.
               10 TASK-NO-OUT PIC 99 FROM WS-TASK-NO     LINE 5 COL 52.
               10 VALUE "Equipment: "                    LINE 6 COL 23.
               10 EQUIP-DESC-OUT PIC X(30) FROM WS-EQUIP-DESC
                                                          LINE 6 COL 34.
               10 VALUE "Description: "                  LINE 7 COL 21.
               10 TASK-DESC-IO PIC X(30) FROM WS-TASK-DESC
                   TO WS-TASK-DESC                        LINE 7 COL 34.
               10 VALUE "Interval days: "                LINE 8 COL 19.
               10 INTERVAL-IO PIC 9(4) FROM WS-INTERVAL-DAYS
                   TO WS-INTERVAL-DAYS                    LINE 8 COL 34.
               10 VALUE "Last done: "                    LINE 8 COL 46.
               10 LAST-DONE-IO PIC 9(8) FROM WS-LAST-DONE
                   TO WS-LAST-DONE                        LINE 8 COL 57.
               10 VALUE "Open order: "                   LINE 9 COL 22.
               10 OPEN-ORDER-OUT PIC ZZZZZZ9 FROM WS-OPEN-ORDER
                                                          LINE 9 COL 34.
           05 VALUE "PART   QTY    NAME"                LINE 11 COL 5.
           05 VALUE "PART   QTY    NAME"                LINE 11 COL 42.
           05 PART-SLOT-1.
               10 S1-ID PIC 9(5) FROM WS-ENTRY-1-ID
                   TO WS-ENTRY-1-ID                     LINE 12 COL 5.
               10 S1-QTY PIC 9(5) FROM WS-ENTRY-1-QTY
                   TO WS-ENTRY-1-QTY                    LINE 12 COL 12.
               10 S1-NAME PIC X(15) FROM WS-ENTRY-1-NAME
                                                        LINE 12 COL 19.
           05 PART-SLOT-2.
               10 S2-ID PIC 9(5) FROM WS-ENTRY-2-ID
                   TO WS-ENTRY-2-ID                     LINE 13 COL 5.
               10 S2-QTY PIC 9(5) FROM WS-ENTRY-2-QTY
                   TO WS-ENTRY-2-QTY                    LINE 13 COL 12.
               10 S2-NAME PIC X(15) FROM WS-ENTRY-2-NAME
                                                        LINE 13 COL 19.
           05 PART-SLOT-3.
               10 S3-ID PIC 9(5) FROM WS-ENTRY-3-ID
                   TO WS-ENTRY-3-ID                     LINE 14 COL 5.
               10 S3-QTY PIC 9(5) FROM WS-ENTRY-3-QTY
                   TO WS-ENTRY-3-QTY                    LINE 14 COL 12.
               10 S3-NAME PIC X(15) FROM WS-ENTRY-3-NAME
                                                        LINE 14 COL 19.
           05 PART-SLOT-4.
               10 S4-ID PIC 9(5) FROM WS-ENTRY-4-ID
                   TO WS-ENTRY-4-ID                     LINE 15 COL 5.
               10 S4-QTY PIC 9(5) FROM WS-ENTRY-4-QTY
                   TO WS-ENTRY-4-QTY                    LINE 15 COL 12.
               10 S4-NAME PIC X(15) FROM WS-ENTRY-4-NAME
                                                        LINE 15 COL 19.
           05 PART-SLOT-5.
               10 S5-ID PIC 9(5) FROM WS-ENTRY-5-ID
                   TO WS-ENTRY-5-ID                     LINE 16 COL 5.
               10 S5-QTY PIC 9(5) FROM WS-ENTRY-5-QTY
                   TO WS-ENTRY-5-QTY                    LINE 16 COL 12.
               10 S5-NAME PIC X(15) FROM WS-ENTRY-5-NAME
                                                        LINE 16 COL 19.
           05 PART-SLOT-6.
               10 S6-ID PIC 9(5) FROM WS-ENTRY-6-ID
                   TO WS-ENTRY-6-ID                     LINE 12 COL 42.
               10 S6-QTY PIC 9(5) FROM WS-ENTRY-6-QTY
                   TO WS-ENTRY-6-QTY                    LINE 12 COL 49.
               10 S6-NAME PIC X(15) FROM WS-ENTRY-6-NAME
                                                        LINE 12 COL 56.
           05 PART-SLOT-7.
               10 S7-ID PIC 9(5) FROM WS-ENTRY-7-ID
                   TO WS-ENTRY-7-ID                     LINE 13 COL 42.
               10 S7-QTY PIC 9(5) FROM WS-ENTRY-7-QTY
                   TO WS-ENTRY-7-QTY                    LINE 13 COL 49.
               10 S7-NAME PIC X(15) FROM WS-ENTRY-7-NAME
                                                        LINE 13 COL 56.
           05 PART-SLOT-8.
               10 S8-ID PIC 9(5) FROM WS-ENTRY-8-ID
                   TO WS-ENTRY-8-ID                     LINE 14 COL 42.
               10 S8-QTY PIC 9(5) FROM WS-ENTRY-8-QTY
                   TO WS-ENTRY-8-QTY                    LINE 14 COL 49.
               10 S8-NAME PIC X(15) FROM WS-ENTRY-8-NAME
                                                        LINE 14 COL 56.
           05 PART-SLOT-9.
               10 S9-ID PIC 9(5) FROM WS-ENTRY-9-ID
                   TO WS-ENTRY-9-ID                     LINE 15 COL 42.
               10 S9-QTY PIC 9(5) FROM WS-ENTRY-9-QTY
                   TO WS-ENTRY-9-QTY                    LINE 15 COL 49.
               10 S9-NAME PIC X(15) FROM WS-ENTRY-9-NAME
                                                        LINE 15 COL 56.
           05 PART-SLOT-10.
               10 S10-ID PIC 9(5) FROM WS-ENTRY-10-ID
                   TO WS-ENTRY-10-ID                    LINE 16 COL 42.
               10 S10-QTY PIC 9(5) FROM WS-ENTRY-10-QTY
                   TO WS-ENTRY-10-QTY                   LINE 16 COL 49.
               10 S10-NAME PIC X(15) FROM WS-ENTRY-10-NAME
                                                        LINE 16 COL 56.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE TASK AND ITS STANDARD PARTS AND PRESS
      -            " ENTER"                              LINE 20 COL 14.

       01 PM-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "PM SCHEDULE MAINTENANCE"           LINE 3 COL 28.
           05 DATA-DISPLAY-SECTION.
               10 VALUE "Equipment ID: "                 LINE 5 COL 20.
               10 EQUIP-ID-SHOW PIC X(8) FROM WS-EQUIP-ID
                                                          LINE 5 COL 34.
               10 VALUE "Task: "                         LINE 5 COL 46.
               10 TASK-NO-SHOW PIC 99 FROM WS-TASK-NO    LINE 5 COL 52.
               10 VALUE "Description: "                  LINE 7 COL 21.
               10 TASK-DESC-SHOW PIC X(30) FROM WS-TASK-DESC
                                                          LINE 7 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this PM task? (Y/N): "   LINE 12 COL 18.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 12 COL 47.
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
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM OPEN-SCHEDULE-FILE.
            OPEN INPUT EQUIPFILE.
            IF WS-EQUIP-STATUS = "00"
                MOVE "T" TO WS-EQUIP-ON-FILE
            END-IF.
            OPEN INPUT FIN.
            IF WS-FIN-STATUS = "00"
                MOVE "T" TO WS-PARTS-ON-FILE
            END-IF.

            DISPLAY PM-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE SPACES TO WS-EQUIP-ID
                MOVE ZEROES TO WS-TASK-NO
                ACCEPT PM-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY PM-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-PARTS-ON-FILE = "T"
                CLOSE FIN
            END-IF.
            IF WS-EQUIP-ON-FILE = "T"
                CLOSE EQUIPFILE
            END-IF.
            CLOSE PMFILE.
            GOBACK.

      ****** Opens PMSCHED.DAT for random update, creating it first
      ****** if this is the first run and it does not exist yet on
      ****** disk.
       OPEN-SCHEDULE-FILE.
           OPEN I-O PMFILE.
           IF WS-PM-STATUS NOT = "00"
               OPEN OUTPUT PMFILE
               CLOSE PMFILE
               OPEN I-O PMFILE
           END-IF.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-EQUIP-ID = SPACES
               MOVE "AN EQUIPMENT ID IS REQUIRED" TO WS-ERROR-MESSAGE
           ELSE
               IF WS-TASK-NO = ZEROES
                   MOVE "A TASK NUMBER IS REQUIRED" TO WS-ERROR-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                           PERFORM ADD-PM-TASK
                       WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                           PERFORM CHANGE-PM-TASK
                       WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                           PERFORM DELETE-PM-TASK
                       WHEN OTHER
                           MOVE "ACTION MUST BE A, C OR D"
                               TO WS-ERROR-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

      ****** A task can only be scheduled against a machine already
      ****** on the equipment master - the orders it raises carry
      ****** the equipment ID, and order entry holds them to the same
      ****** rule.
       ADD-PM-TASK.
           PERFORM FIND-EQUIPMENT.
           IF WS-EQUIP-FOUND = "T"
               MOVE SPACES TO WS-TASK-DESC
               MOVE ZEROES TO WS-INTERVAL-DAYS
               MOVE ZEROES TO WS-LAST-DONE
               MOVE ZEROES TO WS-OPEN-ORDER
               PERFORM CLEAR-PART-SLOTS
               PERFORM ACCEPT-PM-FIELDS
               MOVE WS-EQUIP-ID TO PM-EQUIP-ID
               MOVE WS-TASK-NO TO PM-TASK-NO
               MOVE ZEROES TO PM-OPEN-ORDER
               PERFORM MOVE-FIELDS-TO-RECORD
               WRITE PM-SCHED-REC
                   INVALID KEY
                       MOVE "TASK ALREADY ON FILE" TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "PM TASK ADDED" TO WS-ERROR-MESSAGE
               END-WRITE
           END-IF.

      ****** A change keeps the open order the night run parked on
      ****** the task, so editing the parts list of a task already
      ****** raised can never raise it a second time.
       CHANGE-PM-TASK.
           PERFORM FIND-PM-TASK.
           IF WS-TASK-FOUND = "T"
               PERFORM FIND-EQUIPMENT
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM ACCEPT-PM-FIELDS
               PERFORM MOVE-FIELDS-TO-RECORD
               REWRITE PM-SCHED-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "PM TASK CHANGED" TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.

      ****** The delete is refused while the order raised for the task
      ****** is still open, so the order's completion always finds
      ****** the task it has to stamp as done.
       DELETE-PM-TASK.
           PERFORM FIND-PM-TASK.
           IF WS-TASK-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE SPACES TO WS-CONFIRM
               DISPLAY PM-CONFIRM-SCREEN
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   IF WS-OPEN-ORDER NOT = ZEROES
                       MOVE WS-OPEN-ORDER TO WU-ORDER
                       MOVE WS-IN-USE-MESSAGE TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM REMOVE-PM-TASK
                   END-IF
               END-IF
           END-IF.

       REMOVE-PM-TASK.
           MOVE WS-EQUIP-ID TO PM-EQUIP-ID.
           MOVE WS-TASK-NO TO PM-TASK-NO.
           DELETE PMFILE RECORD
               INVALID KEY
                   MOVE "ERROR DELETING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "PM TASK DELETED" TO WS-ERROR-MESSAGE
           END-DELETE.

       FIND-PM-TASK.
           MOVE "F" TO WS-TASK-FOUND.
           MOVE WS-EQUIP-ID TO PM-EQUIP-ID.
           MOVE WS-TASK-NO TO PM-TASK-NO.
           READ PMFILE
               INVALID KEY
                   MOVE "NO SUCH PM TASK ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-TASK-FOUND
                   PERFORM MOVE-RECORD-TO-FIELDS
           END-READ.

       FIND-EQUIPMENT.
           MOVE "F" TO WS-EQUIP-FOUND.
           MOVE SPACES TO WS-EQUIP-DESC.
           IF WS-EQUIP-ON-FILE = "T"
               MOVE WS-EQUIP-ID TO EQ-ID
               READ EQUIPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO WS-EQUIP-FOUND
                       MOVE EQ-DESC TO WS-EQUIP-DESC
               END-READ
           END-IF.
           IF WS-EQUIP-FOUND = "F"
               MOVE "EQUIPMENT ID IS NOT ON FILE" TO WS-ERROR-MESSAGE
           END-IF.

       MOVE-RECORD-TO-FIELDS.
           MOVE PM-TASK-DESC TO WS-TASK-DESC.
           MOVE PM-INTERVAL-DAYS TO WS-INTERVAL-DAYS.
           MOVE PM-LAST-DONE TO WS-LAST-DONE.
           MOVE PM-OPEN-ORDER TO WS-OPEN-ORDER.
           PERFORM CLEAR-PART-SLOTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PM-PART-COUNT OR WS-IDX > 10
               MOVE PM-PART-ID(WS-IDX) TO WS-SLOT-ID(WS-IDX)
               MOVE PM-PART-QTY(WS-IDX) TO WS-SLOT-QTY(WS-IDX)
               PERFORM LOOKUP-SLOT-NAME
           END-PERFORM.

      ****** Packs the keyed slots to the front of the part table, so
      ****** a blanked slot in the middle of the list leaves no hole
      ****** for the night run to step over.
       MOVE-FIELDS-TO-RECORD.
           MOVE WS-TASK-DESC TO PM-TASK-DESC.
           MOVE WS-INTERVAL-DAYS TO PM-INTERVAL-DAYS.
           MOVE WS-LAST-DONE TO PM-LAST-DONE.
           MOVE ZEROES TO PM-PART-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE ZEROES TO PM-PART-ID(WS-IDX)
               MOVE ZEROES TO PM-PART-QTY(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               IF WS-SLOT-ID(WS-IDX) NOT = ZEROES
                   ADD 1 TO PM-PART-COUNT
                   MOVE WS-SLOT-ID(WS-IDX)
                       TO PM-PART-ID(PM-PART-COUNT)
                   MOVE WS-SLOT-QTY(WS-IDX)
                       TO PM-PART-QTY(PM-PART-COUNT)
               END-IF
           END-PERFORM.

       CLEAR-PART-SLOTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE ZEROES TO WS-SLOT-ID(WS-IDX)
               MOVE ZEROES TO WS-SLOT-QTY(WS-IDX)
               MOVE SPACES TO WS-SLOT-NAME(WS-IDX)
           END-PERFORM.

       ACCEPT-PM-FIELDS.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY PM-ENTRY-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT PM-ENTRY-SCREEN
               PERFORM VALIDATE-PM-FIELDS
           END-PERFORM.

      ****** The interval drives the due date, so it must be at least
      ****** a day. A last-done date is optional - zero means the task
      ****** has never been done and falls due at once - but when it
      ****** is keyed it must be a real date no later than today.
       VALIDATE-PM-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-TASK-DESC = SPACES
               MOVE "A DESCRIPTION IS REQUIRED" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-INTERVAL-DAYS = ZEROES
               MOVE "AN INTERVAL IN DAYS IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-LAST-DONE NOT = ZEROES
               IF WS-LAST-DONE-MM < 1 OR WS-LAST-DONE-MM > 12
                   OR WS-LAST-DONE-DD < 1 OR WS-LAST-DONE-DD > 31
                   OR WS-LAST-DONE > WS-TODAY
                   MOVE "LAST DONE MUST BE A DATE NOT AFTER TODAY"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           PERFORM VALIDATE-PART-SLOTS.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY PM-ENTRY-SCREEN
           END-IF.

      ****** Every keyed part must be on the parts master and carry a
      ****** quantity, and a task needs at least one part - a job that
      ****** takes no parts has no business raising a parts order.
       VALIDATE-PART-SLOTS.
           MOVE ZEROES TO WS-PART-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               IF WS-SLOT-ID(WS-IDX) = ZEROES
                   MOVE SPACES TO WS-SLOT-NAME(WS-IDX)
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   PERFORM LOOKUP-SLOT-NAME
                   IF WS-SLOT-QTY(WS-IDX) = ZEROES
                       MOVE "EVERY PART NEEDS A QUANTITY"
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PART-COUNT = ZEROES
               MOVE "AT LEAST ONE STANDARD PART IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           END-IF.

       LOOKUP-SLOT-NAME.
           MOVE "*NOT ON FILE*" TO WS-SLOT-NAME(WS-IDX).
           IF WS-PARTS-ON-FILE = "T"
               MOVE WS-SLOT-ID(WS-IDX) TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTNAME TO WS-SLOT-NAME(WS-IDX)
               END-READ
           END-IF.
           IF WS-SLOT-NAME(WS-IDX) = "*NOT ON FILE*"
               MOVE "A KEYED PART ID IS NOT ON FILE"
                   TO WS-ERROR-MESSAGE
           END-IF.

       END PROGRAM PARTS_PM_MAINT.
