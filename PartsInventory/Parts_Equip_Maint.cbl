      *          refused while any MAINTORD.DAT header still carries
      *          the equipment ID, so the history an order points at
      *          can never be orphaned from the screen - the same
      *          rule supplier maintenance applies to parts. It is
      *          refused too while the machine still has preventive
      *          maintenance tasks on PMSCHED.DAT, which would go on
      *          raising orders for equipment no longer on file.
      *          Each machine may name the budget group it is budgeted
      *          with on BUDGET.DAT; blank leaves it budgeted alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT PMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD PMFILE
           VALUE OF FILE-ID IS "../PMSCHED.DAT".
           01 PM-SCHED-REC.
               COPY PMREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-EQUIP-STATUS      PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS       PIC XX VALUE ZEROES.
       01 WS-PM-STATUS         PIC XX VALUE ZEROES.
       01 WS-PM-ON-FILE        PIC X VALUE "F".
       01 WS-PM-IN-USE         PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-EQUIP-FOUND       PIC X VALUE "F".
       01 WS-REF-ORDER         PIC 9(7) VALUE ZEROES.
       01 WS-EQUIP-ID          PIC X(8) VALUE SPACES.
       01 WS-EQUIP-DESC        PIC X(30) VALUE SPACES.
       01 WS-EQUIP-GROUP       PIC X(8) VALUE SPACES.
       01 WS-IN-USE-MESSAGE.
           05 VALUE "STILL ON ORDER ".
           05 WU-ORDER         PIC ZZZZZZ9.
                   20 VALUE "Description: "              LINE 7 COL 21.
                   20 EQUIP-DESC-IO PIC X(30) FROM WS-EQUIP-DESC
                       TO WS-EQUIP-DESC                   LINE 7 COL 34.
               10 EQUIP-GROUP-FIELD.
                   20 VALUE "Budget Group: "             LINE 9 COL 20.
                   20 EQUIP-GROUP-IO PIC X(8) FROM WS-EQUIP-GROUP
                       TO WS-EQUIP-GROUP                  LINE 9 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE DESCRIPTION AND ANY BUDGET GROUP
      -            " AND PRESS ENTER"                    LINE 20 COL 12.

       01 EQUIP-CONFIRM-SCREEN.
           05 TITLE-SECTION.
                   20 VALUE "Description: "              LINE 7 COL 21.
                   20 EQUIP-DESC-SHOW PIC X(30) FROM WS-EQUIP-DESC
                                                          LINE 7 COL 34.
               10 EQUIP-GROUP-FIELD.
                   20 VALUE "Budget Group: "             LINE 9 COL 20.
                   20 EQUIP-GROUP-SHOW PIC X(8) FROM WS-EQUIP-GROUP
                                                          LINE 9 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this equipment? (Y/N): " LINE 12 COL 18.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 12 COL 49.
            IF WS-MORD-STATUS = "00"
                MOVE "T" TO WS-ORDERS-ON-FILE
            END-IF.
            OPEN INPUT PMFILE.
            IF WS-PM-STATUS = "00"
                MOVE "T" TO WS-PM-ON-FILE
            END-IF.

            DISPLAY EQUIP-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                END-IF
            END-PERFORM.

            IF WS-PM-ON-FILE = "T"
                CLOSE PMFILE
            END-IF.
            IF WS-ORDERS-ON-FILE = "T"
                CLOSE MORDFILE
            END-IF.

       ADD-EQUIPMENT.
           MOVE SPACES TO WS-EQUIP-DESC.
           MOVE SPACES TO WS-EQUIP-GROUP.
           PERFORM ACCEPT-EQUIPMENT-FIELDS.
           MOVE WS-EQUIP-ID TO EQ-ID.
           MOVE WS-EQUIP-DESC TO EQ-DESC.
           MOVE WS-EQUIP-GROUP TO EQ-GROUP.
           WRITE EQUIP-REC
               INVALID KEY
                   MOVE "EQUIPMENT ID ALREADY ON FILE"
           IF WS-EQUIP-FOUND = "T"
               PERFORM ACCEPT-EQUIPMENT-FIELDS
               MOVE WS-EQUIP-DESC TO EQ-DESC
               MOVE WS-EQUIP-GROUP TO EQ-GROUP
               REWRITE EQUIP-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE

      ****** The delete is refused while any order header still
      ****** carries this equipment ID, so retiring a machine can
      ****** never orphan the order history written against it, or
      ****** while a preventive maintenance task is still scheduled
      ****** on it.
       DELETE-EQUIPMENT.
           PERFORM FIND-EQUIPMENT.
           IF WS-EQUIP-FOUND = "T"
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM CHECK-EQUIPMENT-REFERENCES
                   PERFORM CHECK-PM-REFERENCES
                   EVALUATE TRUE
                       WHEN WS-EQUIP-IN-USE = "T"
                           MOVE WS-REF-ORDER TO WU-ORDER
                           MOVE WS-IN-USE-MESSAGE TO WS-ERROR-MESSAGE
                       WHEN WS-PM-IN-USE = "T"
                           MOVE "PM TASKS ON FILE - NOT DELETED"
                               TO WS-ERROR-MESSAGE
                       WHEN OTHER
                           PERFORM REMOVE-EQUIPMENT
                   END-EVALUATE
               END-IF
           END-IF.

               NOT INVALID KEY
                   MOVE "T" TO WS-EQUIP-FOUND
                   MOVE EQ-DESC TO WS-EQUIP-DESC
                   MOVE EQ-GROUP TO WS-EQUIP-GROUP
           END-READ.

       ACCEPT-EQUIPMENT-FIELDS.
               END-PERFORM
           END-IF.

      ****** Any task on PMSCHED.DAT keyed to the machine holds the
      ****** delete; the tasks are keyed by equipment first, so one
      ****** START finds them.
       CHECK-PM-REFERENCES.
           MOVE "F" TO WS-PM-IN-USE.
           IF WS-PM-ON-FILE = "T"
               MOVE WS-EQUIP-ID TO PM-EQUIP-ID
               MOVE ZEROES TO PM-TASK-NO
               START PMFILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PMFILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PM-EQUIP-ID = WS-EQUIP-ID
                                   MOVE "T" TO WS-PM-IN-USE
                               END-IF
                       END-READ
               END-START
           END-IF.

       END PROGRAM PARTS_EQUIP_MAINT.
