      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/15/2019
      * Purpose: Online standard job kit maintenance - add, change and
      *          delete the kits on KITMAST.DAT. A kit is a named set
      *          of parts that always go out together for one job, a
      *          pump rebuild or a belt change, with the quantity one
      *          kit takes of each. Up to fifteen components may be
      *          keyed; every one must be a part on PARTLIST.DAT, and
      *          its name is echoed beside the ID so the planner can
      *          see they keyed the part they meant to. A kit naming a
      *          part that is not on the parts master - never added, or
      *          since deleted - is refused. PARTS_ORDER_ENTRY explodes
      *          a kit into order lines; PARTS_KIT_INQ shows how many
      *          whole kits the stock on hand covers.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_KIT_MAINT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT KITFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KIT-CODE
               FILE STATUS IS WS-KIT-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD KITFILE
           VALUE OF FILE-ID IS "../KITMAST.DAT".
           01 KIT-REC.
               COPY KITREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-KIT-STATUS        PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE     PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-KIT-FOUND         PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-KIT-CODE          PIC X(8) VALUE SPACES.
       01 WS-KIT-DESC          PIC X(30) VALUE SPACES.
       01 WS-PART-COUNT        PIC 99 VALUE ZEROES.
       01 WS-IDX               PIC 99 VALUE ZEROES.
       01 WS-DUP-IDX           PIC 99 VALUE ZEROES.
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
           05 WS-ENTRY-11-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-11-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-11-NAME     PIC X(15) VALUE SPACES.
           05 WS-ENTRY-12-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-12-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-12-NAME     PIC X(15) VALUE SPACES.
           05 WS-ENTRY-13-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-13-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-13-NAME     PIC X(15) VALUE SPACES.
           05 WS-ENTRY-14-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-14-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-14-NAME     PIC X(15) VALUE SPACES.
           05 WS-ENTRY-15-ID       PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-15-QTY      PIC 9(5) VALUE ZEROES.
           05 WS-ENTRY-15-NAME     PIC X(15) VALUE SPACES.
       01 WS-ENTRY-TABLE REDEFINES WS-ENTRY-SLOTS.
           05 WS-ENTRY-SLOT OCCURS 15 TIMES.
               10 WS-SLOT-ID       PIC 9(5).
               10 WS-SLOT-QTY      PIC 9(5).
               10 WS-SLOT-NAME     PIC X(15).
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 KIT-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "KIT MASTER MAINTENANCE"            LINE 3 COL 29.
           05 ACTION-FIELD.
               10 VALUE "Action (A/C/D): "               LINE 5 COL 18.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 KIT-KEY-FIELDS.
               10 VALUE "Kit code: "                     LINE 7 COL 24.
               10 KIT-CODE-IN PIC X(8) TO WS-KIT-CODE    LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "A=ADD C=CHANGE D=DELETE. PRESS ENTER ON A
      -            " BLANK ACTION TO EXIT"               LINE 20 COL 14.

       01 KIT-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "KIT MASTER MAINTENANCE"            LINE 3 COL 29.
           05 KIT-HEADER-SECTION.
               10 VALUE "Kit code: "                     LINE 5 COL 24.
               10 KIT-CODE-OUT PIC X(8) FROM WS-KIT-CODE LINE 5 COL 34.
               10 VALUE "Description: "                  LINE 6 COL 21.
               10 KIT-DESC-IO PIC X(30) FROM WS-KIT-DESC
                   TO WS-KIT-DESC                         LINE 6 COL 34.
           05 VALUE "PART   QTY    NAME"                LINE 8 COL 5.
           05 VALUE "PART   QTY    NAME"                LINE 8 COL 42.
           05 KIT-SLOT-1.
               10 K1-ID PIC 9(5) FROM WS-ENTRY-1-ID
                   TO WS-ENTRY-1-ID                     LINE 9 COL 5.
               10 K1-QTY PIC 9(5) FROM WS-ENTRY-1-QTY
                   TO WS-ENTRY-1-QTY                    LINE 9 COL 12.
               10 K1-NAME PIC X(15) FROM WS-ENTRY-1-NAME
                                                        LINE 9 COL 19.
           05 KIT-SLOT-2.
               10 K2-ID PIC 9(5) FROM WS-ENTRY-2-ID
                   TO WS-ENTRY-2-ID                     LINE 10 COL 5.
               10 K2-QTY PIC 9(5) FROM WS-ENTRY-2-QTY
                   TO WS-ENTRY-2-QTY                    LINE 10 COL 12.
               10 K2-NAME PIC X(15) FROM WS-ENTRY-2-NAME
                                                        LINE 10 COL 19.
           05 KIT-SLOT-3.
               10 K3-ID PIC 9(5) FROM WS-ENTRY-3-ID
                   TO WS-ENTRY-3-ID                     LINE 11 COL 5.
               10 K3-QTY PIC 9(5) FROM WS-ENTRY-3-QTY
                   TO WS-ENTRY-3-QTY                    LINE 11 COL 12.
               10 K3-NAME PIC X(15) FROM WS-ENTRY-3-NAME
                                                        LINE 11 COL 19.
           05 KIT-SLOT-4.
               10 K4-ID PIC 9(5) FROM WS-ENTRY-4-ID
                   TO WS-ENTRY-4-ID                     LINE 12 COL 5.
               10 K4-QTY PIC 9(5) FROM WS-ENTRY-4-QTY
                   TO WS-ENTRY-4-QTY                    LINE 12 COL 12.
               10 K4-NAME PIC X(15) FROM WS-ENTRY-4-NAME
                                                        LINE 12 COL 19.
           05 KIT-SLOT-5.
               10 K5-ID PIC 9(5) FROM WS-ENTRY-5-ID
                   TO WS-ENTRY-5-ID                     LINE 13 COL 5.
               10 K5-QTY PIC 9(5) FROM WS-ENTRY-5-QTY
                   TO WS-ENTRY-5-QTY                    LINE 13 COL 12.
               10 K5-NAME PIC X(15) FROM WS-ENTRY-5-NAME
                                                        LINE 13 COL 19.
           05 KIT-SLOT-6.
               10 K6-ID PIC 9(5) FROM WS-ENTRY-6-ID
                   TO WS-ENTRY-6-ID                     LINE 14 COL 5.
               10 K6-QTY PIC 9(5) FROM WS-ENTRY-6-QTY
                   TO WS-ENTRY-6-QTY                    LINE 14 COL 12.
               10 K6-NAME PIC X(15) FROM WS-ENTRY-6-NAME
                                                        LINE 14 COL 19.
           05 KIT-SLOT-7.
               10 K7-ID PIC 9(5) FROM WS-ENTRY-7-ID
                   TO WS-ENTRY-7-ID                     LINE 15 COL 5.
               10 K7-QTY PIC 9(5) FROM WS-ENTRY-7-QTY
                   TO WS-ENTRY-7-QTY                    LINE 15 COL 12.
               10 K7-NAME PIC X(15) FROM WS-ENTRY-7-NAME
                                                        LINE 15 COL 19.
           05 KIT-SLOT-8.
               10 K8-ID PIC 9(5) FROM WS-ENTRY-8-ID
                   TO WS-ENTRY-8-ID                     LINE 16 COL 5.
               10 K8-QTY PIC 9(5) FROM WS-ENTRY-8-QTY
                   TO WS-ENTRY-8-QTY                    LINE 16 COL 12.
               10 K8-NAME PIC X(15) FROM WS-ENTRY-8-NAME
                                                        LINE 16 COL 19.
           05 KIT-SLOT-9.
               10 K9-ID PIC 9(5) FROM WS-ENTRY-9-ID
                   TO WS-ENTRY-9-ID                     LINE 9 COL 42.
               10 K9-QTY PIC 9(5) FROM WS-ENTRY-9-QTY
                   TO WS-ENTRY-9-QTY                    LINE 9 COL 49.
               10 K9-NAME PIC X(15) FROM WS-ENTRY-9-NAME
                                                        LINE 9 COL 56.
           05 KIT-SLOT-10.
               10 K10-ID PIC 9(5) FROM WS-ENTRY-10-ID
                   TO WS-ENTRY-10-ID                    LINE 10 COL 42.
               10 K10-QTY PIC 9(5) FROM WS-ENTRY-10-QTY
                   TO WS-ENTRY-10-QTY                   LINE 10 COL 49.
               10 K10-NAME PIC X(15) FROM WS-ENTRY-10-NAME
                                                        LINE 10 COL 56.
           05 KIT-SLOT-11.
               10 K11-ID PIC 9(5) FROM WS-ENTRY-11-ID
                   TO WS-ENTRY-11-ID                    LINE 11 COL 42.
               10 K11-QTY PIC 9(5) FROM WS-ENTRY-11-QTY
                   TO WS-ENTRY-11-QTY                   LINE 11 COL 49.
               10 K11-NAME PIC X(15) FROM WS-ENTRY-11-NAME
                                                        LINE 11 COL 56.
           05 KIT-SLOT-12.
               10 K12-ID PIC 9(5) FROM WS-ENTRY-12-ID
                   TO WS-ENTRY-12-ID                    LINE 12 COL 42.
               10 K12-QTY PIC 9(5) FROM WS-ENTRY-12-QTY
                   TO WS-ENTRY-12-QTY                   LINE 12 COL 49.
               10 K12-NAME PIC X(15) FROM WS-ENTRY-12-NAME
                                                        LINE 12 COL 56.
           05 KIT-SLOT-13.
               10 K13-ID PIC 9(5) FROM WS-ENTRY-13-ID
                   TO WS-ENTRY-13-ID                    LINE 13 COL 42.
               10 K13-QTY PIC 9(5) FROM WS-ENTRY-13-QTY
                   TO WS-ENTRY-13-QTY                   LINE 13 COL 49.
               10 K13-NAME PIC X(15) FROM WS-ENTRY-13-NAME
                                                        LINE 13 COL 56.
           05 KIT-SLOT-14.
               10 K14-ID PIC 9(5) FROM WS-ENTRY-14-ID
                   TO WS-ENTRY-14-ID                    LINE 14 COL 42.
               10 K14-QTY PIC 9(5) FROM WS-ENTRY-14-QTY
                   TO WS-ENTRY-14-QTY                   LINE 14 COL 49.
               10 K14-NAME PIC X(15) FROM WS-ENTRY-14-NAME
                                                        LINE 14 COL 56.
           05 KIT-SLOT-15.
               10 K15-ID PIC 9(5) FROM WS-ENTRY-15-ID
                   TO WS-ENTRY-15-ID                    LINE 15 COL 42.
               10 K15-QTY PIC 9(5) FROM WS-ENTRY-15-QTY
                   TO WS-ENTRY-15-QTY                   LINE 15 COL 49.
               10 K15-NAME PIC X(15) FROM WS-ENTRY-15-NAME
                                                        LINE 15 COL 56.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE KIT AND ITS COMPONENT PARTS AND PRESS
      -            " ENTER"                              LINE 20 COL 14.

       01 KIT-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "KIT MASTER MAINTENANCE"            LINE 3 COL 29.
           05 DATA-DISPLAY-SECTION.
               10 VALUE "Kit code: "                     LINE 5 COL 24.
               10 KIT-CODE-SHOW PIC X(8) FROM WS-KIT-CODE
                                                          LINE 5 COL 34.
               10 VALUE "Description: "                  LINE 7 COL 21.
               10 KIT-DESC-SHOW PIC X(30) FROM WS-KIT-DESC
                                                          LINE 7 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this kit? (Y/N): "       LINE 12 COL 20.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 12 COL 45.
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
            PERFORM OPEN-KIT-FILE.
            OPEN INPUT FIN.
            IF WS-FIN-STATUS = "00"
                MOVE "T" TO WS-PARTS-ON-FILE
            END-IF.

            DISPLAY KIT-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE SPACES TO WS-KIT-CODE
                ACCEPT KIT-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY KIT-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-PARTS-ON-FILE = "T"
                CLOSE FIN
            END-IF.
            CLOSE KITFILE.
            GOBACK.

      ****** Opens KITMAST.DAT for random update, creating it first
      ****** if this is the first run and it does not exist yet on
      ****** disk.
       OPEN-KIT-FILE.
           OPEN I-O KITFILE.
           IF WS-KIT-STATUS NOT = "00"
               OPEN OUTPUT KITFILE
               CLOSE KITFILE
               OPEN I-O KITFILE
           END-IF.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-KIT-CODE = SPACES
               MOVE "A KIT CODE IS REQUIRED" TO WS-ERROR-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                       PERFORM ADD-KIT
                   WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                       PERFORM CHANGE-KIT
                   WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                       PERFORM DELETE-KIT
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C OR D"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

       ADD-KIT.
           MOVE WS-KIT-CODE TO KIT-CODE.
           READ KITFILE
               INVALID KEY
                   MOVE SPACES TO WS-KIT-DESC
                   PERFORM CLEAR-PART-SLOTS
                   PERFORM ACCEPT-KIT-FIELDS
                   MOVE WS-KIT-CODE TO KIT-CODE
                   PERFORM MOVE-FIELDS-TO-RECORD
                   WRITE KIT-REC
                       INVALID KEY
                           MOVE "KIT ALREADY ON FILE"
                               TO WS-ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "KIT ADDED" TO WS-ERROR-MESSAGE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "KIT ALREADY ON FILE" TO WS-ERROR-MESSAGE
           END-READ.

       CHANGE-KIT.
           PERFORM FIND-KIT.
           IF WS-KIT-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM ACCEPT-KIT-FIELDS
               MOVE WS-KIT-CODE TO KIT-CODE
               PERFORM MOVE-FIELDS-TO-RECORD
               REWRITE KIT-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "KIT CHANGED" TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.

       DELETE-KIT.
           PERFORM FIND-KIT.
           IF WS-KIT-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE SPACES TO WS-CONFIRM
               DISPLAY KIT-CONFIRM-SCREEN
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM REMOVE-KIT
               END-IF
           END-IF.

       REMOVE-KIT.
           MOVE WS-KIT-CODE TO KIT-CODE.
           DELETE KITFILE RECORD
               INVALID KEY
                   MOVE "ERROR DELETING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "KIT DELETED" TO WS-ERROR-MESSAGE
           END-DELETE.

       FIND-KIT.
           MOVE "F" TO WS-KIT-FOUND.
           MOVE WS-KIT-CODE TO KIT-CODE.
           READ KITFILE
               INVALID KEY
                   MOVE "NO SUCH KIT ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-KIT-FOUND
                   PERFORM MOVE-RECORD-TO-FIELDS
           END-READ.

       MOVE-RECORD-TO-FIELDS.
           MOVE KIT-DESC TO WS-KIT-DESC.
           PERFORM CLEAR-PART-SLOTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > KIT-PART-COUNT OR WS-IDX > 15
               MOVE KIT-PART-ID(WS-IDX) TO WS-SLOT-ID(WS-IDX)
               MOVE KIT-PART-QTY(WS-IDX) TO WS-SLOT-QTY(WS-IDX)
               PERFORM LOOKUP-SLOT-NAME
           END-PERFORM.

      ****** Packs the keyed slots to the front of the component table,
      ****** so a blanked slot in the middle of the list leaves no hole
      ****** for order entry to step over.
       MOVE-FIELDS-TO-RECORD.
           MOVE WS-KIT-DESC TO KIT-DESC.
           MOVE ZEROES TO KIT-PART-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
               MOVE ZEROES TO KIT-PART-ID(WS-IDX)
               MOVE ZEROES TO KIT-PART-QTY(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
               IF WS-SLOT-ID(WS-IDX) NOT = ZEROES
                   ADD 1 TO KIT-PART-COUNT
                   MOVE WS-SLOT-ID(WS-IDX)
                       TO KIT-PART-ID(KIT-PART-COUNT)
                   MOVE WS-SLOT-QTY(WS-IDX)
                       TO KIT-PART-QTY(KIT-PART-COUNT)
               END-IF
           END-PERFORM.

       CLEAR-PART-SLOTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
               MOVE ZEROES TO WS-SLOT-ID(WS-IDX)
               MOVE ZEROES TO WS-SLOT-QTY(WS-IDX)
               MOVE SPACES TO WS-SLOT-NAME(WS-IDX)
           END-PERFORM.

       ACCEPT-KIT-FIELDS.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY KIT-ENTRY-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT KIT-ENTRY-SCREEN
               PERFORM VALIDATE-KIT-FIELDS
           END-PERFORM.

       VALIDATE-KIT-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-KIT-DESC = SPACES
               MOVE "A DESCRIPTION IS REQUIRED" TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM VALIDATE-PART-SLOTS.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY KIT-ENTRY-SCREEN
           END-IF.

      ****** Every keyed component must be on the parts master and
      ****** carry a quantity, and a kit needs at least one component.
      ****** The same part keyed twice is refused too - the quantity
      ****** belongs on one line, where the availability inquiry and
      ****** the order explosion both expect to find it.
       VALIDATE-PART-SLOTS.
           MOVE ZEROES TO WS-PART-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
               IF WS-SLOT-ID(WS-IDX) = ZEROES
                   MOVE SPACES TO WS-SLOT-NAME(WS-IDX)
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   PERFORM LOOKUP-SLOT-NAME
                   IF WS-SLOT-QTY(WS-IDX) = ZEROES
                       MOVE "EVERY PART NEEDS A QUANTITY"
                           TO WS-ERROR-MESSAGE
                   END-IF
                   PERFORM CHECK-DUPLICATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-PART-COUNT = ZEROES
               MOVE "AT LEAST ONE COMPONENT PART IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           END-IF.

       CHECK-DUPLICATE-SLOT.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX NOT < WS-IDX
               IF WS-SLOT-ID(WS-DUP-IDX) = WS-SLOT-ID(WS-IDX)
                   MOVE "A PART IS KEYED MORE THAN ONCE"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-PERFORM.

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

       END PROGRAM PARTS_KIT_MAINT.
