      ******************************************************************
      * Author: Brock Sharp
      * Date: 04/01/2019
      * Purpose: Online stockroom maintenance - add, change and delete
      *          the stockrooms on STOREMST.DAT that parts can be
      *          kept in, transferred between, ordered from, received
      *          into and counted in. The main stores, code MAIN, is
      *          set up the first time the file is opened and can be
      *          renamed but never deleted - every program that does
      *          not ask for a stockroom posts to it. A satellite crib
      *          can only be deleted once nothing is left on its
      *          shelves or on its way to it on PARTSTK.DAT; the empty
      *          part records it leaves behind go with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_STORE_MAINT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE       PIC X VALUE "F".
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-STOCK-HELD        PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-STORE-FOUND       PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-STORE-CODE        PIC X(4) VALUE SPACES.
       01 WS-STORE-NAME        PIC X(25) VALUE SPACES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 STORE-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "STOCKROOM MAINTENANCE"             LINE 3 COL 30.
           05 ACTION-FIELD.
               10 VALUE "Action (A/C/D): "               LINE 5 COL 18.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 STORE-KEY-FIELDS.
               10 VALUE "Stockroom code: "               LINE 7 COL 18.
               10 STORE-CODE-IN PIC X(4) TO WS-STORE-CODE
                                                          LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "A=ADD C=CHANGE D=DELETE. PRESS ENTER ON A
      -            " BLANK ACTION TO EXIT"               LINE 20 COL 14.

       01 STORE-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "STOCKROOM MAINTENANCE"             LINE 3 COL 30.
           05 STORE-SECTION.
               10 VALUE "Stockroom code: "               LINE 5 COL 18.
               10 STORE-CODE-OUT PIC X(4) FROM WS-STORE-CODE
                                                          LINE 5 COL 34.
               10 VALUE "Stockroom name: "               LINE 7 COL 18.
               10 STORE-NAME-IO PIC X(25) FROM WS-STORE-NAME
                   TO WS-STORE-NAME                       LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE STOCKROOM NAME AND PRESS ENTER"
                                                         LINE 20 COL 21.

       01 STORE-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "STOCKROOM MAINTENANCE"             LINE 3 COL 30.
           05 DATA-DISPLAY-SECTION.
               10 VALUE "Stockroom code: "               LINE 5 COL 18.
               10 STORE-CODE-SHOW PIC X(4) FROM WS-STORE-CODE
                                                          LINE 5 COL 34.
               10 VALUE "Stockroom name: "               LINE 7 COL 18.
               10 STORE-NAME-SHOW PIC X(25) FROM WS-STORE-NAME
                                                          LINE 7 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this stockroom? (Y/N): " LINE 10 COL 15.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 10 COL 46.
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
            PERFORM OPEN-STORE-FILE.
            OPEN I-O STKFILE.
            IF WS-STK-STATUS = "00"
                MOVE "T" TO WS-STK-ON-FILE
            END-IF.

            DISPLAY STORE-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE SPACES TO WS-STORE-CODE
                ACCEPT STORE-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY STORE-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-STK-ON-FILE = "T"
                CLOSE STKFILE
            END-IF.
            CLOSE STOREFILE.
            GOBACK.

      ****** Opens STOREMST.DAT for random update, creating it first
      ****** if this is the first run and it does not exist yet on
      ****** disk. The main stores is put on file if it is missing,
      ****** so there is always somewhere for stock to be.
       OPEN-STORE-FILE.
           OPEN I-O STOREFILE.
           IF WS-STORE-STATUS NOT = "00"
               OPEN OUTPUT STOREFILE
               CLOSE STOREFILE
               OPEN I-O STOREFILE
           END-IF.
           MOVE "MAIN" TO STORE-CODE.
           READ STOREFILE
               INVALID KEY
                   MOVE "MAIN" TO STORE-CODE
                   MOVE "MAIN STORES" TO STORE-NAME
                   WRITE STORE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-STORE-CODE = SPACES
               MOVE "A STOCKROOM CODE IS REQUIRED" TO WS-ERROR-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                       PERFORM ADD-STORE
                   WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                       PERFORM CHANGE-STORE
                   WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                       PERFORM DELETE-STORE
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C OR D"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

       ADD-STORE.
           MOVE WS-STORE-CODE TO STORE-CODE.
           READ STOREFILE
               INVALID KEY
                   PERFORM KEY-NEW-STORE
               NOT INVALID KEY
                   MOVE "STOCKROOM CODE ALREADY ON FILE"
                       TO WS-ERROR-MESSAGE
           END-READ.

       KEY-NEW-STORE.
           MOVE SPACES TO WS-STORE-NAME.
           PERFORM ACCEPT-STORE-FIELDS.
           PERFORM MOVE-FIELDS-TO-RECORD.
           WRITE STORE-REC
               INVALID KEY
                   MOVE "STOCKROOM CODE ALREADY ON FILE"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "STOCKROOM ADDED" TO WS-ERROR-MESSAGE
           END-WRITE.

       CHANGE-STORE.
           PERFORM FIND-STORE.
           IF WS-STORE-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM ACCEPT-STORE-FIELDS
               PERFORM MOVE-FIELDS-TO-RECORD
               REWRITE STORE-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "STOCKROOM CHANGED" TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.

      ****** The main stores cannot go, and neither can a crib that
      ****** still holds stock or has stock on its way to it.
       DELETE-STORE.
           PERFORM FIND-STORE.
           IF WS-STORE-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               IF WS-STORE-CODE = "MAIN"
                   MOVE "THE MAIN STORES CANNOT BE DELETED"
                       TO WS-ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-STOCK-HELD
                   IF WS-STOCK-HELD = "T"
                       MOVE "STOCKROOM STILL HOLDS STOCK"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE SPACES TO WS-CONFIRM
                       DISPLAY STORE-CONFIRM-SCREEN
                       ACCEPT CONFIRM-FIELD
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           PERFORM REMOVE-STORE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REMOVE-STORE.
           MOVE WS-STORE-CODE TO STORE-CODE.
           DELETE STOREFILE RECORD
               INVALID KEY
                   MOVE "ERROR DELETING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   PERFORM REMOVE-EMPTY-STOCK
                   MOVE "STOCKROOM DELETED" TO WS-ERROR-MESSAGE
           END-DELETE.

      ****** PARTSTK.DAT is keyed part first, so the whole file is
      ****** walked for the stockroom's records.
       CHECK-STOCK-HELD.
           MOVE "F" TO WS-STOCK-HELD.
           IF WS-STK-ON-FILE = "T"
               MOVE "F" TO WS-STK-EOF
               MOVE LOW-VALUES TO STK-KEY
               START STKFILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       MOVE "T" TO WS-STK-EOF
               END-START
               PERFORM UNTIL WS-STK-EOF = "T"
                   READ STKFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-STK-EOF
                       NOT AT END
                           IF STK-STORE = WS-STORE-CODE
                               AND (STK-QTY > ZEROES
                                   OR STK-TRANSIT > ZEROES)
                               MOVE "T" TO WS-STOCK-HELD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REMOVE-EMPTY-STOCK.
           IF WS-STK-ON-FILE = "T"
               MOVE "F" TO WS-STK-EOF
               MOVE LOW-VALUES TO STK-KEY
               START STKFILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       MOVE "T" TO WS-STK-EOF
               END-START
               PERFORM UNTIL WS-STK-EOF = "T"
                   READ STKFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-STK-EOF
                       NOT AT END
                           IF STK-STORE = WS-STORE-CODE
                               DELETE STKFILE RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-STORE.
           MOVE "F" TO WS-STORE-FOUND.
           MOVE WS-STORE-CODE TO STORE-CODE.
           READ STOREFILE
               INVALID KEY
                   MOVE "NO SUCH STOCKROOM ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-STORE-FOUND
                   MOVE STORE-NAME TO WS-STORE-NAME
           END-READ.

       MOVE-FIELDS-TO-RECORD.
           MOVE WS-STORE-CODE TO STORE-CODE.
           MOVE WS-STORE-NAME TO STORE-NAME.

       ACCEPT-STORE-FIELDS.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY STORE-ENTRY-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT STORE-ENTRY-SCREEN
               PERFORM VALIDATE-STORE-FIELDS
           END-PERFORM.

       VALIDATE-STORE-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-STORE-NAME = SPACES
               MOVE "A STOCKROOM NAME IS REQUIRED" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY STORE-ENTRY-SCREEN
           END-IF.

       END PROGRAM PARTS_STORE_MAINT.
