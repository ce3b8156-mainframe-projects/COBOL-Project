      ******************************************************************
      * Author: Brock Sharp
      * Date: 04/01/2019
      * Purpose: Online part supersession and substitute maintenance -
      *          add, change and delete the links on PARTSUPR.DAT.
      *          Each link names the part that replaces an old part
      *          and says how: S for a full supersession, where the
      *          manufacturer has replaced the part number and the old
      *          part is no longer bought, or I for an interchangeable
      *          substitute, where both stay live. Both parts must be
      *          on PARTLIST.DAT and their names are echoed beside the
      *          IDs. A part cannot replace itself, and a link that
      *          would lead back round the chain to the part it starts
      *          from is refused - a loop would send the suggested
      *          order round in circles.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_SUPR_MAINT INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-SUPR-STATUS       PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-PARTS-ON-FILE     PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-LINK-FOUND        PIC X VALUE "F".
       01 WS-PART-FOUND        PIC X VALUE "F".
       01 WS-WALK-END          PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-OLD-PART          PIC 9(5) VALUE ZEROES.
       01 WS-OLD-NAME          PIC X(15) VALUE SPACES.
       01 WS-NEW-PART          PIC 9(5) VALUE ZEROES.
       01 WS-NEW-NAME          PIC X(15) VALUE SPACES.
       01 WS-LINK-TYPE         PIC X VALUE SPACES.
       01 WS-LINK-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-CHECK-PART        PIC 9(5) VALUE ZEROES.
       01 WS-CHECK-NAME        PIC X(15) VALUE SPACES.
       01 WS-WALK-PART         PIC 9(5) VALUE ZEROES.
       01 WS-WALK-HOPS         PIC 9(3) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 SUPR-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SUPERSESSION / SUBSTITUTES"        LINE 3 COL 27.
           05 ACTION-FIELD.
               10 VALUE "Action (A/C/D): "               LINE 5 COL 18.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 SUPR-KEY-FIELDS.
               10 VALUE "Old part ID: "                  LINE 7 COL 21.
               10 OLD-PART-IN PIC 9(5) TO WS-OLD-PART    LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "A=ADD C=CHANGE D=DELETE. PRESS ENTER ON A
      -            " BLANK ACTION TO EXIT"               LINE 20 COL 14.

       01 SUPR-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SUPERSESSION / SUBSTITUTES"        LINE 3 COL 27.
           05 LINK-SECTION.
               10 VALUE "Old part ID: "                  LINE 5 COL 21.
               10 OLD-PART-OUT PIC 9(5) FROM WS-OLD-PART LINE 5 COL 34.
               10 OLD-NAME-OUT PIC X(15) FROM WS-OLD-NAME
                                                          LINE 5 COL 41.
               10 VALUE "Replaced by: "                  LINE 7 COL 21.
               10 NEW-PART-IO PIC 9(5) FROM WS-NEW-PART
                   TO WS-NEW-PART                         LINE 7 COL 34.
               10 NEW-NAME-OUT PIC X(15) FROM WS-NEW-NAME
                                                          LINE 7 COL 41.
               10 VALUE "Link type: "                    LINE 9 COL 23.
               10 LINK-TYPE-IO PIC X FROM WS-LINK-TYPE
                   TO WS-LINK-TYPE                        LINE 9 COL 34.
               10 VALUE "S=FULL SUPERSESSION  I=SUBSTITUTE"
                                                          LINE 9 COL 37.
               10 VALUE "Last keyed: "                   LINE 11 COL 22.
               10 LINK-DATE-OUT PIC 9(8) FROM WS-LINK-DATE
                                                        LINE 11 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE REPLACEMENT PART AND LINK TYPE AND
      -            " PRESS ENTER"                        LINE 20 COL 14.

       01 SUPR-CONFIRM-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SUPERSESSION / SUBSTITUTES"        LINE 3 COL 27.
           05 DATA-DISPLAY-SECTION.
               10 VALUE "Old part ID: "                  LINE 5 COL 21.
               10 OLD-PART-SHOW PIC 9(5) FROM WS-OLD-PART
                                                          LINE 5 COL 34.
               10 VALUE "Replaced by: "                  LINE 7 COL 21.
               10 NEW-PART-SHOW PIC 9(5) FROM WS-NEW-PART
                                                          LINE 7 COL 34.
               10 VALUE "Link type: "                    LINE 9 COL 23.
               10 LINK-TYPE-SHOW PIC X FROM WS-LINK-TYPE LINE 9 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this link? (Y/N): "      LINE 12 COL 20.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 12 COL 46.
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
            PERFORM OPEN-LINK-FILE.
            OPEN INPUT FIN.
            IF WS-FIN-STATUS = "00"
                MOVE "T" TO WS-PARTS-ON-FILE
            END-IF.

            DISPLAY SUPR-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE ZEROES TO WS-OLD-PART
                ACCEPT SUPR-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY SUPR-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-PARTS-ON-FILE = "T"
                CLOSE FIN
            END-IF.
            CLOSE SUPRFILE.
            GOBACK.

      ****** Opens PARTSUPR.DAT for random update, creating it first
      ****** if this is the first run and it does not exist yet on
      ****** disk.
       OPEN-LINK-FILE.
           OPEN I-O SUPRFILE.
           IF WS-SUPR-STATUS NOT = "00"
               OPEN OUTPUT SUPRFILE
               CLOSE SUPRFILE
               OPEN I-O SUPRFILE
           END-IF.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-OLD-PART = ZEROES
               MOVE "AN OLD PART ID IS REQUIRED" TO WS-ERROR-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                       PERFORM ADD-LINK
                   WHEN WS-ACTION = "C" OR WS-ACTION = "c"
                       PERFORM CHANGE-LINK
                   WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                       PERFORM DELETE-LINK
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C OR D"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

      ****** The old part must still be on the parts master to be
      ****** given a successor; a part already deleted has nothing
      ****** left to supersede.
       ADD-LINK.
           MOVE WS-OLD-PART TO WS-CHECK-PART.
           PERFORM LOOKUP-PART.
           MOVE WS-CHECK-NAME TO WS-OLD-NAME.
           IF WS-PART-FOUND = "F"
               MOVE "OLD PART ID IS NOT ON FILE" TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-OLD-PART TO SUPR-OLD-PART
               READ SUPRFILE
                   INVALID KEY
                       PERFORM KEY-NEW-LINK
                   NOT INVALID KEY
                       MOVE "PART ALREADY HAS A SUCCESSOR - USE C"
                           TO WS-ERROR-MESSAGE
               END-READ
           END-IF.

       KEY-NEW-LINK.
           MOVE ZEROES TO WS-NEW-PART.
           MOVE SPACES TO WS-NEW-NAME.
           MOVE SPACES TO WS-LINK-TYPE.
           MOVE ZEROES TO WS-LINK-DATE.
           PERFORM ACCEPT-LINK-FIELDS.
           PERFORM MOVE-FIELDS-TO-RECORD.
           WRITE SUPR-REC
               INVALID KEY
                   MOVE "PART ALREADY HAS A SUCCESSOR"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "LINK ADDED" TO WS-ERROR-MESSAGE
           END-WRITE.

       CHANGE-LINK.
           PERFORM FIND-LINK.
           IF WS-LINK-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM ACCEPT-LINK-FIELDS
               PERFORM MOVE-FIELDS-TO-RECORD
               REWRITE SUPR-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "LINK CHANGED" TO WS-ERROR-MESSAGE
               END-REWRITE
           END-IF.

       DELETE-LINK.
           PERFORM FIND-LINK.
           IF WS-LINK-FOUND = "T"
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE SPACES TO WS-CONFIRM
               DISPLAY SUPR-CONFIRM-SCREEN
               ACCEPT CONFIRM-FIELD
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM REMOVE-LINK
               END-IF
           END-IF.

       REMOVE-LINK.
           MOVE WS-OLD-PART TO SUPR-OLD-PART.
           DELETE SUPRFILE RECORD
               INVALID KEY
                   MOVE "ERROR DELETING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "LINK DELETED" TO WS-ERROR-MESSAGE
           END-DELETE.

      ****** A link stays changeable and deletable even once one of
      ****** its parts has gone from the parts master - that is how a
      ****** link the integrity check flags as dangling is put right.
       FIND-LINK.
           MOVE "F" TO WS-LINK-FOUND.
           MOVE WS-OLD-PART TO SUPR-OLD-PART.
           READ SUPRFILE
               INVALID KEY
                   MOVE "NO LINK ON FILE FOR THIS PART"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-LINK-FOUND
                   MOVE SUPR-NEW-PART TO WS-NEW-PART
                   MOVE SUPR-TYPE TO WS-LINK-TYPE
                   MOVE SUPR-DATE TO WS-LINK-DATE
                   MOVE WS-OLD-PART TO WS-CHECK-PART
                   PERFORM LOOKUP-PART
                   MOVE WS-CHECK-NAME TO WS-OLD-NAME
                   MOVE WS-NEW-PART TO WS-CHECK-PART
                   PERFORM LOOKUP-PART
                   MOVE WS-CHECK-NAME TO WS-NEW-NAME
           END-READ.

       MOVE-FIELDS-TO-RECORD.
           MOVE WS-OLD-PART TO SUPR-OLD-PART.
           MOVE WS-NEW-PART TO SUPR-NEW-PART.
           MOVE WS-LINK-TYPE TO SUPR-TYPE.
           MOVE WS-TODAY TO SUPR-DATE.

       ACCEPT-LINK-FIELDS.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY SUPR-ENTRY-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT SUPR-ENTRY-SCREEN
               PERFORM VALIDATE-LINK-FIELDS
           END-PERFORM.

       VALIDATE-LINK-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-LINK-TYPE = "s"
               MOVE "S" TO WS-LINK-TYPE
           END-IF.
           IF WS-LINK-TYPE = "i"
               MOVE "I" TO WS-LINK-TYPE
           END-IF.
           IF WS-LINK-TYPE NOT = "S" AND WS-LINK-TYPE NOT = "I"
               MOVE "LINK TYPE MUST BE S OR I" TO WS-ERROR-MESSAGE
           END-IF.
           MOVE SPACES TO WS-NEW-NAME.
           IF WS-NEW-PART = ZEROES
               MOVE "A REPLACEMENT PART ID IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           ELSE
               IF WS-NEW-PART = WS-OLD-PART
                   MOVE "A PART CANNOT REPLACE ITSELF"
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-NEW-PART TO WS-CHECK-PART
                   PERFORM LOOKUP-PART
                   MOVE WS-CHECK-NAME TO WS-NEW-NAME
                   IF WS-PART-FOUND = "F"
                       MOVE "REPLACEMENT PART IS NOT ON FILE"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM CHECK-FOR-LOOP
                   END-IF
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY SUPR-ENTRY-SCREEN
           END-IF.

      ****** Walks the chain on from the replacement part. Arriving
      ****** back at the old part means the new link would close a
      ****** loop. The hop limit stops the walk on a loop already on
      ****** file further down the chain.
       CHECK-FOR-LOOP.
           MOVE WS-NEW-PART TO WS-WALK-PART.
           MOVE ZEROES TO WS-WALK-HOPS.
           MOVE "F" TO WS-WALK-END.
           PERFORM UNTIL WS-WALK-END = "T"
               IF WS-WALK-PART = WS-OLD-PART
                   MOVE "LINK WOULD LOOP BACK TO THIS PART"
                       TO WS-ERROR-MESSAGE
                   MOVE "T" TO WS-WALK-END
               ELSE
                   ADD 1 TO WS-WALK-HOPS
                   MOVE WS-WALK-PART TO SUPR-OLD-PART
                   READ SUPRFILE
                       INVALID KEY
                           MOVE "T" TO WS-WALK-END
                       NOT INVALID KEY
                           MOVE SUPR-NEW-PART TO WS-WALK-PART
                   END-READ
                   IF WS-WALK-HOPS > 100
                       MOVE "T" TO WS-WALK-END
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-PART.
           MOVE "F" TO WS-PART-FOUND.
           MOVE "*NOT ON FILE*" TO WS-CHECK-NAME.
           IF WS-PARTS-ON-FILE = "T"
               MOVE WS-CHECK-PART TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO WS-PART-FOUND
                       MOVE PARTNAME TO WS-CHECK-NAME
               END-READ
           END-IF.

       END PROGRAM PARTS_SUPR_MAINT.
