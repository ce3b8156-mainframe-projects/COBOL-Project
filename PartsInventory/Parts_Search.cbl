      *          matching parts, and shows the full detail for the one
      *          the operator picks, the way PARTS_LOOKUP shows a part
      *          looked up by ID. Modelled on the supplier name search
      *          pop-up in PARTS_ADD. The detail also shows the
      *          part's supersession chain from PARTSUPR.DAT, as the
      *          lookup does.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 REC-IO.
               COPY PARTREC.

       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-MATCH-COUNT       PIC 9 VALUE ZEROES.
       01 WS-PICK-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PAUSE             PIC X VALUE SPACES.
       01 WS-SUPR-STATUS       PIC XX VALUE ZEROES.
       01 WS-SUPR-ON-FILE      PIC X VALUE "F".
       01 WS-CHAIN-END         PIC X VALUE "F".
       01 WS-CHAIN-PART        PIC 9(5) VALUE ZEROES.
       01 WS-CHAIN-HOPS        PIC 9(3) VALUE ZEROES.
       01 WS-CHAIN-PTR         PIC 99 VALUE ZEROES.
       01 WS-CHAIN-ID          PIC 9(5) VALUE ZEROES.
       01 WS-REPLACED-BY       PIC X(46) VALUE SPACES.
       01 WS-REPLACES          PIC X(46) VALUE SPACES.
       01 WS-MATCH-1-ID        PIC 9(5) VALUE ZEROES.
       01 WS-MATCH-1-NAME      PIC X(15) VALUE SPACES.
       01 WS-MATCH-1-DESC      PIC X(30) VALUE SPACES.
               10 VALUE "Reorder Point: "               LINE 17 COL 19.
               10 DET-REORDER PIC ZZZZ9 FROM PARTREORDER
                                                         LINE 17 COL 34.
               10 VALUE "Replaced by: "                 LINE 18 COL 21.
               10 DET-REPLACED-BY PIC X(46) FROM WS-REPLACED-BY
                                                         LINE 18 COL 34.
               10 VALUE "Replaces: "                    LINE 19 COL 24.
               10 DET-REPLACES PIC X(46) FROM WS-REPLACES
                                                         LINE 19 COL 34.
           05 PAUSE-FIELD.
               10 VALUE "PRESS ENTER TO RETURN TO THE SEARCH"
                                                         LINE 20 COL 19.
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT SUPRFILE.
            IF WS-SUPR-STATUS = "00"
                MOVE "T" TO WS-SUPR-ON-FILE
            END-IF.

            DISPLAY PART-SEARCH-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                END-IF
            END-PERFORM.

            IF WS-SUPR-ON-FILE = "T"
                CLOSE SUPRFILE
            END-IF.
            CLOSE FIN.
            GOBACK.

               NOT INVALID KEY
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   MOVE SPACES TO WS-PAUSE
                   MOVE SPACES TO WS-REPLACED-BY WS-REPLACES
                   IF WS-SUPR-ON-FILE = "T"
                       PERFORM BUILD-REPLACED-BY
                       PERFORM BUILD-REPLACES
                   END-IF
                   DISPLAY PART-DETAIL-SCREEN
                   ACCEPT PAUSE-FIELD
           END-READ.

      ****** Follows the supersession links on from the part, showing
      ****** each successor with FULL for a supersession or SUB for
      ****** an interchangeable substitute. Three links fill the
      ****** line; a longer chain - or one that loops - ends in ...
       BUILD-REPLACED-BY.
           MOVE WS-PICK-ID TO WS-CHAIN-PART.
           MOVE ZEROES TO WS-CHAIN-HOPS.
           MOVE 1 TO WS-CHAIN-PTR.
           MOVE "F" TO WS-CHAIN-END.
           PERFORM UNTIL WS-CHAIN-END = "T"
               MOVE WS-CHAIN-PART TO SUPR-OLD-PART
               READ SUPRFILE
                   INVALID KEY
                       MOVE "T" TO WS-CHAIN-END
                   NOT INVALID KEY
                       PERFORM ADD-REPLACED-BY-LINK
               END-READ
           END-PERFORM.
           IF WS-CHAIN-HOPS = ZEROES
               MOVE "NONE" TO WS-REPLACED-BY
           END-IF.

       ADD-REPLACED-BY-LINK.
           ADD 1 TO WS-CHAIN-HOPS.
           IF WS-CHAIN-HOPS > 3
               STRING " ..." DELIMITED BY SIZE
                   INTO WS-REPLACED-BY WITH POINTER WS-CHAIN-PTR
               MOVE "T" TO WS-CHAIN-END
           ELSE
               IF WS-CHAIN-HOPS > 1
                   STRING " > " DELIMITED BY SIZE
                       INTO WS-REPLACED-BY WITH POINTER WS-CHAIN-PTR
               END-IF
               MOVE SUPR-NEW-PART TO WS-CHAIN-ID
               IF SUPR-TYPE = "S"
                   STRING WS-CHAIN-ID " (FULL)" DELIMITED BY SIZE
                       INTO WS-REPLACED-BY WITH POINTER WS-CHAIN-PTR
               ELSE
                   STRING WS-CHAIN-ID " (SUB)" DELIMITED BY SIZE
                       INTO WS-REPLACED-BY WITH POINTER WS-CHAIN-PTR
               END-IF
               MOVE SUPR-NEW-PART TO WS-CHAIN-PART
           END-IF.

      ****** The links run from old part to new, so the parts this one
      ****** replaces are found by sweeping the link file for every
      ****** link that names it as the successor.
       BUILD-REPLACES.
           MOVE ZEROES TO WS-CHAIN-HOPS.
           MOVE 1 TO WS-CHAIN-PTR.
           MOVE "F" TO WS-CHAIN-END.
           MOVE ZEROES TO SUPR-OLD-PART.
           START SUPRFILE KEY IS NOT LESS THAN SUPR-OLD-PART
               INVALID KEY
                   MOVE "T" TO WS-CHAIN-END
           END-START.
           PERFORM UNTIL WS-CHAIN-END = "T"
               READ SUPRFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-CHAIN-END
                   NOT AT END
                       IF SUPR-NEW-PART = WS-PICK-ID
                           PERFORM ADD-REPLACES-LINK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHAIN-HOPS = ZEROES
               MOVE "NONE" TO WS-REPLACES
           END-IF.

       ADD-REPLACES-LINK.
           ADD 1 TO WS-CHAIN-HOPS.
           IF WS-CHAIN-HOPS > 3
               STRING " ..." DELIMITED BY SIZE
                   INTO WS-REPLACES WITH POINTER WS-CHAIN-PTR
               MOVE "T" TO WS-CHAIN-END
           ELSE
               IF WS-CHAIN-HOPS > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-REPLACES WITH POINTER WS-CHAIN-PTR
               END-IF
               MOVE SUPR-OLD-PART TO WS-CHAIN-ID
               IF SUPR-TYPE = "S"
                   STRING WS-CHAIN-ID " (FULL)" DELIMITED BY SIZE
                       INTO WS-REPLACES WITH POINTER WS-CHAIN-PTR
               ELSE
                   STRING WS-CHAIN-ID " (SUB)" DELIMITED BY SIZE
                       INTO WS-REPLACES WITH POINTER WS-CHAIN-PTR
               END-IF
           END-IF.

       END PROGRAM PARTS_SEARCH.
