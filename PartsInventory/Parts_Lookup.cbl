      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Look up a single part by PARTID and display its
      *          name, description, price and supplier, and its
      *          place in any supersession chain on PARTSUPR.DAT - the
      *          parts that replace it, link by link, and the parts it
      *          replaces - so a storeman holding an old part number
      *          can see what to pull instead. Stock is shown three
      *          ways: on hand (PARTQTY), reserved for planned orders
      *          on PARTRESV.DAT, and available - on hand less
      *          reserved, the most a walk-up order can take.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT SUPRFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPR-OLD-PART
               FILE STATUS IS WS-SUPR-STATUS.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 REC-IO.
               COPY PARTREC.

       FD SUPRFILE
           VALUE OF FILE-ID IS "../PARTSUPR.DAT".
           01 SUPR-REC.
               COPY SUPRREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOOKUP-ID         PIC 9(5) VALUE 00000.
       01 WS-DONE              PIC X VALUE "F".
       01 WS-SUPR-STATUS       PIC XX VALUE ZEROES.
       01 WS-SUPR-ON-FILE      PIC X VALUE "F".
       01 WS-CHAIN-END         PIC X VALUE "F".
       01 WS-CHAIN-PART        PIC 9(5) VALUE ZEROES.
       01 WS-CHAIN-HOPS        PIC 9(3) VALUE ZEROES.
       01 WS-CHAIN-PTR         PIC 99 VALUE ZEROES.
       01 WS-CHAIN-ID          PIC 9(5) VALUE ZEROES.
       01 WS-REPLACED-BY       PIC X(46) VALUE SPACES.
       01 WS-REPLACES          PIC X(46) VALUE SPACES.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE      PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-ONHAND-QTY        PIC 9(5) VALUE ZEROES.
       01 WS-RESERVED-QTY      PIC 9(7) VALUE ZEROES.
       01 WS-AVAILABLE-QTY     PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
               10 VALUE "Part Price: "                  LINE 12 COL 22.
               10 PART-PRICE PIC $Z,ZZZ,ZZ9.99 FROM PARTPRICE
                                                         LINE 12 COL 34.
               10 VALUE "On Hand: "                     LINE 13 COL 25.
               10 PART-ONHAND PIC ZZZZ9 FROM WS-ONHAND-QTY
                                                         LINE 13 COL 34.
               10 VALUE "Reserved: "                    LINE 13 COL 41.
               10 PART-RESERVED PIC ZZZZZZ9 FROM WS-RESERVED-QTY
                                                         LINE 13 COL 51.
               10 VALUE "Available: "                   LINE 13 COL 59.
               10 PART-AVAILABLE PIC ZZZZ9 FROM WS-AVAILABLE-QTY
                                                         LINE 13 COL 70.
               10 VALUE "Supplier ID: "                 LINE 14 COL 21.
               10 PART-SUPP PIC 9(5) FROM PARTSUPP      LINE 14 COL 34.
               10 VALUE "Replaced by: "                 LINE 15 COL 21.
               10 REPLACED-BY PIC X(46) FROM WS-REPLACED-BY
                                                         LINE 15 COL 34.
               10 VALUE "Replaces: "                    LINE 16 COL 24.
               10 REPLACES PIC X(46) FROM WS-REPLACES   LINE 16 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT SUPRFILE.
            IF WS-SUPR-STATUS = "00"
                MOVE "T" TO WS-SUPR-ON-FILE
            END-IF.
            OPEN INPUT RESVFILE.
            IF WS-RESV-STATUS = "00"
                MOVE "T" TO WS-RESV-ON-FILE
            END-IF.

            DISPLAY PART-LOOKUP-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                END-IF
            END-PERFORM.

            IF WS-RESV-ON-FILE = "T"
                CLOSE RESVFILE
            END-IF.
            IF WS-SUPR-ON-FILE = "T"
                CLOSE SUPRFILE
            END-IF.
            CLOSE FIN.
            GOBACK.

           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO PARTNAME PARTDESC.
           MOVE ZEROES TO PARTPRICE PARTSUPP.
           MOVE SPACES TO WS-REPLACED-BY WS-REPLACES.
           MOVE ZEROES TO WS-ONHAND-QTY WS-RESERVED-QTY
               WS-AVAILABLE-QTY.
           MOVE WS-LOOKUP-ID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   PERFORM BUILD-AVAILABILITY
                   IF WS-SUPR-ON-FILE = "T"
                       PERFORM BUILD-REPLACED-BY
                       PERFORM BUILD-REPLACES
                   END-IF
           END-READ.

      ****** Follows the supersession links on from the part, showing
      ****** each successor with FULL for a supersession or SUB for
      ****** an interchangeable substitute. Three links fill the
      ****** line; a longer chain - or one that loops - ends in ...
       BUILD-REPLACED-BY.
           MOVE WS-LOOKUP-ID TO WS-CHAIN-PART.
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
                       IF SUPR-NEW-PART = WS-LOOKUP-ID
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

      ****** Reservations are keyed by part then order, so the part's
      ****** are one short run of the file. A part over-reserved
      ****** after a count shows nothing available rather than a
      ****** negative.
       BUILD-AVAILABILITY.
           MOVE PARTQTY TO WS-ONHAND-QTY.
           IF WS-RESV-ON-FILE = "T"
               MOVE "F" TO WS-RESV-EOF
               MOVE PARTID TO RESV-PARTID
               MOVE ZEROES TO RESV-ORDER-NO
               START RESVFILE KEY IS NOT LESS THAN RESV-KEY
                   INVALID KEY
                       MOVE "T" TO WS-RESV-EOF
               END-START
               PERFORM UNTIL WS-RESV-EOF = "T"
                   READ RESVFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-RESV-EOF
                       NOT AT END
                           IF RESV-PARTID NOT = PARTID
                               MOVE "T" TO WS-RESV-EOF
                           ELSE
                               ADD RESV-QTY TO WS-RESERVED-QTY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ONHAND-QTY > WS-RESERVED-QTY
               COMPUTE WS-AVAILABLE-QTY =
                   WS-ONHAND-QTY - WS-RESERVED-QTY
           END-IF.

       END PROGRAM PARTS_LOOKUP.
