      ******************************************************************
      * Author: Brock Sharp
      * Date: 04/01/2019
      * Purpose: Online inter-store transfer. S ships a quantity of a
      *          part out of one stockroom on STOREMST.DAT towards
      *          another: the stock comes off the sending shelf at
      *          once, a transfer record is written IN TRANSIT to
      *          PARTXFER.DAT and the quantity sits on the receiving
      *          stockroom's in-transit figure on PARTSTK.DAT until R
      *          books the transfer in at the other end, putting it
      *          on that stockroom's shelf - in the bin keyed, which
      *          becomes the part's bin there - and marking the
      *          transfer RECEIVED. A transfer never changes PARTQTY:
      *          the stock stays the company's the whole way, which
      *          is why it moves no value and writes no audit entry.
      *          The main stores' shelf is whatever PARTQTY leaves
      *          after the cribs and the stock in transit, so shipping
      *          out of MAIN or receiving into it needs no posting to
      *          a MAIN shelf figure of its own.
      *          Only available stock ships: the sending stockroom's
      *          shelf less what PARTRESV.DAT holds there for
      *          reservations and orders waiting on approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_TRANSFER INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT XFERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XFER-NO
               FILE STATUS IS WS-XFER-STATUS.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD XFERFILE
           VALUE OF FILE-ID IS "../PARTXFER.DAT".
           01 XFER-REC.
               COPY XFERREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STORES-ON-FILE    PIC X VALUE "F".
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-XFER-STATUS       PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF          PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-XFER-FOUND        PIC X VALUE "F".
       01 WS-STORE-OK          PIC X VALUE "F".
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-XFER-NUMBER       PIC 9(6) VALUE ZEROES.
       01 WS-MAX-XFER-NUM      PIC 9(6) VALUE ZEROES.
       01 WS-PART-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(15) VALUE SPACES.
       01 WS-FROM-STORE        PIC X(4) VALUE SPACES.
       01 WS-TO-STORE          PIC X(4) VALUE SPACES.
       01 WS-XFER-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-XFER-BIN          PIC X(8) VALUE SPACES.
       01 WS-SHIP-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-CHECK-STORE       PIC X(4) VALUE SPACES.
       01 WS-STORE-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE      PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-STORE-RESERVED    PIC 9(7) VALUE ZEROES.
       01 WS-SHIPPED-MESSAGE.
           05 VALUE "TRANSFER ".
           05 WSM-XFER-NO      PIC 9(6).
           05 VALUE " SHIPPED - IN TRANSIT".
       01 WS-SHORT-MESSAGE.
           05 VALUE "ONLY ".
           05 WSH-QTY          PIC ZZZZ9.
           05 VALUE " AVAILABLE IN SENDING STORE".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 XFER-ACTION-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "STOCKROOM TRANSFER"                LINE 3 COL 31.
           05 ACTION-FIELD.
               10 VALUE "Action (S/R): "                 LINE 5 COL 20.
               10 ACTION-CODE PIC X TO WS-ACTION         LINE 5 COL 34.
           05 XFER-KEY-FIELDS.
               10 VALUE "Transfer no (R): "              LINE 7 COL 17.
               10 XFER-NO-IN PIC 9(6) TO WS-XFER-NUMBER  LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "S=SHIP R=RECEIVE. PRESS ENTER ON A BLANK
      -            " ACTION TO EXIT"                     LINE 20 COL 17.

       01 XFER-SHIP-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SHIP STOCKROOM TRANSFER"           LINE 3 COL 29.
           05 SHIP-SECTION.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 SHIP-PART-IO PIC 9(5) FROM WS-PART-ID
                   TO WS-PART-ID                          LINE 5 COL 34.
               10 SHIP-NAME-OUT PIC X(15) FROM WS-PART-NAME
                                                          LINE 5 COL 41.
               10 VALUE "From stockroom: "               LINE 7 COL 18.
               10 SHIP-FROM-IO PIC X(4) FROM WS-FROM-STORE
                   TO WS-FROM-STORE                       LINE 7 COL 34.
               10 VALUE "To stockroom: "                 LINE 9 COL 20.
               10 SHIP-TO-IO PIC X(4) FROM WS-TO-STORE
                   TO WS-TO-STORE                         LINE 9 COL 34.
               10 VALUE "Qty to ship: "                  LINE 11 COL 21.
               10 SHIP-QTY-IO PIC 9(5) FROM WS-XFER-QTY
                   TO WS-XFER-QTY                        LINE 11 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE PART, STOCKROOMS AND QTY AND PRESS
      -            " ENTER. BLANK PART ID TO EXIT"       LINE 20 COL 9.

       01 XFER-RECEIVE-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "RECEIVE STOCKROOM TRANSFER"        LINE 3 COL 27.
           05 RECEIVE-SECTION.
               10 VALUE "Transfer no: "                  LINE 5 COL 21.
               10 RECV-XFER-OUT PIC 9(6) FROM WS-XFER-NUMBER
                                                          LINE 5 COL 34.
               10 VALUE "Part ID: "                      LINE 6 COL 25.
               10 RECV-PART-OUT PIC 9(5) FROM WS-PART-ID LINE 6 COL 34.
               10 RECV-NAME-OUT PIC X(15) FROM WS-PART-NAME
                                                          LINE 6 COL 41.
               10 VALUE "From stockroom: "               LINE 7 COL 18.
               10 RECV-FROM-OUT PIC X(4) FROM WS-FROM-STORE
                                                          LINE 7 COL 34.
               10 VALUE "To stockroom: "                 LINE 8 COL 20.
               10 RECV-TO-OUT PIC X(4) FROM WS-TO-STORE  LINE 8 COL 34.
               10 VALUE "Qty shipped: "                  LINE 9 COL 21.
               10 RECV-QTY-OUT PIC ZZZZ9 FROM WS-XFER-QTY
                                                          LINE 9 COL 34.
               10 VALUE "Shipped on: "                   LINE 10 COL 22.
               10 RECV-DATE-OUT PIC 9(8) FROM WS-SHIP-DATE
                                                         LINE 10 COL 34.
               10 VALUE "Bin: "                          LINE 12 COL 29.
               10 RECV-BIN-IO PIC X(8) FROM WS-XFER-BIN
                   TO WS-XFER-BIN                        LINE 12 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Book this transfer in? (Y/N): " LINE 14 COL 15.
               10 CONFIRM-ANSWER PIC X FROM WS-CONFIRM
                   TO WS-CONFIRM                         LINE 14 COL 46.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "CHECK THE QTY ON THE SHELF, KEY THE BIN AND
      -            " ENTER Y TO BOOK IT IN"              LINE 20 COL 12.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            OPEN INPUT FIN.
            IF WS-FIN-STATUS NOT = "00"
                DISPLAY "PARTS_TRANSFER: PARTLIST.DAT NOT FOUND - "
                    "RUN THE PARTS LOADER BEFORE MOVING STOCK"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT STOREFILE.
            IF WS-STORE-STATUS = "00"
                MOVE "T" TO WS-STORES-ON-FILE
            END-IF.
            PERFORM OPEN-TRANSFER-FILES.
            OPEN INPUT RESVFILE.
            IF WS-RESV-STATUS = "00"
                MOVE "T" TO WS-RESV-ON-FILE
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            DISPLAY XFER-ACTION-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-ACTION
                MOVE ZEROES TO WS-XFER-NUMBER
                ACCEPT XFER-ACTION-SCREEN
                IF WS-ACTION = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ACTION
                    DISPLAY XFER-ACTION-SCREEN
                END-IF
            END-PERFORM.

            IF WS-RESV-ON-FILE = "T"
                CLOSE RESVFILE
            END-IF.
            CLOSE XFERFILE.
            CLOSE STKFILE.
            IF WS-STORES-ON-FILE = "T"
                CLOSE STOREFILE
            END-IF.
            CLOSE FIN.
            GOBACK.

      ****** Opens PARTSTK.DAT and PARTXFER.DAT for update, creating
      ****** each first if this is the first transfer and it does not
      ****** exist yet on disk.
       OPEN-TRANSFER-FILES.
           OPEN I-O STKFILE.
           IF WS-STK-STATUS NOT = "00"
               OPEN OUTPUT STKFILE
               CLOSE STKFILE
               OPEN I-O STKFILE
           END-IF.
           OPEN I-O XFERFILE.
           IF WS-XFER-STATUS NOT = "00"
               OPEN OUTPUT XFERFILE
               CLOSE XFERFILE
               OPEN I-O XFERFILE
           END-IF.

       PROCESS-ACTION.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           EVALUATE TRUE
               WHEN WS-ACTION = "S" OR WS-ACTION = "s"
                   PERFORM SHIP-TRANSFER
               WHEN WS-ACTION = "R" OR WS-ACTION = "r"
                   PERFORM RECEIVE-TRANSFER
               WHEN OTHER
                   MOVE "ACTION MUST BE S OR R" TO WS-ERROR-MESSAGE
           END-EVALUATE.

      ****** Keeps the ship screen up transfer after transfer until
      ****** a blank part ID comes back.
       SHIP-TRANSFER.
           MOVE ZEROES TO WS-PART-ID.
           MOVE SPACES TO WS-PART-NAME.
           MOVE "MAIN" TO WS-FROM-STORE.
           MOVE SPACES TO WS-TO-STORE.
           MOVE ZEROES TO WS-XFER-QTY.
           MOVE "F" TO WS-DATA-VALIDATED.
           DISPLAY XFER-SHIP-SCREEN.
           PERFORM UNTIL WS-DATA-VALIDATED = "T"
               ACCEPT XFER-SHIP-SCREEN
               IF WS-PART-ID = ZEROES
                   MOVE "T" TO WS-DATA-VALIDATED
               ELSE
                   PERFORM VALIDATE-SHIPMENT
                   IF WS-ERROR-MESSAGE = SPACES
                       PERFORM POST-SHIPMENT
                       MOVE ZEROES TO WS-PART-ID
                       MOVE SPACES TO WS-PART-NAME
                       MOVE ZEROES TO WS-XFER-QTY
                   END-IF
                   DISPLAY XFER-SHIP-SCREEN
               END-IF
           END-PERFORM.

      ****** The part must be on file, both stockrooms on the
      ****** stockroom master and different, and the sending shelf
      ****** must have the quantity shipped free of reservations.
       VALIDATE-SHIPMENT.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO WS-PART-NAME.
           MOVE WS-PART-ID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE PARTNAME TO WS-PART-NAME
           END-READ.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-FROM-STORE TO WS-CHECK-STORE
               PERFORM CHECK-STORE-CODE
               IF WS-STORE-OK = "F"
                   MOVE "SENDING STOCKROOM IS NOT ON FILE"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-TO-STORE TO WS-CHECK-STORE
               PERFORM CHECK-STORE-CODE
               IF WS-STORE-OK = "F"
                   MOVE "RECEIVING STOCKROOM IS NOT ON FILE"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               AND WS-FROM-STORE = WS-TO-STORE
               MOVE "STOCKROOMS MUST BE DIFFERENT" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES AND WS-XFER-QTY = ZEROES
               MOVE "A QUANTITY TO SHIP IS REQUIRED"
                   TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-FROM-STORE TO WS-CHECK-STORE
               PERFORM GET-STORE-ONHAND
               IF WS-XFER-QTY > WS-STORE-ONHAND
                   MOVE WS-STORE-ONHAND TO WSH-QTY
                   MOVE WS-SHORT-MESSAGE TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      ****** MAIN is always a stockroom, even before the stockroom
      ****** master has been set up.
       CHECK-STORE-CODE.
           MOVE "F" TO WS-STORE-OK.
           IF WS-CHECK-STORE = "MAIN"
               MOVE "T" TO WS-STORE-OK
           ELSE
               IF WS-STORES-ON-FILE = "T"
                   AND WS-CHECK-STORE NOT = SPACES
                   MOVE WS-CHECK-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "T" TO WS-STORE-OK
                   END-READ
               END-IF
           END-IF.

      ****** The shelf quantity of the part just read in WS-CHECK-STORE.
      ****** A crib's is on its PARTSTK.DAT record; the main stores'
      ****** is PARTQTY less everything the cribs hold and everything
      ****** in transit anywhere. What is reserved there is not free
      ****** to ship and comes off.
       GET-STORE-ONHAND.
           MOVE ZEROES TO WS-STORE-ONHAND.
           IF WS-CHECK-STORE = "MAIN"
               PERFORM SUM-HELD-ELSEWHERE
               IF PARTQTY > WS-HELD-ELSEWHERE
                   COMPUTE WS-STORE-ONHAND =
                       PARTQTY - WS-HELD-ELSEWHERE
               END-IF
           ELSE
               MOVE PARTID TO STK-PARTID
               MOVE WS-CHECK-STORE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-QTY TO WS-STORE-ONHAND
               END-READ
           END-IF.
           PERFORM SUM-STORE-RESERVED.
           IF WS-STORE-ONHAND > WS-STORE-RESERVED
               SUBTRACT WS-STORE-RESERVED FROM WS-STORE-ONHAND
           ELSE
               MOVE ZEROES TO WS-STORE-ONHAND
           END-IF.

      ****** Totals the part's reservations held in the sending
      ****** stockroom; one written before stockrooms were kept
      ****** counts against the main stores.
       SUM-STORE-RESERVED.
           MOVE ZEROES TO WS-STORE-RESERVED.
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
                               IF RESV-STORE = WS-CHECK-STORE
                                   OR (RESV-STORE = SPACES
                                       AND WS-CHECK-STORE = "MAIN")
                                   ADD RESV-QTY TO WS-STORE-RESERVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUM-HELD-ELSEWHERE.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE "F" TO WS-STK-EOF.
           MOVE PARTID TO STK-PARTID.
           MOVE LOW-VALUES TO STK-STORE.
           START STKFILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY
                   MOVE "T" TO WS-STK-EOF
           END-START.
           PERFORM UNTIL WS-STK-EOF = "T"
               READ STKFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-STK-EOF
                   NOT AT END
                       IF STK-PARTID NOT = PARTID
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           ADD STK-QTY TO WS-HELD-ELSEWHERE
                           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE
                       END-IF
               END-READ
           END-PERFORM.

      ****** Takes the stock off the sending crib's shelf, puts it on
      ****** the receiving stockroom's in-transit figure - setting up
      ****** its PARTSTK.DAT record the first time the part goes
      ****** there - and writes the transfer record.
       POST-SHIPMENT.
           PERFORM GET-NEXT-XFER-NUMBER.
           IF WS-FROM-STORE NOT = "MAIN"
               MOVE WS-PART-ID TO STK-PARTID
               MOVE WS-FROM-STORE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-XFER-QTY FROM STK-QTY
                       REWRITE STK-REC
                           INVALID KEY
                               MOVE 1 TO PA-RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF.
           MOVE WS-PART-ID TO STK-PARTID.
           MOVE WS-TO-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   MOVE ZEROES TO STK-QTY
                   MOVE WS-XFER-QTY TO STK-TRANSIT
                   MOVE SPACES TO STK-LOC
                   MOVE ZEROES TO STK-MIN
                   WRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-XFER-QTY TO STK-TRANSIT
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.
           MOVE WS-XFER-NUMBER TO XFER-NO.
           MOVE WS-PART-ID TO XFER-PARTID.
           MOVE WS-XFER-QTY TO XFER-QTY.
           MOVE WS-FROM-STORE TO XFER-FROM-STORE.
           MOVE WS-TO-STORE TO XFER-TO-STORE.
           MOVE WS-TODAY TO XFER-SHIP-DATE.
           MOVE WS-OPERATOR-ID TO XFER-SHIP-OPER.
           MOVE ZEROES TO XFER-RECV-DATE.
           MOVE SPACES TO XFER-RECV-OPER.
           MOVE "IN TRANSIT" TO XFER-STATUS.
           WRITE XFER-REC
               INVALID KEY
                   MOVE "ERROR WRITING TRANSFER" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-XFER-NUMBER TO WSM-XFER-NO
                   MOVE WS-SHIPPED-MESSAGE TO WS-ERROR-MESSAGE
           END-WRITE.

      ****** Scans PARTXFER.DAT for the highest transfer number on
      ****** file and hands back the next one after it.
       GET-NEXT-XFER-NUMBER.
           MOVE ZEROES TO WS-MAX-XFER-NUM.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE ZEROES TO XFER-NO.
           START XFERFILE KEY IS NOT LESS THAN XFER-NO
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ XFERFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF XFER-NO > WS-MAX-XFER-NUM
                           MOVE XFER-NO TO WS-MAX-XFER-NUM
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-XFER-NUMBER = WS-MAX-XFER-NUM + 1.

      ****** Only a transfer still IN TRANSIT can be booked in. The
      ****** bin offered is the part's bin in the receiving stockroom
      ****** - PARTLOC for the main stores - and whatever is keyed
      ****** there becomes the crib's bin for the part.
       RECEIVE-TRANSFER.
           PERFORM FIND-TRANSFER.
           IF WS-XFER-FOUND = "T"
               MOVE SPACES TO WS-CONFIRM
               MOVE SPACES TO WS-ERROR-MESSAGE
               DISPLAY XFER-RECEIVE-SCREEN
               ACCEPT XFER-RECEIVE-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM POST-TRANSFER-RECEIPT
               ELSE
                   MOVE "TRANSFER NOT BOOKED IN" TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       FIND-TRANSFER.
           MOVE "F" TO WS-XFER-FOUND.
           MOVE WS-XFER-NUMBER TO XFER-NO.
           READ XFERFILE
               INVALID KEY
                   MOVE "NO SUCH TRANSFER ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF XFER-STATUS NOT = "IN TRANSIT"
                       MOVE "TRANSFER IS ALREADY RECEIVED"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "T" TO WS-XFER-FOUND
                       PERFORM LOAD-TRANSFER-FIELDS
                   END-IF
           END-READ.

       LOAD-TRANSFER-FIELDS.
           MOVE XFER-PARTID TO WS-PART-ID.
           MOVE XFER-QTY TO WS-XFER-QTY.
           MOVE XFER-FROM-STORE TO WS-FROM-STORE.
           MOVE XFER-TO-STORE TO WS-TO-STORE.
           MOVE XFER-SHIP-DATE TO WS-SHIP-DATE.
           MOVE "*NOT ON FILE*" TO WS-PART-NAME.
           MOVE SPACES TO WS-XFER-BIN.
           MOVE XFER-PARTID TO PARTID.
           READ FIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARTNAME TO WS-PART-NAME
                   MOVE PARTLOC TO WS-XFER-BIN
           END-READ.
           IF WS-TO-STORE NOT = "MAIN"
               MOVE SPACES TO WS-XFER-BIN
               MOVE XFER-PARTID TO STK-PARTID
               MOVE XFER-TO-STORE TO STK-STORE
               READ STKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-LOC TO WS-XFER-BIN
               END-READ
           END-IF.

      ****** The quantity leaves the receiving stockroom's in-transit
      ****** figure and - for a crib - lands on its shelf. Landing in
      ****** the main stores needs nothing more: once it is out of
      ****** transit, PARTQTY already counts it on the MAIN shelf.
       POST-TRANSFER-RECEIPT.
           MOVE WS-PART-ID TO STK-PARTID.
           MOVE WS-TO-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   MOVE ZEROES TO STK-TRANSIT
                   MOVE ZEROES TO STK-QTY
                   MOVE ZEROES TO STK-MIN
                   MOVE SPACES TO STK-LOC
                   PERFORM APPLY-TRANSFER-RECEIPT
                   WRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM APPLY-TRANSFER-RECEIPT
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.
           MOVE WS-XFER-NUMBER TO XFER-NO.
           READ XFERFILE
               INVALID KEY
                   MOVE "ERROR RE-READING TRANSFER" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-TODAY TO XFER-RECV-DATE
                   MOVE WS-OPERATOR-ID TO XFER-RECV-OPER
                   MOVE "RECEIVED" TO XFER-STATUS
                   REWRITE XFER-REC
                       INVALID KEY
                           MOVE "ERROR UPDATING TRANSFER"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                       NOT INVALID KEY
                           MOVE "TRANSFER BOOKED IN"
                               TO WS-ERROR-MESSAGE
                   END-REWRITE
           END-READ.

       APPLY-TRANSFER-RECEIPT.
           IF STK-TRANSIT > WS-XFER-QTY
               SUBTRACT WS-XFER-QTY FROM STK-TRANSIT
           ELSE
               MOVE ZEROES TO STK-TRANSIT
           END-IF.
           IF WS-TO-STORE NOT = "MAIN"
               ADD WS-XFER-QTY TO STK-QTY
               IF WS-XFER-BIN NOT = SPACES
                   MOVE WS-XFER-BIN TO STK-LOC
               END-IF
           END-IF.

       END PROGRAM PARTS_TRANSFER.
