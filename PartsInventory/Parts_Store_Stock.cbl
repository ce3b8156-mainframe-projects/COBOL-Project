      ******************************************************************
      * Author: Brock Sharp
      * Date: 04/01/2019
      * Purpose: Stock-by-stockroom inquiry - enter a part ID and see
      *          what each stockroom holds on the shelf and has coming
      *          in on transfer, with its bin and minimum, five
      *          stockrooms to a screen. The main stores come first:
      *          its shelf is PARTQTY less everything the cribs hold
      *          and everything in transit, its bin is PARTLOC and its
      *          minimum PARTREORDER. Keying a crib's code with a bin
      *          and minimum sets them on the crib's PARTSTK.DAT record
      *          - creating it empty if the part has never been there
      *          - so the crib can stock the part and the reorder run
      *          can top it up by transfer.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_STORE_STOCK INITIAL.
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

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STORES-ON-FILE    PIC X VALUE "F".
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-PAGE-DONE         PIC X VALUE "F".
       01 WS-PAGE-RESP         PIC X VALUE SPACES.
       01 WS-PART-FOUND        PIC X VALUE "F".
       01 WS-LOOKUP-PART       PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(15) VALUE SPACES.
       01 WS-COMPANY-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-SET-STORE         PIC X(4) VALUE SPACES.
       01 WS-SET-BIN           PIC X(8) VALUE SPACES.
       01 WS-SET-MIN           PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-MAIN-TRANSIT      PIC 9(5) VALUE ZEROES.
       01 WS-IDX               PIC 9 VALUE ZEROES.
       01 WS-ROW               PIC 99 VALUE ZEROES.
       01 WS-ROW-COUNT         PIC 99 VALUE ZEROES.
       01 WS-STORE-TABLE.
           05 WS-ROW-ENTRY OCCURS 20 TIMES.
               10 WS-ROW-STORE     PIC X(4).
               10 WS-ROW-ONHAND    PIC 9(5).
               10 WS-ROW-TRANSIT   PIC 9(5).
               10 WS-ROW-BIN       PIC X(8).
               10 WS-ROW-MIN       PIC 9(5).
       01 WS-LINE-1-STORE      PIC X(4) VALUE SPACES.
       01 WS-LINE-1-ONHAND     PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-TRANSIT    PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-BIN        PIC X(8) VALUE SPACES.
       01 WS-LINE-1-MIN        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-STORE      PIC X(4) VALUE SPACES.
       01 WS-LINE-2-ONHAND     PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-TRANSIT    PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-BIN        PIC X(8) VALUE SPACES.
       01 WS-LINE-2-MIN        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-STORE      PIC X(4) VALUE SPACES.
       01 WS-LINE-3-ONHAND     PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-TRANSIT    PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-BIN        PIC X(8) VALUE SPACES.
       01 WS-LINE-3-MIN        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-STORE      PIC X(4) VALUE SPACES.
       01 WS-LINE-4-ONHAND     PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-TRANSIT    PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-BIN        PIC X(8) VALUE SPACES.
       01 WS-LINE-4-MIN        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-STORE      PIC X(4) VALUE SPACES.
       01 WS-LINE-5-ONHAND     PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-TRANSIT    PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-BIN        PIC X(8) VALUE SPACES.
       01 WS-LINE-5-MIN        PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 STORE-STOCK-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "STOCK BY STOCKROOM"                LINE 3 COL 31.
           05 PART-ID-FIELD.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 PART-ID-IO PIC 9(5) FROM WS-LOOKUP-PART
                   TO WS-LOOKUP-PART                      LINE 5 COL 34.
               10 PART-NAME-OUT PIC X(15) FROM WS-PART-NAME
                                                          LINE 5 COL 41.
           05 SET-FIELDS.
               10 VALUE "Set crib: "                     LINE 7 COL 24.
               10 SET-STORE-IO PIC X(4) FROM WS-SET-STORE
                   TO WS-SET-STORE                        LINE 7 COL 34.
               10 VALUE "Bin: "                          LINE 7 COL 41.
               10 SET-BIN-IO PIC X(8) FROM WS-SET-BIN
                   TO WS-SET-BIN                          LINE 7 COL 46.
               10 VALUE "Min: "                          LINE 7 COL 56.
               10 SET-MIN-IO PIC 9(5) FROM WS-SET-MIN
                   TO WS-SET-MIN                          LINE 7 COL 61.
           05 VALUE "Company qty: "                     LINE 8 COL 21.
           05 COMPANY-QTY-OUT PIC ZZZZ9 FROM WS-COMPANY-QTY
                                                          LINE 8 COL 34.
           05 VALUE "STORE   ON HAND  IN TRANSIT  BIN       MINIMUM"
                                                         LINE 10 COL 16.
           05 STORE-LINE-1.
               10 L1-STORE PIC X(4) FROM WS-LINE-1-STORE LINE 11 COL 16.
               10 L1-ONH PIC ZZZZ9 FROM WS-LINE-1-ONHAND LINE 11 COL 25.
               10 L1-TRN PIC ZZZZ9 FROM WS-LINE-1-TRANSIT
                                                         LINE 11 COL 36.
               10 L1-BIN PIC X(8) FROM WS-LINE-1-BIN     LINE 11 COL 46.
               10 L1-MIN PIC ZZZZ9 FROM WS-LINE-1-MIN    LINE 11 COL 58.
           05 STORE-LINE-2.
               10 L2-STORE PIC X(4) FROM WS-LINE-2-STORE LINE 12 COL 16.
               10 L2-ONH PIC ZZZZ9 FROM WS-LINE-2-ONHAND LINE 12 COL 25.
               10 L2-TRN PIC ZZZZ9 FROM WS-LINE-2-TRANSIT
                                                         LINE 12 COL 36.
               10 L2-BIN PIC X(8) FROM WS-LINE-2-BIN     LINE 12 COL 46.
               10 L2-MIN PIC ZZZZ9 FROM WS-LINE-2-MIN    LINE 12 COL 58.
           05 STORE-LINE-3.
               10 L3-STORE PIC X(4) FROM WS-LINE-3-STORE LINE 13 COL 16.
               10 L3-ONH PIC ZZZZ9 FROM WS-LINE-3-ONHAND LINE 13 COL 25.
               10 L3-TRN PIC ZZZZ9 FROM WS-LINE-3-TRANSIT
                                                         LINE 13 COL 36.
               10 L3-BIN PIC X(8) FROM WS-LINE-3-BIN     LINE 13 COL 46.
               10 L3-MIN PIC ZZZZ9 FROM WS-LINE-3-MIN    LINE 13 COL 58.
           05 STORE-LINE-4.
               10 L4-STORE PIC X(4) FROM WS-LINE-4-STORE LINE 14 COL 16.
               10 L4-ONH PIC ZZZZ9 FROM WS-LINE-4-ONHAND LINE 14 COL 25.
               10 L4-TRN PIC ZZZZ9 FROM WS-LINE-4-TRANSIT
                                                         LINE 14 COL 36.
               10 L4-BIN PIC X(8) FROM WS-LINE-4-BIN     LINE 14 COL 46.
               10 L4-MIN PIC ZZZZ9 FROM WS-LINE-4-MIN    LINE 14 COL 58.
           05 STORE-LINE-5.
               10 L5-STORE PIC X(4) FROM WS-LINE-5-STORE LINE 15 COL 16.
               10 L5-ONH PIC ZZZZ9 FROM WS-LINE-5-ONHAND LINE 15 COL 25.
               10 L5-TRN PIC ZZZZ9 FROM WS-LINE-5-TRANSIT
                                                         LINE 15 COL 36.
               10 L5-BIN PIC X(8) FROM WS-LINE-5-BIN     LINE 15 COL 46.
               10 L5-MIN PIC ZZZZ9 FROM WS-LINE-5-MIN    LINE 15 COL 58.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "ENTER A PART ID AND PRESS ENTER. PRESS ENTER
      -            " ON A BLANK ID TO EXIT"              LINE 20 COL 14.

       01 PAGE-PROMPT-SCREEN.
           05 VALUE "MORE STOCKROOMS - PRESS ENTER FOR THE NEXT PAGE: "
                                                         LINE 17 COL 14.
           05 PAGE-RESP PIC X TO WS-PAGE-RESP            LINE 17 COL 64.

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
                DISPLAY "PARTS_STORE_STOCK: PARTLIST.DAT NOT FOUND - "
                    "RUN THE PARTS LOADER FIRST"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT STOREFILE.
            IF WS-STORE-STATUS = "00"
                MOVE "T" TO WS-STORES-ON-FILE
            END-IF.
            OPEN I-O STKFILE.
            IF WS-STK-STATUS NOT = "00"
                OPEN OUTPUT STKFILE
                CLOSE STKFILE
                OPEN I-O STKFILE
            END-IF.

            DISPLAY STORE-STOCK-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                ACCEPT STORE-STOCK-SCREEN
                IF WS-LOOKUP-PART = ZEROES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM LOOKUP-STORE-STOCK
                END-IF
            END-PERFORM.

            CLOSE STKFILE.
            IF WS-STORES-ON-FILE = "T"
                CLOSE STOREFILE
            END-IF.
            CLOSE FIN.
            GOBACK.

       CLEAR-PAGE-LINES.
           MOVE SPACES TO WS-LINE-1-STORE WS-LINE-2-STORE
               WS-LINE-3-STORE WS-LINE-4-STORE WS-LINE-5-STORE.
           MOVE ZEROES TO WS-LINE-1-ONHAND WS-LINE-2-ONHAND
               WS-LINE-3-ONHAND WS-LINE-4-ONHAND WS-LINE-5-ONHAND.
           MOVE ZEROES TO WS-LINE-1-TRANSIT WS-LINE-2-TRANSIT
               WS-LINE-3-TRANSIT WS-LINE-4-TRANSIT WS-LINE-5-TRANSIT.
           MOVE SPACES TO WS-LINE-1-BIN WS-LINE-2-BIN
               WS-LINE-3-BIN WS-LINE-4-BIN WS-LINE-5-BIN.
           MOVE ZEROES TO WS-LINE-1-MIN WS-LINE-2-MIN
               WS-LINE-3-MIN WS-LINE-4-MIN WS-LINE-5-MIN.

      ****** Applies any crib bin and minimum keyed with the part,
      ****** then builds the stockroom table and pages through it;
      ****** the final page is left in place so the following ACCEPT
      ****** repaints the screen with it before blocking for the next
      ****** part.
       LOOKUP-STORE-STOCK.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM CLEAR-PAGE-LINES.
           MOVE "F" TO WS-PART-FOUND.
           MOVE ZEROES TO WS-COMPANY-QTY.
           MOVE WS-LOOKUP-PART TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-PART-NAME
                   MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "T" TO WS-PART-FOUND
                   MOVE PARTNAME TO WS-PART-NAME
                   MOVE PARTQTY TO WS-COMPANY-QTY
           END-READ.
           IF WS-PART-FOUND = "T"
               IF WS-SET-STORE NOT = SPACES
                   PERFORM SET-CRIB-STOCKING
               END-IF
               PERFORM BUILD-STORE-TABLE
               PERFORM DISPLAY-STORE-PAGES
           END-IF.
           MOVE SPACES TO WS-SET-STORE.
           MOVE SPACES TO WS-SET-BIN.
           MOVE ZEROES TO WS-SET-MIN.

      ****** The main stores' bin and minimum live on the part record
      ****** itself and are kept by PARTS_LOC_MAINT and PARTS_UPDATE,
      ****** so only a crib on the stockroom master is set here.
       SET-CRIB-STOCKING.
           IF WS-SET-STORE = "MAIN"
               MOVE "SET MAIN STORES ON THE PART RECORD"
                   TO WS-ERROR-MESSAGE
           ELSE
               IF WS-STORES-ON-FILE = "F"
                   MOVE "NO STOCKROOMS ARE SET UP YET"
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-SET-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           MOVE "NO SUCH STOCKROOM ON FILE"
                               TO WS-ERROR-MESSAGE
                       NOT INVALID KEY
                           PERFORM WRITE-CRIB-STOCKING
                   END-READ
               END-IF
           END-IF.

       WRITE-CRIB-STOCKING.
           MOVE WS-LOOKUP-PART TO STK-PARTID.
           MOVE WS-SET-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   MOVE ZEROES TO STK-QTY
                   MOVE ZEROES TO STK-TRANSIT
                   MOVE WS-SET-BIN TO STK-LOC
                   MOVE WS-SET-MIN TO STK-MIN
                   WRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-SET-BIN TO STK-LOC
                   MOVE WS-SET-MIN TO STK-MIN
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.
           MOVE "CRIB BIN AND MINIMUM SET" TO WS-ERROR-MESSAGE.

      ****** Row 1 is the main stores, worked out once every crib and
      ****** transfer for the part has been read; a MAIN record on
      ****** PARTSTK.DAT only ever carries stock in transit to it.
       BUILD-STORE-TABLE.
           MOVE 1 TO WS-ROW-COUNT.
           MOVE "MAIN" TO WS-ROW-STORE(1).
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE ZEROES TO WS-MAIN-TRANSIT.
           MOVE "F" TO WS-STK-EOF.
           MOVE WS-LOOKUP-PART TO STK-PARTID.
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
                       IF STK-PARTID NOT = WS-LOOKUP-PART
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           PERFORM ADD-STORE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTQTY > WS-HELD-ELSEWHERE
               COMPUTE WS-ROW-ONHAND(1) = PARTQTY - WS-HELD-ELSEWHERE
           ELSE
               MOVE ZEROES TO WS-ROW-ONHAND(1)
           END-IF.
           MOVE WS-MAIN-TRANSIT TO WS-ROW-TRANSIT(1).
           MOVE PARTLOC TO WS-ROW-BIN(1).
           MOVE PARTREORDER TO WS-ROW-MIN(1).

       ADD-STORE-ROW.
           ADD STK-QTY TO WS-HELD-ELSEWHERE.
           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE.
           IF STK-STORE = "MAIN"
               MOVE STK-TRANSIT TO WS-MAIN-TRANSIT
           ELSE
               IF WS-ROW-COUNT < 20
                   ADD 1 TO WS-ROW-COUNT
                   MOVE STK-STORE TO WS-ROW-STORE(WS-ROW-COUNT)
                   MOVE STK-QTY TO WS-ROW-ONHAND(WS-ROW-COUNT)
                   MOVE STK-TRANSIT TO WS-ROW-TRANSIT(WS-ROW-COUNT)
                   MOVE STK-LOC TO WS-ROW-BIN(WS-ROW-COUNT)
                   MOVE STK-MIN TO WS-ROW-MIN(WS-ROW-COUNT)
               END-IF
           END-IF.

       DISPLAY-STORE-PAGES.
           MOVE 1 TO WS-ROW.
           MOVE "F" TO WS-PAGE-DONE.
           PERFORM UNTIL WS-PAGE-DONE = "T"
               PERFORM LOAD-STORE-PAGE
               IF WS-ROW NOT > WS-ROW-COUNT
                   DISPLAY STORE-STOCK-SCREEN
                   DISPLAY PAGE-PROMPT-SCREEN
                   ACCEPT PAGE-PROMPT-SCREEN
               ELSE
                   MOVE "T" TO WS-PAGE-DONE
               END-IF
           END-PERFORM.

      ****** Fills the five screen lines from the table, WS-ROW
      ****** left pointing at the first row not yet shown.
       LOAD-STORE-PAGE.
           PERFORM CLEAR-PAGE-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 5 OR WS-ROW > WS-ROW-COUNT
               PERFORM LOAD-ONE-STORE-LINE
               ADD 1 TO WS-ROW
           END-PERFORM.

       LOAD-ONE-STORE-LINE.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-ROW-STORE(WS-ROW) TO WS-LINE-1-STORE
                   MOVE WS-ROW-ONHAND(WS-ROW) TO WS-LINE-1-ONHAND
                   MOVE WS-ROW-TRANSIT(WS-ROW) TO WS-LINE-1-TRANSIT
                   MOVE WS-ROW-BIN(WS-ROW) TO WS-LINE-1-BIN
                   MOVE WS-ROW-MIN(WS-ROW) TO WS-LINE-1-MIN
               WHEN 2
                   MOVE WS-ROW-STORE(WS-ROW) TO WS-LINE-2-STORE
                   MOVE WS-ROW-ONHAND(WS-ROW) TO WS-LINE-2-ONHAND
                   MOVE WS-ROW-TRANSIT(WS-ROW) TO WS-LINE-2-TRANSIT
                   MOVE WS-ROW-BIN(WS-ROW) TO WS-LINE-2-BIN
                   MOVE WS-ROW-MIN(WS-ROW) TO WS-LINE-2-MIN
               WHEN 3
                   MOVE WS-ROW-STORE(WS-ROW) TO WS-LINE-3-STORE
                   MOVE WS-ROW-ONHAND(WS-ROW) TO WS-LINE-3-ONHAND
                   MOVE WS-ROW-TRANSIT(WS-ROW) TO WS-LINE-3-TRANSIT
                   MOVE WS-ROW-BIN(WS-ROW) TO WS-LINE-3-BIN
                   MOVE WS-ROW-MIN(WS-ROW) TO WS-LINE-3-MIN
               WHEN 4
                   MOVE WS-ROW-STORE(WS-ROW) TO WS-LINE-4-STORE
                   MOVE WS-ROW-ONHAND(WS-ROW) TO WS-LINE-4-ONHAND
                   MOVE WS-ROW-TRANSIT(WS-ROW) TO WS-LINE-4-TRANSIT
                   MOVE WS-ROW-BIN(WS-ROW) TO WS-LINE-4-BIN
                   MOVE WS-ROW-MIN(WS-ROW) TO WS-LINE-4-MIN
               WHEN 5
                   MOVE WS-ROW-STORE(WS-ROW) TO WS-LINE-5-STORE
                   MOVE WS-ROW-ONHAND(WS-ROW) TO WS-LINE-5-ONHAND
                   MOVE WS-ROW-TRANSIT(WS-ROW) TO WS-LINE-5-TRANSIT
                   MOVE WS-ROW-BIN(WS-ROW) TO WS-LINE-5-BIN
                   MOVE WS-ROW-MIN(WS-ROW) TO WS-LINE-5-MIN
           END-EVALUATE.

       END PROGRAM PARTS_STORE_STOCK.
