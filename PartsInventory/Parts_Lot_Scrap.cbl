      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Scrap stock off a lot that has passed its shelf-life
      *          expiry. The lot is keyed by part and lot number off
      *          PARTLOT.DAT, and only a lot already past its expiry
      *          date can be scrapped here - good stock that is
      *          damaged or lost goes through a count. The whole lot
      *          is offered and can be cut down to part of it. Posting
      *          takes the quantity off the lot and off PARTQTY
      *          together, so the lots still add up to the part, and
      *          writes a PART-AUDIT.DAT entry with the action SCRAP
      *          carrying the on-hand count before and after - the
      *          movement statement reports it in its own column - and
      *          a SCRAP movement on LOTMOVE.DAT with the reason.
      *          Expired stock is scrapped off the main stores shelf,
      *          so no more can go than PARTQTY less what the cribs on
      *          PARTSTK.DAT hold and what is in transit. Like the
      *          vendor return screen, the part and lot are re-read
      *          before posting and a post against a stale count
      *          bounces back with the fresh figures shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_LOT_SCRAP INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT LMVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMV-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD AUDITFILE
           VALUE OF FILE-ID IS "../PART-AUDIT.DAT".
           01 AUDIT-REC.
               COPY AUDITREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD LMVFILE
           VALUE OF FILE-ID IS "../LOTMOVE.DAT".
           01 LMV-REC.
               COPY LOTMVREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE       PIC X VALUE "F".
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-LOT-FOUND         PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-SCRAP-POSTED      PIC X VALUE "F".
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-PART-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(15) VALUE SPACES.
       01 WS-PART-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-MAIN-ONHAND       PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-LOT-NUMBER        PIC X(12) VALUE SPACES.
       01 WS-LOT-EXPIRY        PIC 9(8) VALUE ZEROES.
       01 WS-LOT-QTY           PIC 9(5) VALUE ZEROES.
       01 WS-SCRAP-QTY         PIC 9(5) VALUE ZEROES.
       01 WS-SCRAP-REASON      PIC X(30) VALUE SPACES.
       01 WS-BEFORE-QTY        PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 SCRAP-FIND-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SCRAP EXPIRED LOT"                 LINE 3 COL 32.
           05 FIND-FIELDS.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 FIND-PART PIC 9(5) TO WS-PART-ID       LINE 5 COL 34.
               10 VALUE "Lot No: "                       LINE 7 COL 26.
               10 FIND-LOT-NO PIC X(12) TO WS-LOT-NUMBER LINE 7 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE PART AND LOT. PRESS ENTER ON A BLANK
      -            " PART TO EXIT"                       LINE 20 COL 14.

       01 SCRAP-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SCRAP EXPIRED LOT"                 LINE 3 COL 32.
           05 LOT-SECTION.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 SE-PART PIC 9(5) FROM WS-PART-ID       LINE 5 COL 34.
               10 SE-NAME PIC X(15) FROM WS-PART-NAME    LINE 5 COL 41.
               10 VALUE "Lot No: "                       LINE 6 COL 26.
               10 SE-LOT PIC X(12) FROM WS-LOT-NUMBER    LINE 6 COL 34.
               10 VALUE "Expired: "                      LINE 7 COL 25.
               10 SE-EXPIRY PIC 9999/99/99 FROM WS-LOT-EXPIRY
                                                         LINE 7 COL 34.
               10 VALUE "Qty On Lot: "                   LINE 8 COL 22.
               10 SE-LOT-QTY PIC ZZZZ9 FROM WS-LOT-QTY   LINE 8 COL 34.
               10 VALUE "Qty On Hand: "                  LINE 9 COL 21.
               10 SE-ONHAND PIC ZZZZ9 FROM WS-PART-QTY   LINE 9 COL 34.
               10 VALUE "Main Stores: "                  LINE 10 COL 21.
               10 SE-MAIN PIC ZZZZ9 FROM WS-MAIN-ONHAND  LINE 10 COL 34.
           05 DATA-ENTRY-SECTION.
               10 VALUE "Qty Scrapped: "                 LINE 12 COL 20.
               10 SE-QTY-IN PIC 9(5) FROM WS-SCRAP-QTY
                   TO WS-SCRAP-QTY                       LINE 12 COL 34.
               10 VALUE "Reason: "                       LINE 13 COL 26.
               10 SE-REASON-IN PIC X(30) FROM WS-SCRAP-REASON
                   TO WS-SCRAP-REASON                    LINE 13 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE QTY GOING TO SCRAP AND WHY - ZERO CANC
      -            "ELS"                                 LINE 20 COL 16.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            OPEN I-O FIN.
            IF WS-FIN-STATUS NOT = "00"
                DISPLAY "PARTS_LOT_SCRAP: PARTLIST.DAT NOT FOUND - "
                    "RUN THE PARTS LOADER BEFORE SCRAPPING STOCK"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O LOTFILE.
            IF WS-LOT-STATUS NOT = "00"
                DISPLAY "PARTS_LOT_SCRAP: PARTLOT.DAT NOT FOUND - "
                    "NO LOT HAS BEEN RECEIVED YET"
                CLOSE FIN
                GOBACK
            END-IF.
            OPEN EXTEND LMVFILE.
            IF WS-LMV-STATUS NOT = "00"
                OPEN OUTPUT LMVFILE
                CLOSE LMVFILE
                OPEN EXTEND LMVFILE
            END-IF.
            PERFORM OPEN-AUDIT-FILE.
            OPEN INPUT STKFILE.
            IF WS-STK-STATUS = "00"
                MOVE "T" TO WS-STK-ON-FILE
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY SCRAP-FIND-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE ZEROES TO WS-PART-ID
                MOVE SPACES TO WS-LOT-NUMBER
                ACCEPT FIND-FIELDS
                IF WS-PART-ID = ZEROES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM FIND-LOT
                    IF WS-LOT-FOUND = "T"
                        PERFORM SCRAP-STOCK
                    END-IF
                    DISPLAY SCRAP-FIND-SCREEN
                END-IF
            END-PERFORM.

            IF WS-STK-ON-FILE = "T"
                CLOSE STKFILE
            END-IF.
            CLOSE AUDITFILE.
            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE FIN.
            GOBACK.

      ****** Opens PART-AUDIT.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDITFILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
               OPEN EXTEND AUDITFILE
           END-IF.

      ****** A lot number is unique within its part - the receive
      ****** screen refuses a second expiry for it - so the part's
      ****** lots are walked for the number keyed. Only a lot past
      ****** its expiry with stock left on it goes on to the entry
      ****** screen.
       FIND-LOT.
           MOVE "F" TO WS-LOT-FOUND.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-PART-ID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF PARTLOTCTL NOT = "Y"
                       MOVE "PART IS NOT LOT-CONTROLLED"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM SCAN-FOR-LOT
                   END-IF
           END-READ.
           IF WS-LOT-FOUND = "T"
               IF LOT-EXPIRY NOT < WS-TODAY
                   MOVE "F" TO WS-LOT-FOUND
                   MOVE "LOT HAS NOT EXPIRED - CANNOT SCRAP"
                       TO WS-ERROR-MESSAGE
               ELSE
                   IF LOT-QTY = ZEROES
                       MOVE "F" TO WS-LOT-FOUND
                       MOVE "NOTHING LEFT ON THE LOT"
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF WS-LOT-FOUND = "T"
               PERFORM LOAD-LOT-FIGURES
           END-IF.

       SCAN-FOR-LOT.
           MOVE "F" TO WS-LOT-EOF.
           MOVE PARTID TO LOT-PARTID.
           MOVE ZEROES TO LOT-EXPIRY.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PARTID NOT = PARTID
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           IF LOT-NUMBER = WS-LOT-NUMBER
                               MOVE "T" TO WS-LOT-FOUND
                               MOVE "T" TO WS-LOT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOT-FOUND = "F"
               MOVE "NO SUCH LOT ON FILE FOR THE PART"
                   TO WS-ERROR-MESSAGE
           END-IF.

      ****** Loads the screen from the part in REC-IO and the lot in
      ****** LOT-REC.
       LOAD-LOT-FIGURES.
           MOVE PARTNAME TO WS-PART-NAME.
           MOVE PARTQTY TO WS-PART-QTY.
           MOVE LOT-EXPIRY TO WS-LOT-EXPIRY.
           MOVE LOT-QTY TO WS-LOT-QTY.
           PERFORM GET-MAIN-ONHAND.

      ****** The main stores' shelf for the part in REC-IO: PARTQTY
      ****** less everything the cribs hold and everything in transit.
       GET-MAIN-ONHAND.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           IF WS-STK-ON-FILE = "T"
               MOVE "F" TO WS-STK-EOF
               MOVE PARTID TO STK-PARTID
               MOVE LOW-VALUES TO STK-STORE
               START STKFILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       MOVE "T" TO WS-STK-EOF
               END-START
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
               END-PERFORM
           END-IF.
           IF PARTQTY > WS-HELD-ELSEWHERE
               COMPUTE WS-MAIN-ONHAND = PARTQTY - WS-HELD-ELSEWHERE
           ELSE
               MOVE ZEROES TO WS-MAIN-ONHAND
           END-IF.

      ****** The whole lot is offered. A post can bounce: when the
      ****** part or the lot moved while the screen was open,
      ****** FINALIZE-SCRAP re-shows the fresh figures and the
      ****** operator confirms the scrap against them.
       SCRAP-STOCK.
           MOVE "F" TO WS-SCRAP-POSTED.
           MOVE WS-LOT-QTY TO WS-SCRAP-QTY.
           MOVE SPACES TO WS-SCRAP-REASON.
           DISPLAY SCRAP-ENTRY-SCREEN.
           PERFORM UNTIL WS-SCRAP-POSTED = "T"
               MOVE "F" TO WS-DATA-VALIDATED
               PERFORM UNTIL WS-DATA-VALIDATED = "T"
                   ACCEPT DATA-ENTRY-SECTION
                   PERFORM VALIDATE-DATA
               END-PERFORM
               IF WS-SCRAP-QTY = ZEROES
                   MOVE "SCRAP CANCELLED" TO WS-ERROR-MESSAGE
                   MOVE "T" TO WS-SCRAP-POSTED
               ELSE
                   PERFORM FINALIZE-SCRAP
               END-IF
           END-PERFORM.

       VALIDATE-DATA.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-SCRAP-QTY NOT = ZEROES
               IF WS-SCRAP-REASON = SPACES
                   MOVE "A REASON FOR THE SCRAP IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-SCRAP-QTY > WS-MAIN-ONHAND
                   MOVE "NOT THAT MANY IN MAIN STORES"
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-SCRAP-QTY > WS-LOT-QTY
                   MOVE "NOT THAT MANY LEFT ON THE LOT"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY SCRAP-ENTRY-SCREEN
           END-IF.

       FINALIZE-SCRAP.
           MOVE WS-PART-ID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "ERROR RE-READING PART" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
                   MOVE "T" TO WS-SCRAP-POSTED
               NOT INVALID KEY
                   MOVE PARTID TO LOT-PARTID
                   MOVE WS-LOT-EXPIRY TO LOT-EXPIRY
                   MOVE WS-LOT-NUMBER TO LOT-NUMBER
                   READ LOTFILE
                       INVALID KEY
                           MOVE "ERROR RE-READING LOT"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                           MOVE "T" TO WS-SCRAP-POSTED
                       NOT INVALID KEY
                           IF PARTQTY NOT = WS-PART-QTY
                               OR LOT-QTY NOT = WS-LOT-QTY
                               PERFORM RELOAD-FRESH-QUANTITY
                           ELSE
                               PERFORM POST-SCRAP
                           END-IF
                   END-READ
           END-READ.

      ****** Stock moved while the screen was open. Nothing posts;
      ****** the fresh figures replace the stale ones on the screen
      ****** and the operator confirms against what is really there.
       RELOAD-FRESH-QUANTITY.
           PERFORM LOAD-LOT-FIGURES.
           IF WS-SCRAP-QTY > WS-LOT-QTY
               MOVE WS-LOT-QTY TO WS-SCRAP-QTY
           END-IF.
           MOVE "STOCK MOVED UNDER YOU - REVIEW AND POST"
               TO WS-ERROR-MESSAGE.
           DISPLAY SCRAP-ENTRY-SCREEN.

      ****** The lot comes down first, then the part, so a failed
      ****** part rewrite leaves the lot short rather than the part
      ****** over - the integrity check flags either.
       POST-SCRAP.
           SUBTRACT WS-SCRAP-QTY FROM LOT-QTY.
           REWRITE LOT-REC
               INVALID KEY
                   MOVE "ERROR UPDATING LOT" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE PARTQTY TO WS-BEFORE-QTY
                   SUBTRACT WS-SCRAP-QTY FROM PARTQTY
                   REWRITE REC-IO
                       INVALID KEY
                           MOVE "ERROR UPDATING FILE"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                       NOT INVALID KEY
                           MOVE "SCRAP POSTED" TO WS-ERROR-MESSAGE
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-LOT-MOVE
                   END-REWRITE
           END-REWRITE.
           MOVE "T" TO WS-SCRAP-POSTED.

      ****** Records the scrap with its own action code so stock
      ****** written off can be told apart from a count correction.
      ****** Only the quantity moves; every other field carries the
      ****** same image before and after.
       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE "SCRAP" TO AUDIT-ACTION.
           MOVE PARTID TO AUDIT-PARTID.
           MOVE PARTNAME TO AUDIT-BEFORE-NAME.
           MOVE PARTDESC TO AUDIT-BEFORE-DESC.
           MOVE PARTPRICE TO AUDIT-BEFORE-PRICE.
           MOVE PARTSUPP TO AUDIT-BEFORE-SUPP.
           MOVE WS-BEFORE-QTY TO AUDIT-BEFORE-QTY.
           MOVE PARTREORDER TO AUDIT-BEFORE-REORDER.
           MOVE PARTNAME TO AUDIT-AFTER-NAME.
           MOVE PARTDESC TO AUDIT-AFTER-DESC.
           MOVE PARTPRICE TO AUDIT-AFTER-PRICE.
           MOVE PARTSUPP TO AUDIT-AFTER-SUPP.
           MOVE PARTQTY TO AUDIT-AFTER-QTY.
           MOVE PARTREORDER TO AUDIT-AFTER-REORDER.
           WRITE AUDIT-REC.

       WRITE-LOT-MOVE.
           ACCEPT LMV-DATE FROM DATE YYYYMMDD.
           ACCEPT LMV-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO LMV-OPERATOR.
           MOVE "SCRAP" TO LMV-TYPE.
           MOVE LOT-PARTID TO LMV-PARTID.
           MOVE LOT-NUMBER TO LMV-LOT-NUMBER.
           MOVE LOT-EXPIRY TO LMV-EXPIRY.
           MOVE WS-SCRAP-QTY TO LMV-QTY.
           MOVE ZEROES TO LMV-ORDER-NO.
           MOVE ZEROES TO LMV-LINE-NO.
           MOVE WS-SCRAP-REASON TO LMV-REASON.
           WRITE LMV-REC.

       END PROGRAM PARTS_LOT_SCRAP.
