      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Send stock back to the supplier it came from. The
      *          return is keyed against the original delivery - the
      *          packing slip number and supplier off PARTRCPT.DAT,
      *          plus the part - so nothing can go back that never
      *          came in, and no more can go back than the slip
      *          brought in less whatever has already been returned
      *          against it. Posting takes the quantity off PARTQTY,
      *          backs the returned units out of the moving-average
      *          cost at the receipt's own RCPT-UNIT-COST (the cost
      *          they were folded in at), and writes a return record
      *          to PARTRTV.DAT for the debit notes PARTS_RTV_NOTE
      *          prints, the movement statement and the GL extract.
      *          The OPENPO.DAT line the delivery was posted against
      *          is wound back too: when the supplier is to ship the
      *          goods again the received quantity comes off and the
      *          line reopens, so the replacement books in against it
      *          and the nightly suggestions leave the part alone;
      *          when no replacement is wanted the ordered quantity
      *          comes off with it and the line stays where it was.
      *          Like the receive screen, the on-hand count is
      *          re-read before posting and a post against a stale
      *          count bounces back with the fresh figure shown.
      *          A lot-controlled part goes back off the lot the slip
      *          brought in, as logged on LOTMOVE.DAT; whatever that
      *          lot no longer holds comes off the part's other lots
      *          earliest expiry first.
      *          Only the main stores' shelf can go back - PARTQTY
      *          less what the cribs on PARTSTK.DAT hold and what is
      *          in transit - and not what PARTRESV.DAT holds there
      *          for reservations and orders waiting on approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_VENDOR_RETURN INITIAL.
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
               SELECT RCPTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
               SELECT RTVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
               SELECT OPOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT LMVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMV-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
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

       FD RCPTFILE
           VALUE OF FILE-ID IS "../PARTRCPT.DAT".
           01 RCPT-REC.
               COPY RCPTREC.

       FD RTVFILE
           VALUE OF FILE-ID IS "../PARTRTV.DAT".
           01 RTV-REC.
               COPY RTVREC.

       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD LMVFILE
           VALUE OF FILE-ID IS "../LOTMOVE.DAT".
           01 LMV-REC.
               COPY LOTMVREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-RCPT-STATUS       PIC XX VALUE ZEROES.
       01 WS-RTV-STATUS        PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS        PIC XX VALUE ZEROES.
       01 WS-DONE              PIC X VALUE "F".
       01 WS-SCAN-EOF          PIC X VALUE "F".
       01 WS-RCPT-FOUND        PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-RETURN-POSTED     PIC X VALUE "F".
       01 WS-PO-ON-FILE        PIC X VALUE "F".
       01 WS-PO-FOUND          PIC X VALUE "F".
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-SLIP-NO           PIC X(15) VALUE SPACES.
       01 WS-SUPP-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PART-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(15) VALUE SPACES.
       01 WS-PART-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-RCVD-QTY          PIC 9(7) VALUE ZEROES.
       01 WS-PRIOR-RTV-QTY     PIC 9(7) VALUE ZEROES.
       01 WS-RETURNABLE-QTY    PIC 9(7) VALUE ZEROES.
       01 WS-UNIT-COST         PIC 9(7)V99 VALUE ZEROES.
       01 WS-COST-WORK         PIC S9(9)V99 VALUE ZEROES.
       01 WS-PO-NUMBER         PIC 9(5) VALUE ZEROES.
       01 WS-RCPT-PO-NO        PIC 9(5) VALUE ZEROES.
       01 WS-RTV-QTY           PIC 9(5) VALUE ZEROES.
       01 WS-RTV-REASON        PIC X(30) VALUE SPACES.
       01 WS-REPLACE           PIC X VALUE SPACES.
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOT-TODAY         PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-LOT-SKIP-EXPIRED  PIC X VALUE "T".
       01 WS-LOT-DRAW-QTY      PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-FIRST         PIC X(12) VALUE SPACES.
       01 WS-LOT-MOVE-TYPE     PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO      PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO       PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON        PIC X(30) VALUE SPACES.
       01 WS-RLOT-COUNT        PIC 9(3) VALUE ZEROES.
       01 WS-RLOT-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-RLOT-TABLE.
           05 WS-RLOT-ENTRY OCCURS 10 TIMES.
               10 WS-RLOT-NUMBER   PIC X(12).
               10 WS-RLOT-EXPIRY   PIC 9(8).
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE       PIC X VALUE "F".
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE      PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-MAIN-RESERVED     PIC 9(7) VALUE ZEROES.
       01 WS-MAIN-AVAIL        PIC 9(5) VALUE ZEROES.
       01 WS-SHORT-MESSAGE.
           05 VALUE "ONLY ".
           05 WSH-QTY          PIC ZZZZ9.
           05 VALUE " AVAILABLE IN THE MAIN STORES".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 RTV-FIND-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "RETURN TO VENDOR"                  LINE 3 COL 32.
           05 FIND-FIELDS.
               10 VALUE "Packing Slip: "                 LINE 5 COL 20.
               10 FIND-SLIP PIC X(15) TO WS-SLIP-NO      LINE 5 COL 34.
               10 VALUE "Supplier ID: "                  LINE 7 COL 21.
               10 FIND-SUPP PIC 9(5) TO WS-SUPP-ID       LINE 7 COL 34.
               10 VALUE "Part ID: "                      LINE 9 COL 25.
               10 FIND-PART PIC 9(5) TO WS-PART-ID       LINE 9 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE SLIP, SUPPLIER AND PART. PRESS ENTER ON
      -            " A BLANK SLIP TO EXIT"               LINE 20 COL 11.

       01 RTV-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "RETURN TO VENDOR"                  LINE 3 COL 32.
           05 RECEIPT-SECTION.
               10 VALUE "Part ID: "                      LINE 5 COL 25.
               10 RE-PART PIC 9(5) FROM WS-PART-ID       LINE 5 COL 34.
               10 RE-NAME PIC X(15) FROM WS-PART-NAME    LINE 5 COL 41.
               10 VALUE "Supplier ID: "                  LINE 6 COL 21.
               10 RE-SUPP PIC 9(5) FROM WS-SUPP-ID       LINE 6 COL 34.
               10 VALUE "Packing Slip: "                 LINE 7 COL 20.
               10 RE-SLIP PIC X(15) FROM WS-SLIP-NO      LINE 7 COL 34.
               10 VALUE "Qty Received: "                 LINE 8 COL 20.
               10 RE-RCVD PIC ZZZZZZ9 FROM WS-RCVD-QTY   LINE 8 COL 34.
               10 VALUE "Already Returned: "             LINE 8 COL 44.
               10 RE-PRIOR PIC ZZZZZZ9 FROM WS-PRIOR-RTV-QTY
                                                         LINE 8 COL 62.
               10 VALUE "Unit Cost: "                    LINE 9 COL 23.
               10 RE-COST PIC ZZZZZZ9.99 FROM WS-UNIT-COST
                                                         LINE 9 COL 34.
               10 VALUE "Qty On Hand: "                  LINE 10 COL 21.
               10 RE-ONHAND PIC ZZZZ9 FROM WS-PART-QTY   LINE 10 COL 34.
               10 VALUE "PO Number: "                    LINE 11 COL 23.
               10 RE-PO PIC ZZZZ9 FROM WS-PO-NUMBER      LINE 11 COL 34.
           05 DATA-ENTRY-SECTION.
               10 VALUE "Qty Returned: "                 LINE 13 COL 20.
               10 RE-QTY-IN PIC 9(5) FROM WS-RTV-QTY
                   TO WS-RTV-QTY                         LINE 13 COL 34.
               10 VALUE "Reason: "                       LINE 14 COL 26.
               10 RE-REASON-IN PIC X(30) FROM WS-RTV-REASON
                   TO WS-RTV-REASON                      LINE 14 COL 34.
               10 VALUE "Replace (Y/N): "                LINE 15 COL 19.
               10 RE-REPLACE-IN PIC X FROM WS-REPLACE
                   TO WS-REPLACE                         LINE 15 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE QTY GOING BACK AND WHY - ZERO CANCELS"
                                                         LINE 20 COL 17.

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
                DISPLAY "PARTS_VENDOR_RETURN: PARTLIST.DAT NOT FOUND - "
                    "RUN THE PARTS LOADER BEFORE RETURNING STOCK"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-OPENPO-FILE.
            PERFORM OPEN-LOT-FILES.
            OPEN INPUT STKFILE.
            IF WS-STK-STATUS = "00"
                MOVE "T" TO WS-STK-ON-FILE
            END-IF.
            OPEN INPUT RESVFILE.
            IF WS-RESV-STATUS = "00"
                MOVE "T" TO WS-RESV-ON-FILE
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY RTV-FIND-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-SLIP-NO
                MOVE ZEROES TO WS-SUPP-ID
                MOVE ZEROES TO WS-PART-ID
                ACCEPT FIND-FIELDS
                IF WS-SLIP-NO = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM FIND-RECEIPT
                    IF WS-RCPT-FOUND = "T"
                        PERFORM RETURN-STOCK
                    END-IF
                    DISPLAY RTV-FIND-SCREEN
                END-IF
            END-PERFORM.

            IF WS-PO-ON-FILE = "T"
                CLOSE OPOFILE
            END-IF.
            IF WS-RESV-ON-FILE = "T"
                CLOSE RESVFILE
            END-IF.
            IF WS-STK-ON-FILE = "T"
                CLOSE STKFILE
            END-IF.
            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE FIN.
            GOBACK.

      ****** A missing OPENPO.DAT just means purchasing has never
      ****** confirmed an order, so there is no PO line to wind back.
       OPEN-OPENPO-FILE.
           OPEN I-O OPOFILE.
           IF WS-OPO-STATUS = "00"
               MOVE "T" TO WS-PO-ON-FILE
           END-IF.

      ****** Opens the lot balances and the lot movement log,
      ****** creating either one if no lot has ever been received.
       OPEN-LOT-FILES.
           OPEN I-O LOTFILE.
           IF WS-LOT-STATUS NOT = "00"
               OPEN OUTPUT LOTFILE
               CLOSE LOTFILE
               OPEN I-O LOTFILE
           END-IF.
           OPEN EXTEND LMVFILE.
           IF WS-LMV-STATUS NOT = "00"
               OPEN OUTPUT LMVFILE
               CLOSE LMVFILE
               OPEN EXTEND LMVFILE
           END-IF.

      ****** Totals what the slip brought in for this part from this
      ****** supplier - a slip booked in more than one go is still
      ****** one delivery - and takes the unit cost off the latest
      ****** matching receipt. Only a receipt with something left to
      ****** return goes on to the entry screen.
       FIND-RECEIPT.
           MOVE "F" TO WS-RCPT-FOUND.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE ZEROES TO WS-RCVD-QTY.
           MOVE ZEROES TO WS-UNIT-COST.
           MOVE ZEROES TO WS-RCPT-PO-NO.
           OPEN INPUT RCPTFILE.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "NO RECEIPTS ON FILE" TO WS-ERROR-MESSAGE
           ELSE
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RCPTFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF RCPT-SLIP-NO = WS-SLIP-NO
                               AND RCPT-SUPP = WS-SUPP-ID
                               AND RCPT-PARTID = WS-PART-ID
                               MOVE "T" TO WS-RCPT-FOUND
                               ADD RCPT-QTY TO WS-RCVD-QTY
                               MOVE RCPT-UNIT-COST TO WS-UNIT-COST
                               IF RCPT-PO-NO NOT = ZEROES
                                   MOVE RCPT-PO-NO TO WS-RCPT-PO-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCPTFILE
               IF WS-RCPT-FOUND = "F"
                   MOVE "NO SUCH RECEIPT ON FILE" TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-RCPT-FOUND = "T"
               PERFORM TALLY-PRIOR-RETURNS
               IF WS-PRIOR-RTV-QTY >= WS-RCVD-QTY
                   MOVE "F" TO WS-RCPT-FOUND
                   MOVE "RECEIPT ALREADY RETURNED IN FULL"
                       TO WS-ERROR-MESSAGE
               ELSE
                   COMPUTE WS-RETURNABLE-QTY =
                       WS-RCVD-QTY - WS-PRIOR-RTV-QTY
               END-IF
           END-IF.
           IF WS-RCPT-FOUND = "T"
               MOVE WS-PART-ID TO PARTID
               READ FIN
                   INVALID KEY
                       MOVE "F" TO WS-RCPT-FOUND
                       MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE PARTNAME TO WS-PART-NAME
                       MOVE PARTQTY TO WS-PART-QTY
                       PERFORM FIND-RECEIVED-PO-LINE
               END-READ
           END-IF.

      ****** Everything already sent back against the same slip,
      ****** supplier and part. A missing PARTRTV.DAT just means
      ****** nothing has ever been returned.
       TALLY-PRIOR-RETURNS.
           MOVE ZEROES TO WS-PRIOR-RTV-QTY.
           OPEN INPUT RTVFILE.
           IF WS-RTV-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RTVFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF RTV-SLIP-NO = WS-SLIP-NO
                               AND RTV-SUPP = WS-SUPP-ID
                               AND RTV-PARTID = WS-PART-ID
                               ADD RTV-QTY TO WS-PRIOR-RTV-QTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTVFILE
           END-IF.

      ****** The receipt names the PO it was booked against, so the
      ****** return winds back that PO's line for the part. Receipts
      ****** booked before the PO number was carried have none: for
      ****** those the return winds back the latest line for this
      ****** part from this supplier that has had anything received
      ****** on it - the line the delivery will have landed on,
      ****** whether it has since closed or not.
       FIND-RECEIVED-PO-LINE.
           MOVE "F" TO WS-PO-FOUND.
           MOVE ZEROES TO WS-PO-NUMBER.
           IF WS-PO-ON-FILE = "T"
               IF WS-RCPT-PO-NO NOT = ZEROES
                   MOVE WS-RCPT-PO-NO TO OPO-PO-NO
                   MOVE WS-PART-ID TO OPO-PARTID
                   READ OPOFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "T" TO WS-PO-FOUND
                           MOVE OPO-PO-NO TO WS-PO-NUMBER
                   END-READ
               ELSE
                   PERFORM FIND-LATEST-RECEIVED-LINE
               END-IF
           END-IF.

       FIND-LATEST-RECEIVED-LINE.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO OPO-KEY.
           START OPOFILE KEY IS NOT LESS THAN OPO-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OPOFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF OPO-PARTID = WS-PART-ID
                           AND OPO-SUPP = WS-SUPP-ID
                           AND OPO-QTY-RECVD > ZEROES
                           MOVE "T" TO WS-PO-FOUND
                           MOVE OPO-PO-NO TO WS-PO-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

      ****** The post can bounce: when the on-hand moved underneath
      ****** the screen, FINALIZE-RETURN re-shows the fresh count and
      ****** the operator confirms the return against it.
       RETURN-STOCK.
           MOVE "F" TO WS-RETURN-POSTED.
           MOVE ZEROES TO WS-RTV-QTY.
           MOVE SPACES TO WS-RTV-REASON.
           MOVE "Y" TO WS-REPLACE.
           DISPLAY RTV-ENTRY-SCREEN.
           PERFORM UNTIL WS-RETURN-POSTED = "T"
               MOVE "F" TO WS-DATA-VALIDATED
               PERFORM UNTIL WS-DATA-VALIDATED = "T"
                   ACCEPT DATA-ENTRY-SECTION
                   PERFORM VALIDATE-DATA
               END-PERFORM
               IF WS-RTV-QTY = ZEROES
                   MOVE "RETURN CANCELLED" TO WS-ERROR-MESSAGE
                   MOVE "T" TO WS-RETURN-POSTED
               ELSE
                   PERFORM FINALIZE-RETURN
               END-IF
           END-PERFORM.

       VALIDATE-DATA.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-REPLACE = "y"
               MOVE "Y" TO WS-REPLACE
           END-IF.
           IF WS-REPLACE = "n"
               MOVE "N" TO WS-REPLACE
           END-IF.
           IF WS-RTV-QTY NOT = ZEROES
               IF WS-REPLACE NOT = "Y" AND WS-REPLACE NOT = "N"
                   MOVE "REPLACE MUST BE Y OR N" TO WS-ERROR-MESSAGE
               END-IF
               IF WS-RTV-REASON = SPACES
                   MOVE "A REASON FOR THE RETURN IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-RTV-QTY > WS-PART-QTY
                   MOVE "NOT THAT MANY ON HAND TO SEND BACK"
                       TO WS-ERROR-MESSAGE
               ELSE
                   PERFORM GET-MAIN-AVAILABLE
                   IF WS-RTV-QTY > WS-MAIN-AVAIL
                       MOVE WS-MAIN-AVAIL TO WSH-QTY
                       MOVE WS-SHORT-MESSAGE TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
               IF WS-RTV-QTY > WS-RETURNABLE-QTY
                   MOVE "MORE THAN IS LEFT ON THE RECEIPT"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           ELSE
               DISPLAY RTV-ENTRY-SCREEN
           END-IF.

      ****** What the main stores could send back of the part on
      ****** the screen: PARTQTY less everything the cribs hold and
      ****** everything in transit, less what PARTRESV.DAT holds in
      ****** the main stores. A reservation written before stockrooms
      ****** were kept counts against the main stores.
       GET-MAIN-AVAILABLE.
           MOVE ZEROES TO WS-MAIN-AVAIL.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE ZEROES TO WS-MAIN-RESERVED.
           IF WS-STK-ON-FILE = "T"
               MOVE "F" TO WS-STK-EOF
               MOVE WS-PART-ID TO STK-PARTID
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
                           IF STK-PARTID NOT = WS-PART-ID
                               MOVE "T" TO WS-STK-EOF
                           ELSE
                               ADD STK-QTY TO WS-HELD-ELSEWHERE
                               ADD STK-TRANSIT TO WS-HELD-ELSEWHERE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-RESV-ON-FILE = "T"
               MOVE "F" TO WS-RESV-EOF
               MOVE WS-PART-ID TO RESV-PARTID
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
                           IF RESV-PARTID NOT = WS-PART-ID
                               MOVE "T" TO WS-RESV-EOF
                           ELSE
                               IF RESV-STORE = "MAIN"
                                   OR RESV-STORE = SPACES
                                   ADD RESV-QTY TO WS-MAIN-RESERVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           ADD WS-MAIN-RESERVED TO WS-HELD-ELSEWHERE.
           IF WS-PART-QTY > WS-HELD-ELSEWHERE
               COMPUTE WS-MAIN-AVAIL = WS-PART-QTY - WS-HELD-ELSEWHERE
           END-IF.

       FINALIZE-RETURN.
           MOVE WS-PART-ID TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE "ERROR RE-READING PART" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
                   MOVE "T" TO WS-RETURN-POSTED
               NOT INVALID KEY
                   IF PARTQTY NOT = WS-PART-QTY
                       PERFORM RELOAD-FRESH-QUANTITY
                   ELSE
                       PERFORM POST-RETURN
                   END-IF
           END-READ.

      ****** Stock moved while the screen was open. Nothing posts;
      ****** the fresh count replaces the stale one on the screen and
      ****** the operator confirms against what is really there.
       RELOAD-FRESH-QUANTITY.
           MOVE PARTQTY TO WS-PART-QTY.
           MOVE "STOCK MOVED UNDER YOU - REVIEW AND POST"
               TO WS-ERROR-MESSAGE.
           DISPLAY RTV-ENTRY-SCREEN.

       POST-RETURN.
           PERFORM BACK-OUT-AVERAGE-COST.
           SUBTRACT WS-RTV-QTY FROM PARTQTY.
           REWRITE REC-IO
               INVALID KEY
                   MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "RETURN POSTED" TO WS-ERROR-MESSAGE
                   PERFORM WRITE-RTV-RECORD
                   IF PARTLOTCTL = "Y"
                       PERFORM RETURN-FROM-LOTS
                   END-IF
                   IF WS-PO-FOUND = "T"
                       PERFORM POST-AGAINST-PO-LINE
                   END-IF
           END-REWRITE.
           MOVE "T" TO WS-RETURN-POSTED.

      ****** The reverse of the fold PARTS_RECEIVE does: the returned
      ****** units leave the shelf value at the cost they came in
      ****** at, and what is left is spread over what is left. When
      ****** the return empties the shelf, or the sum would go to
      ****** nothing or below (the average has moved a long way
      ****** since), the average is left alone - the next delivery
      ****** restarts it from an empty shelf anyway.
       BACK-OUT-AVERAGE-COST.
           IF PARTAVGCOST NOT NUMERIC
               MOVE ZEROES TO PARTAVGCOST
           END-IF.
           IF PARTQTY > WS-RTV-QTY AND PARTAVGCOST > ZEROES
               COMPUTE WS-COST-WORK ROUNDED =
                   ((PARTQTY * PARTAVGCOST)
                       - (WS-RTV-QTY * WS-UNIT-COST))
                   / (PARTQTY - WS-RTV-QTY)
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-COST-WORK
               END-COMPUTE
               IF WS-COST-WORK > ZEROES
                   MOVE WS-COST-WORK TO PARTAVGCOST
               END-IF
           END-IF.

      ****** Opened for append only long enough to add the one
      ****** record, so the prior-return tally can read the file
      ****** between posts. Created on the first return ever made.
       WRITE-RTV-RECORD.
           OPEN EXTEND RTVFILE.
           IF WS-RTV-STATUS NOT = "00"
               OPEN OUTPUT RTVFILE
               CLOSE RTVFILE
               OPEN EXTEND RTVFILE
           END-IF.
           ACCEPT RTV-DATE FROM DATE YYYYMMDD.
           ACCEPT RTV-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO RTV-OPERATOR.
           MOVE WS-PART-ID TO RTV-PARTID.
           MOVE WS-RTV-QTY TO RTV-QTY.
           MOVE WS-SUPP-ID TO RTV-SUPP.
           MOVE WS-SLIP-NO TO RTV-SLIP-NO.
           MOVE WS-UNIT-COST TO RTV-UNIT-COST.
           MOVE WS-PO-NUMBER TO RTV-PO-NO.
           MOVE WS-REPLACE TO RTV-REPLACE.
           MOVE WS-RTV-REASON TO RTV-REASON.
           WRITE RTV-REC.
           CLOSE RTVFILE.

      ****** Takes the return off the lot or lots the slip booked in,
      ****** then off the part's other lots for any balance the slip
      ****** lots have already issued.
       RETURN-FROM-LOTS.
           PERFORM LOAD-SLIP-LOTS.
           MOVE WS-RTV-QTY TO WS-LOT-DRAW-QTY.
           MOVE "RTV" TO WS-LOT-MOVE-TYPE.
           MOVE ZEROES TO WS-LOT-ORDER-NO.
           MOVE ZEROES TO WS-LOT-LINE-NO.
           MOVE WS-SLIP-NO TO WS-LOT-REASON.
           PERFORM VARYING WS-RLOT-IDX FROM 1 BY 1
               UNTIL WS-RLOT-IDX > WS-RLOT-COUNT
                   OR WS-LOT-DRAW-QTY = ZEROES
               MOVE PARTID TO LOT-PARTID
               MOVE WS-RLOT-EXPIRY(WS-RLOT-IDX) TO LOT-EXPIRY
               MOVE WS-RLOT-NUMBER(WS-RLOT-IDX) TO LOT-NUMBER
               READ LOTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOT-QTY > ZEROES
                           PERFORM DRAW-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOT-DRAW-QTY > ZEROES
               PERFORM DRAW-FROM-LOTS
           END-IF.

      ****** Reads LOTMOVE.DAT back for the lots the slip delivered
      ****** of this part.
       LOAD-SLIP-LOTS.
           MOVE ZEROES TO WS-RLOT-COUNT.
           CLOSE LMVFILE.
           OPEN INPUT LMVFILE.
           MOVE "F" TO WS-LOT-EOF.
           IF WS-LMV-STATUS NOT = "00"
               MOVE "T" TO WS-LOT-EOF
           END-IF.
           PERFORM UNTIL WS-LOT-EOF = "T"
               READ LMVFILE
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LMV-TYPE = "RCPT"
                           AND LMV-PARTID = WS-PART-ID
                           AND LMV-REASON = WS-SLIP-NO
                           AND WS-RLOT-COUNT < 10
                           ADD 1 TO WS-RLOT-COUNT
                           MOVE LMV-LOT-NUMBER
                               TO WS-RLOT-NUMBER(WS-RLOT-COUNT)
                           MOVE LMV-EXPIRY
                               TO WS-RLOT-EXPIRY(WS-RLOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LMVFILE.
           OPEN EXTEND LMVFILE.

      ****** Draws WS-LOT-DRAW-QTY of the part in REC-IO off its lots
      ****** earliest expiry first. Lots already past their expiry
      ****** are passed over - expired stock is scrapped, not issued -
      ****** and are drawn on only when the good lots cannot cover
      ****** the quantity, so the lots always add up to PARTQTY. Each
      ****** lot drawn on is logged on LOTMOVE.DAT, and the first one
      ****** is left in WS-LOT-FIRST.
       DRAW-FROM-LOTS.
           MOVE SPACES TO WS-LOT-FIRST.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD.
           MOVE "T" TO WS-LOT-SKIP-EXPIRED.
           PERFORM SCAN-PART-LOTS.
           IF WS-LOT-DRAW-QTY > ZEROES
               MOVE "F" TO WS-LOT-SKIP-EXPIRED
               PERFORM SCAN-PART-LOTS
           END-IF.

       SCAN-PART-LOTS.
           MOVE "F" TO WS-LOT-EOF.
           MOVE PARTID TO LOT-PARTID.
           MOVE ZEROES TO LOT-EXPIRY.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "T" TO WS-LOT-EOF
           END-START.
           PERFORM UNTIL WS-LOT-EOF = "T" OR WS-LOT-DRAW-QTY = ZEROES
               READ LOTFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PARTID NOT = PARTID
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           IF LOT-QTY > ZEROES
                               AND (LOT-EXPIRY >= WS-LOT-TODAY
                                   OR WS-LOT-SKIP-EXPIRED = "F")
                               PERFORM DRAW-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DRAW-ONE-LOT.
           IF LOT-QTY < WS-LOT-DRAW-QTY
               MOVE LOT-QTY TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM LOT-QTY.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY.
           REWRITE LOT-REC
               INVALID KEY
                   MOVE 1 TO PA-RETURN-CODE
           END-REWRITE.
           IF WS-LOT-FIRST = SPACES
               MOVE LOT-NUMBER TO WS-LOT-FIRST
           END-IF.
           PERFORM WRITE-LOT-MOVE.

      ****** Logs WS-LOT-TAKE moved on the lot in LOT-REC.
       WRITE-LOT-MOVE.
           ACCEPT LMV-DATE FROM DATE YYYYMMDD.
           ACCEPT LMV-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO LMV-OPERATOR.
           MOVE WS-LOT-MOVE-TYPE TO LMV-TYPE.
           MOVE LOT-PARTID TO LMV-PARTID.
           MOVE LOT-NUMBER TO LMV-LOT-NUMBER.
           MOVE LOT-EXPIRY TO LMV-EXPIRY.
           MOVE WS-LOT-TAKE TO LMV-QTY.
           MOVE WS-LOT-ORDER-NO TO LMV-ORDER-NO.
           MOVE WS-LOT-LINE-NO TO LMV-LINE-NO.
           MOVE WS-LOT-REASON TO LMV-REASON.
           WRITE LMV-REC.

      ****** A replacement takes the units back off the received
      ****** quantity, so a line that closed on the delivery reopens
      ****** for the replacement to book in against. With no
      ****** replacement the ordered quantity comes down by the same
      ****** amount, so the line stands exactly where it did. Either
      ****** way an over-shipment sent back just squares the line.
       POST-AGAINST-PO-LINE.
           MOVE WS-PO-NUMBER TO OPO-PO-NO.
           MOVE WS-PART-ID TO OPO-PARTID.
           READ OPOFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPO-QTY-RECVD > WS-RTV-QTY
                       SUBTRACT WS-RTV-QTY FROM OPO-QTY-RECVD
                   ELSE
                       MOVE ZEROES TO OPO-QTY-RECVD
                   END-IF
                   IF WS-REPLACE = "Y"
                       IF OPO-QTY-RECVD < OPO-QTY-ORDERED
                           MOVE "OPEN" TO OPO-STATUS
                           MOVE "RETURN POSTED - PO LINE OPEN"
                               TO WS-ERROR-MESSAGE
                       END-IF
                   ELSE
                       IF OPO-QTY-ORDERED > WS-RTV-QTY
                           SUBTRACT WS-RTV-QTY FROM OPO-QTY-ORDERED
                       ELSE
                           MOVE ZEROES TO OPO-QTY-ORDERED
                       END-IF
                       IF OPO-QTY-RECVD >= OPO-QTY-ORDERED
                           MOVE "CLOSED" TO OPO-STATUS
                       END-IF
                       MOVE "RETURN POSTED - PO LINE REDUCED"
                           TO WS-ERROR-MESSAGE
                   END-IF
                   REWRITE OPEN-PO-REC
                       INVALID KEY
                           MOVE "ERROR UPDATING OPEN PO LINE"
                               TO WS-ERROR-MESSAGE
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

       END PROGRAM PARTS_VENDOR_RETURN.
