      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Key a supplier's invoice and match it three ways -
      *          against what was ordered and what actually arrived -
      *          before accounts payable is allowed to pay it. The
      *          operator keys the supplier's invoice number, the PO
      *          number it bills and the invoice lines, five to a
      *          screen (M at the confirm keeps adding lines, up to
      *          50). Each line is matched against its OPENPO.DAT
      *          line and the receipts booked to that line on
      *          PARTRCPT.DAT:
      *            - the quantity billed may not top the quantity
      *              received and not yet billed by an earlier
      *              approved invoice, nor take the total billed past
      *              the quantity ordered, by more than the quantity
      *              tolerance;
      *            - the unit price billed may not stray from the
      *              average receipt cost booked by more than the
      *              price tolerance.
      *          Both tolerances are two per cent. The match result
      *          shows beside every line before anything posts. A
      *          line that passes is written APPROVED for the nightly
      *          PARTS_AP_EXTRACT to hand to accounts payable; one
      *          that fails is written EXCEPTION and waits on the
      *          PARTS_INV_EXCEPT_RPT listing - as is every line of
      *          an invoice number the same supplier has already
      *          billed, and any line for a part not on the PO.
      *          Each invoice is filed under its own voucher number
      *          on INVOICE.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_INVOICE_ENTRY INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT INVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
               SELECT OPOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT RCPTFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
               SELECT SUPPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INVFILE
           VALUE OF FILE-ID IS "../INVOICE.DAT".
           01 INVOICE-REC.
               COPY INVREC.

       FD OPOFILE
           VALUE OF FILE-ID IS "../OPENPO.DAT".
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD RCPTFILE
           VALUE OF FILE-ID IS "../PARTRCPT.DAT".
           01 RCPT-REC.
               COPY RCPTREC.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-INV-STATUS        PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS        PIC XX VALUE ZEROES.
       01 WS-RCPT-STATUS       PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS       PIC XX VALUE ZEROES.
       01 WS-SUPP-ON-FILE      PIC X VALUE "F".
       01 WS-DONE              PIC X VALUE "F".
       01 WS-DATA-VALIDATED    PIC X VALUE "F".
       01 WS-LINES-OK          PIC X VALUE "F".
       01 WS-SCAN-EOF          PIC X VALUE "F".
       01 WS-PO-FOUND          PIC X VALUE "F".
       01 WS-DUPLICATE-FOUND   PIC X VALUE "F".
       01 WS-PEER-SLOTS        PIC X VALUE "F".
       01 WS-CONFIRM           PIC X VALUE SPACES.
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-ENTRY-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-MAX-VOUCHER       PIC 9(7) VALUE ZEROES.
       01 WS-VOUCHER           PIC 9(7) VALUE ZEROES.
       01 WS-INVOICE-NO        PIC X(15) VALUE SPACES.
       01 WS-BANKED-INVOICE    PIC X(15) VALUE SPACES.
       01 WS-PO-NUMBER         PIC 9(5) VALUE ZEROES.
       01 WS-BANKED-PO         PIC 9(5) VALUE ZEROES.
       01 WS-PO-ORDER-DATE     PIC 9(8) VALUE ZEROES.
       01 WS-SUPP-ID           PIC 9(5) VALUE ZEROES.
       01 WS-SUPP-NAME         PIC X(25) VALUE SPACES.
       01 WS-QTY-TOLERANCE-PCT PIC 9(3)V99 VALUE 2.
       01 WS-PRICE-TOLERANCE-PCT PIC 9(3)V99 VALUE 2.
       01 WS-PRIOR-BILLED      PIC 9(7) VALUE ZEROES.
       01 WS-BILLABLE          PIC 9(7) VALUE ZEROES.
       01 WS-QTY-LIMIT         PIC 9(7)V99 VALUE ZEROES.
       01 WS-PRICE-DIFF        PIC 9(7)V99 VALUE ZEROES.
       01 WS-PRICE-LIMIT       PIC 9(7)V99 VALUE ZEROES.
       01 WS-RCPT-QTY-SUM      PIC 9(7) VALUE ZEROES.
       01 WS-RCPT-VALUE-SUM    PIC 9(11)V99 VALUE ZEROES.
       01 WS-MATCH-RECVD       PIC 9(5) VALUE ZEROES.
       01 WS-MATCH-COST        PIC 9(7)V99 VALUE ZEROES.
       01 WS-MATCH-STATUS      PIC X(10) VALUE SPACES.
       01 WS-MATCH-FLAGS.
           05 WS-MF-NOT-RECVD  PIC X VALUE "N".
           05 WS-MF-OVER-PO    PIC X VALUE "N".
           05 WS-MF-PRICE      PIC X VALUE "N".
           05 WS-MF-DUPLICATE  PIC X VALUE "N".
           05 WS-MF-NOT-ON-PO  PIC X VALUE "N".
       01 WS-APPROVED-COUNT    PIC 9(3) VALUE ZEROES.
       01 WS-EXCEPTION-COUNT   PIC 9(3) VALUE ZEROES.
       01 WS-POSTED-MESSAGE.
           05 VALUE "POSTED - ".
           05 WPM-APPROVED     PIC ZZ9.
           05 VALUE " APPROVED, ".
           05 WPM-EXCEPTIONS   PIC ZZ9.
           05 VALUE " EXCEPTION(S)".
       01 WS-IDX               PIC 9 VALUE ZEROES.
       01 WS-PEER-IDX          PIC 9 VALUE ZEROES.
       01 WS-SLOT-COUNT        PIC 9 VALUE ZEROES.
       01 WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-TOTAL-LINES       PIC 9(3) VALUE ZEROES.
       01 WS-CHECK-ID          PIC 9(5) VALUE ZEROES.
       01 WS-CHECK-QTY         PIC 9(5) VALUE ZEROES.
       01 WS-CHECK-PRICE       PIC 9(7)V99 VALUE ZEROES.
       01 WS-CHECK-MATCH       PIC X(12) VALUE SPACES.
       01 WS-PEER-ID           PIC 9(5) VALUE ZEROES.
       01 WS-PEER-QTY          PIC 9(5) VALUE ZEROES.
       01 WS-INVOICE-LINE-TABLE.
           05 WS-INVOICE-LINE OCCURS 50 TIMES.
               10 WS-LN-PART-ID    PIC 9(5).
               10 WS-LN-QTY        PIC 9(5).
               10 WS-LN-PRICE      PIC 9(7)V99.
               10 WS-LN-RECVD      PIC 9(5).
               10 WS-LN-COST       PIC 9(7)V99.
               10 WS-LN-STATUS     PIC X(10).
               10 WS-LN-FLAGS      PIC X(5).
       01 WS-ENTRY-1-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-1-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-1-PRICE     PIC 9(7)V99 VALUE ZEROES.
       01 WS-ENTRY-1-MATCH     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-2-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-2-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-2-PRICE     PIC 9(7)V99 VALUE ZEROES.
       01 WS-ENTRY-2-MATCH     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-3-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-3-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-3-PRICE     PIC 9(7)V99 VALUE ZEROES.
       01 WS-ENTRY-3-MATCH     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-4-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-4-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-4-PRICE     PIC 9(7)V99 VALUE ZEROES.
       01 WS-ENTRY-4-MATCH     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-5-ID        PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-5-QTY       PIC 9(5) VALUE ZEROES.
       01 WS-ENTRY-5-PRICE     PIC 9(7)V99 VALUE ZEROES.
       01 WS-ENTRY-5-MATCH     PIC X(12) VALUE SPACES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 INVOICE-ENTRY-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "SUPPLIER INVOICE ENTRY"            LINE 3 COL 29.
           05 INVOICE-INFO-SECTION.
               10 VALUE "Invoice No: "                  LINE 5 COL 14.
               10 IE-INVOICE PIC X(15) FROM WS-INVOICE-NO
                   TO WS-INVOICE-NO                       LINE 5 COL 26.
               10 VALUE "PO No: "                       LINE 5 COL 46.
               10 IE-PO PIC 9(5) FROM WS-PO-NUMBER
                   TO WS-PO-NUMBER                        LINE 5 COL 53.
               10 VALUE "Supplier: "                    LINE 6 COL 16.
               10 IE-SUPP PIC 9(5) FROM WS-SUPP-ID      LINE 6 COL 26.
               10 IE-SUPP-NAME PIC X(25) FROM WS-SUPP-NAME
                                                          LINE 6 COL 33.
               10 VALUE "Voucher: "                     LINE 7 COL 17.
               10 IE-VOUCHER PIC 9(7) FROM WS-VOUCHER   LINE 7 COL 26.
               10 VALUE "Lines so far: "                LINE 7 COL 46.
               10 IE-LINES PIC ZZ9 FROM WS-TOTAL-LINES  LINE 7 COL 60.
           05 VALUE "PART    QTY    UNIT PRICE  MATCH"  LINE 8 COL 12.
           05 ENTRY-LINE-1.
               10 E1-ID PIC 9(5) FROM WS-ENTRY-1-ID
                   TO WS-ENTRY-1-ID                     LINE 10 COL 12.
               10 E1-QTY PIC 9(5) FROM WS-ENTRY-1-QTY
                   TO WS-ENTRY-1-QTY                    LINE 10 COL 20.
               10 E1-PRICE PIC 9(7)V99 FROM WS-ENTRY-1-PRICE
                   TO WS-ENTRY-1-PRICE                  LINE 10 COL 27.
               10 E1-MATCH PIC X(12) FROM WS-ENTRY-1-MATCH
                                                        LINE 10 COL 39.
           05 ENTRY-LINE-2.
               10 E2-ID PIC 9(5) FROM WS-ENTRY-2-ID
                   TO WS-ENTRY-2-ID                     LINE 11 COL 12.
               10 E2-QTY PIC 9(5) FROM WS-ENTRY-2-QTY
                   TO WS-ENTRY-2-QTY                    LINE 11 COL 20.
               10 E2-PRICE PIC 9(7)V99 FROM WS-ENTRY-2-PRICE
                   TO WS-ENTRY-2-PRICE                  LINE 11 COL 27.
               10 E2-MATCH PIC X(12) FROM WS-ENTRY-2-MATCH
                                                        LINE 11 COL 39.
           05 ENTRY-LINE-3.
               10 E3-ID PIC 9(5) FROM WS-ENTRY-3-ID
                   TO WS-ENTRY-3-ID                     LINE 12 COL 12.
               10 E3-QTY PIC 9(5) FROM WS-ENTRY-3-QTY
                   TO WS-ENTRY-3-QTY                    LINE 12 COL 20.
               10 E3-PRICE PIC 9(7)V99 FROM WS-ENTRY-3-PRICE
                   TO WS-ENTRY-3-PRICE                  LINE 12 COL 27.
               10 E3-MATCH PIC X(12) FROM WS-ENTRY-3-MATCH
                                                        LINE 12 COL 39.
           05 ENTRY-LINE-4.
               10 E4-ID PIC 9(5) FROM WS-ENTRY-4-ID
                   TO WS-ENTRY-4-ID                     LINE 13 COL 12.
               10 E4-QTY PIC 9(5) FROM WS-ENTRY-4-QTY
                   TO WS-ENTRY-4-QTY                    LINE 13 COL 20.
               10 E4-PRICE PIC 9(7)V99 FROM WS-ENTRY-4-PRICE
                   TO WS-ENTRY-4-PRICE                  LINE 13 COL 27.
               10 E4-MATCH PIC X(12) FROM WS-ENTRY-4-MATCH
                                                        LINE 13 COL 39.
           05 ENTRY-LINE-5.
               10 E5-ID PIC 9(5) FROM WS-ENTRY-5-ID
                   TO WS-ENTRY-5-ID                     LINE 14 COL 12.
               10 E5-QTY PIC 9(5) FROM WS-ENTRY-5-QTY
                   TO WS-ENTRY-5-QTY                    LINE 14 COL 20.
               10 E5-PRICE PIC 9(7)V99 FROM WS-ENTRY-5-PRICE
                   TO WS-ENTRY-5-PRICE                  LINE 14 COL 27.
               10 E5-MATCH PIC X(12) FROM WS-ENTRY-5-MATCH
                                                        LINE 14 COL 39.
           05 CONFIRM-FIELD.
               10 VALUE "Y=POST  M=MORE LINES: "       LINE 16 COL 22.
               10 CONFIRM-ANSWER PIC X FROM WS-CONFIRM
                   TO WS-CONFIRM                        LINE 16 COL 44.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE INVOICE, PO AND LINES. BLANK INVOICE NO
      -            " EXITS"                              LINE 20 COL 14.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            OPEN INPUT OPOFILE.
            IF WS-OPO-STATUS NOT = "00"
                DISPLAY "PARTS_INVOICE_ENTRY: OPENPO.DAT NOT FOUND - "
                    "NO PURCHASE ORDER HAS BEEN CONFIRMED TO MATCH "
                    "AN INVOICE AGAINST"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-INVOICE-FILE.
            PERFORM OPEN-SUPPLIER-FILE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            PERFORM GET-NEXT-VOUCHER.

            PERFORM UNTIL WS-DONE = "T"
                PERFORM START-NEW-INVOICE
                DISPLAY INVOICE-ENTRY-SCREEN
                PERFORM UNTIL WS-DATA-VALIDATED = "T" OR WS-DONE = "T"
                    ACCEPT INVOICE-ENTRY-SCREEN
                    IF WS-INVOICE-NO = SPACES
                        AND WS-TOTAL-LINES = ZEROES
                        MOVE "T" TO WS-DONE
                    ELSE
                        PERFORM PROCESS-ENTRY-SCREEN
                    END-IF
                END-PERFORM
                IF WS-DONE NOT = "T"
                    PERFORM FINALIZE-INVOICE
                END-IF
            END-PERFORM.

            IF WS-SUPP-ON-FILE = "T"
                CLOSE SUPPFILE
            END-IF.
            CLOSE INVFILE.
            CLOSE OPOFILE.
            GOBACK.

      ****** Opens INVOICE.DAT for random WRITE, creating it first if
      ****** this is the very first invoice and it does not exist yet
      ****** on disk.
       OPEN-INVOICE-FILE.
           OPEN I-O INVFILE.
           IF WS-INV-STATUS NOT = "00"
               OPEN OUTPUT INVFILE
               CLOSE INVFILE
               OPEN I-O INVFILE
           END-IF.

      ****** The supplier name is only a courtesy on the screen; the
      ****** PO carries the supplier, so a missing master is no bar.
       OPEN-SUPPLIER-FILE.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPP-ON-FILE
           END-IF.

      ****** Scans INVOICE.DAT for the highest voucher number on file
      ****** and hands back the next one after it.
       GET-NEXT-VOUCHER.
           MOVE ZEROES TO WS-MAX-VOUCHER.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF INV-VOUCHER > WS-MAX-VOUCHER
                           MOVE INV-VOUCHER TO WS-MAX-VOUCHER
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-VOUCHER = WS-MAX-VOUCHER + 1.

      ****** WS-ERROR-MESSAGE is left alone here so the posted message
      ****** from the previous invoice stays visible on the fresh
      ****** screen; PROCESS-ENTRY-SCREEN clears it on the next submit.
       START-NEW-INVOICE.
           MOVE "F" TO WS-DATA-VALIDATED.
           MOVE ZEROES TO WS-TOTAL-LINES.
           MOVE SPACES TO WS-INVOICE-NO.
           MOVE SPACES TO WS-BANKED-INVOICE.
           MOVE ZEROES TO WS-PO-NUMBER.
           MOVE ZEROES TO WS-BANKED-PO.
           MOVE ZEROES TO WS-SUPP-ID.
           MOVE SPACES TO WS-SUPP-NAME.
           MOVE "F" TO WS-DUPLICATE-FOUND.
           ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD.
           PERFORM CLEAR-ENTRY-SLOTS.

       CLEAR-ENTRY-SLOTS.
           MOVE SPACES TO WS-CONFIRM.
           MOVE ZEROES TO WS-ENTRY-1-ID WS-ENTRY-2-ID WS-ENTRY-3-ID
               WS-ENTRY-4-ID WS-ENTRY-5-ID.
           MOVE ZEROES TO WS-ENTRY-1-QTY WS-ENTRY-2-QTY WS-ENTRY-3-QTY
               WS-ENTRY-4-QTY WS-ENTRY-5-QTY.
           MOVE ZEROES TO WS-ENTRY-1-PRICE WS-ENTRY-2-PRICE
               WS-ENTRY-3-PRICE WS-ENTRY-4-PRICE WS-ENTRY-5-PRICE.
           MOVE SPACES TO WS-ENTRY-1-MATCH WS-ENTRY-2-MATCH
               WS-ENTRY-3-MATCH WS-ENTRY-4-MATCH WS-ENTRY-5-MATCH.

      ****** Validates the header and matches the keyed slots, then
      ****** acts on the confirm answer: M banks the slots and clears
      ****** the screen for five more lines, Y banks them and releases
      ****** the invoice for posting. Anything else leaves the match
      ****** results on the screen for the operator to check first.
       PROCESS-ENTRY-SCREEN.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "T" TO WS-LINES-OK.
           PERFORM VALIDATE-INVOICE-HEADER.
           IF WS-LINES-OK = "T"
               PERFORM VALIDATE-INVOICE-LINES
           END-IF.
           IF WS-LINES-OK = "T"
               EVALUATE TRUE
                   WHEN WS-CONFIRM = "M" OR WS-CONFIRM = "m"
                       PERFORM BANK-SLOT-LINES
                       IF WS-ERROR-MESSAGE = SPACES
                           PERFORM CLEAR-ENTRY-SLOTS
                           MOVE "KEY THE NEXT LINES FOR THIS INVOICE"
                               TO WS-ERROR-MESSAGE
                       END-IF
                   WHEN WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM BANK-SLOT-LINES
                       IF WS-ERROR-MESSAGE = SPACES
                           IF WS-TOTAL-LINES = ZEROES
                               MOVE "KEY AT LEAST ONE INVOICE LINE"
                                   TO WS-ERROR-MESSAGE
                           ELSE
                               MOVE "T" TO WS-DATA-VALIDATED
                           END-IF
                       END-IF
                   WHEN WS-DUPLICATE-FOUND = "T"
                       MOVE "INVOICE NO ALREADY BILLED - WILL BE HELD"
                           TO WS-ERROR-MESSAGE
                   WHEN OTHER
                       MOVE "CHECK THE MATCH - Y TO POST, M FOR MORE"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF WS-DATA-VALIDATED NOT = "T"
               DISPLAY INVOICE-ENTRY-SCREEN
           END-IF.

      ****** Every invoice needs the supplier's own number and a PO
      ****** that is on file - the PO fixes the supplier. Once lines
      ****** are banked neither may change, or the banked matches
      ****** would be against the wrong order.
       VALIDATE-INVOICE-HEADER.
           IF WS-INVOICE-NO = SPACES
               MOVE "THE SUPPLIER INVOICE NUMBER IS REQUIRED"
                   TO WS-ERROR-MESSAGE
               MOVE "F" TO WS-LINES-OK
           END-IF.
           IF WS-LINES-OK = "T" AND WS-TOTAL-LINES > ZEROES
               IF WS-INVOICE-NO NOT = WS-BANKED-INVOICE
                   OR WS-PO-NUMBER NOT = WS-BANKED-PO
                   MOVE WS-BANKED-INVOICE TO WS-INVOICE-NO
                   MOVE WS-BANKED-PO TO WS-PO-NUMBER
                   MOVE "INVOICE AND PO ARE FIXED ONCE LINES BANK"
                       TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-LINES-OK
               END-IF
           END-IF.
           IF WS-LINES-OK = "T"
               PERFORM FIND-PO-SUPPLIER
               IF WS-PO-FOUND = "F"
                   MOVE ZEROES TO WS-SUPP-ID
                   MOVE SPACES TO WS-SUPP-NAME
                   MOVE "PO NUMBER IS NOT ON FILE" TO WS-ERROR-MESSAGE
                   MOVE "F" TO WS-LINES-OK
               ELSE
                   PERFORM LOOKUP-SUPPLIER-NAME
                   PERFORM CHECK-DUPLICATE-INVOICE
               END-IF
           END-IF.

      ****** Every line of a PO is booked to the one supplier, so the
      ****** first line found under the PO number names it.
       FIND-PO-SUPPLIER.
           MOVE "F" TO WS-PO-FOUND.
           MOVE WS-PO-NUMBER TO OPO-PO-NO.
           MOVE ZEROES TO OPO-PARTID.
           START OPOFILE KEY IS NOT LESS THAN OPO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPOFILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OPO-PO-NO = WS-PO-NUMBER
                               MOVE "T" TO WS-PO-FOUND
                               MOVE OPO-SUPP TO WS-SUPP-ID
                           END-IF
                   END-READ
           END-START.

       LOOKUP-SUPPLIER-NAME.
           MOVE SPACES TO WS-SUPP-NAME.
           IF WS-SUPP-ON-FILE = "T"
               MOVE WS-SUPP-ID TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       MOVE "*NOT ON FILE*" TO WS-SUPP-NAME
                   NOT INVALID KEY
                       MOVE SUPP-NAME TO WS-SUPP-NAME
               END-READ
           END-IF.

      ****** A supplier billing the same invoice number twice is the
      ****** classic double payment. The second copy is still taken -
      ****** accounts payable needs it on file to sort out with the
      ****** supplier - but every line of it is held as an exception.
       CHECK-DUPLICATE-INVOICE.
           MOVE "F" TO WS-DUPLICATE-FOUND.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T" OR WS-DUPLICATE-FOUND = "T"
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF INV-SUPP = WS-SUPP-ID
                           AND INV-NUMBER = WS-INVOICE-NO
                           AND INV-VOUCHER NOT = WS-VOUCHER
                           MOVE "T" TO WS-DUPLICATE-FOUND
                       END-IF
               END-READ
           END-PERFORM.

      ****** Each keyed line needs a quantity and a unit price; the
      ****** match result is echoed beside it so the operator sees
      ****** what will be approved and what will be held before
      ****** anything posts. A line's match counts the lines keyed
      ****** above it on the same invoice, so one PO line split over
      ****** two invoice lines cannot slip past the received quantity.
       VALIDATE-INVOICE-LINES.
           MOVE "T" TO WS-PEER-SLOTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               PERFORM LOAD-SLOT-FIELDS
               MOVE SPACES TO WS-CHECK-MATCH
               IF WS-CHECK-ID NOT = ZEROES
                   IF WS-CHECK-QTY = ZEROES
                       OR WS-CHECK-PRICE = ZEROES
                       MOVE "EVERY LINE NEEDS A QTY AND UNIT PRICE"
                           TO WS-ERROR-MESSAGE
                       MOVE "F" TO WS-LINES-OK
                   ELSE
                       PERFORM MATCH-INVOICE-LINE
                   END-IF
               END-IF
               PERFORM STORE-SLOT-MATCH
           END-PERFORM.
           MOVE "F" TO WS-PEER-SLOTS.

       LOAD-SLOT-FIELDS.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-ENTRY-1-ID TO WS-CHECK-ID
                   MOVE WS-ENTRY-1-QTY TO WS-CHECK-QTY
                   MOVE WS-ENTRY-1-PRICE TO WS-CHECK-PRICE
               WHEN 2
                   MOVE WS-ENTRY-2-ID TO WS-CHECK-ID
                   MOVE WS-ENTRY-2-QTY TO WS-CHECK-QTY
                   MOVE WS-ENTRY-2-PRICE TO WS-CHECK-PRICE
               WHEN 3
                   MOVE WS-ENTRY-3-ID TO WS-CHECK-ID
                   MOVE WS-ENTRY-3-QTY TO WS-CHECK-QTY
                   MOVE WS-ENTRY-3-PRICE TO WS-CHECK-PRICE
               WHEN 4
                   MOVE WS-ENTRY-4-ID TO WS-CHECK-ID
                   MOVE WS-ENTRY-4-QTY TO WS-CHECK-QTY
                   MOVE WS-ENTRY-4-PRICE TO WS-CHECK-PRICE
               WHEN 5
                   MOVE WS-ENTRY-5-ID TO WS-CHECK-ID
                   MOVE WS-ENTRY-5-QTY TO WS-CHECK-QTY
                   MOVE WS-ENTRY-5-PRICE TO WS-CHECK-PRICE
           END-EVALUATE.

       LOAD-PEER-SLOT.
           EVALUATE WS-PEER-IDX
               WHEN 1
                   MOVE WS-ENTRY-1-ID TO WS-PEER-ID
                   MOVE WS-ENTRY-1-QTY TO WS-PEER-QTY
               WHEN 2
                   MOVE WS-ENTRY-2-ID TO WS-PEER-ID
                   MOVE WS-ENTRY-2-QTY TO WS-PEER-QTY
               WHEN 3
                   MOVE WS-ENTRY-3-ID TO WS-PEER-ID
                   MOVE WS-ENTRY-3-QTY TO WS-PEER-QTY
               WHEN 4
                   MOVE WS-ENTRY-4-ID TO WS-PEER-ID
                   MOVE WS-ENTRY-4-QTY TO WS-PEER-QTY
               WHEN 5
                   MOVE WS-ENTRY-5-ID TO WS-PEER-ID
                   MOVE WS-ENTRY-5-QTY TO WS-PEER-QTY
           END-EVALUATE.

       STORE-SLOT-MATCH.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-CHECK-MATCH TO WS-ENTRY-1-MATCH
               WHEN 2
                   MOVE WS-CHECK-MATCH TO WS-ENTRY-2-MATCH
               WHEN 3
                   MOVE WS-CHECK-MATCH TO WS-ENTRY-3-MATCH
               WHEN 4
                   MOVE WS-CHECK-MATCH TO WS-ENTRY-4-MATCH
               WHEN 5
                   MOVE WS-CHECK-MATCH TO WS-ENTRY-5-MATCH
           END-EVALUATE.

      ****** The three-way match for one line. The PO line must exist
      ****** for the part; the quantity billed is held against what
      ****** arrived and is not yet paid for, and against what was
      ****** ordered; the price billed is held against the average
      ****** cost the receipts were booked at. The worst failure is
      ****** what shows on the screen - the record keeps them all.
       MATCH-INVOICE-LINE.
           MOVE "N" TO WS-MF-NOT-RECVD WS-MF-OVER-PO WS-MF-PRICE
               WS-MF-DUPLICATE WS-MF-NOT-ON-PO.
           MOVE ZEROES TO WS-MATCH-RECVD.
           MOVE ZEROES TO WS-MATCH-COST.
           IF WS-DUPLICATE-FOUND = "T"
               MOVE "Y" TO WS-MF-DUPLICATE
           END-IF.
           MOVE WS-PO-NUMBER TO OPO-PO-NO.
           MOVE WS-CHECK-ID TO OPO-PARTID.
           READ OPOFILE
               INVALID KEY
                   MOVE "Y" TO WS-MF-NOT-ON-PO
               NOT INVALID KEY
                   PERFORM MATCH-AGAINST-PO-LINE
           END-READ.
           IF WS-MATCH-FLAGS = "NNNNN"
               MOVE "APPROVED" TO WS-MATCH-STATUS
           ELSE
               MOVE "EXCEPTION" TO WS-MATCH-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-MF-NOT-ON-PO = "Y"
                   MOVE "NOT ON PO" TO WS-CHECK-MATCH
               WHEN WS-MF-DUPLICATE = "Y"
                   MOVE "DUPLICATE" TO WS-CHECK-MATCH
               WHEN WS-MF-NOT-RECVD = "Y"
                   MOVE "NOT RECEIVED" TO WS-CHECK-MATCH
               WHEN WS-MF-OVER-PO = "Y"
                   MOVE "OVER PO QTY" TO WS-CHECK-MATCH
               WHEN WS-MF-PRICE = "Y"
                   MOVE "PRICE OFF" TO WS-CHECK-MATCH
               WHEN OTHER
                   MOVE "APPROVED" TO WS-CHECK-MATCH
           END-EVALUATE.

       MATCH-AGAINST-PO-LINE.
           MOVE OPO-ORDER-DATE TO WS-PO-ORDER-DATE.
           PERFORM TALLY-PRIOR-BILLINGS.
           IF OPO-QTY-RECVD > WS-PRIOR-BILLED
               COMPUTE WS-BILLABLE = OPO-QTY-RECVD - WS-PRIOR-BILLED
           ELSE
               MOVE ZEROES TO WS-BILLABLE
           END-IF.
           MOVE WS-BILLABLE TO WS-MATCH-RECVD.
           COMPUTE WS-QTY-LIMIT =
               WS-BILLABLE * (100 + WS-QTY-TOLERANCE-PCT) / 100.
           IF WS-CHECK-QTY > WS-QTY-LIMIT
               MOVE "Y" TO WS-MF-NOT-RECVD
           END-IF.
           COMPUTE WS-QTY-LIMIT =
               OPO-QTY-ORDERED * (100 + WS-QTY-TOLERANCE-PCT) / 100.
           IF WS-PRIOR-BILLED + WS-CHECK-QTY > WS-QTY-LIMIT
               MOVE "Y" TO WS-MF-OVER-PO
           END-IF.
           PERFORM FIND-RECEIPT-COST.
           IF WS-MATCH-COST > ZEROES
               IF WS-CHECK-PRICE > WS-MATCH-COST
                   COMPUTE WS-PRICE-DIFF =
                       WS-CHECK-PRICE - WS-MATCH-COST
               ELSE
                   COMPUTE WS-PRICE-DIFF =
                       WS-MATCH-COST - WS-CHECK-PRICE
               END-IF
               COMPUTE WS-PRICE-LIMIT ROUNDED =
                   WS-MATCH-COST * WS-PRICE-TOLERANCE-PCT / 100
               IF WS-PRICE-DIFF > WS-PRICE-LIMIT
                   MOVE "Y" TO WS-MF-PRICE
               END-IF
           END-IF.

      ****** What has already been billed against the PO line: the
      ****** approved lines of earlier invoices (a held line is not
      ****** paid, so it has used up nothing), the lines of this
      ****** invoice already banked, and - while the screen is being
      ****** checked - the slots keyed above this one.
       TALLY-PRIOR-BILLINGS.
           MOVE ZEROES TO WS-PRIOR-BILLED.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF INV-PO-NO = WS-PO-NUMBER
                           AND INV-PARTID = WS-CHECK-ID
                           AND INV-MATCH-STATUS = "APPROVED"
                           ADD INV-QTY TO WS-PRIOR-BILLED
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TOTAL-LINES
               IF WS-LN-PART-ID(WS-LINE-IDX) = WS-CHECK-ID
                   ADD WS-LN-QTY(WS-LINE-IDX) TO WS-PRIOR-BILLED
               END-IF
           END-PERFORM.
           IF WS-PEER-SLOTS = "T"
               PERFORM VARYING WS-PEER-IDX FROM 1 BY 1
                   UNTIL WS-PEER-IDX >= WS-IDX
                   PERFORM LOAD-PEER-SLOT
                   IF WS-PEER-ID = WS-CHECK-ID
                       ADD WS-PEER-QTY TO WS-PRIOR-BILLED
                   END-IF
               END-PERFORM
           END-IF.

      ****** The cost the stock was booked in at: every receipt of the
      ****** part booked against this PO, averaged by quantity. A
      ****** receipt from before the PO number was carried counts
      ****** when it is for the part from the PO's supplier and
      ****** dated since the PO was raised. Nothing received leaves
      ****** the cost at zero - the line has already failed on
      ****** quantity.
       FIND-RECEIPT-COST.
           MOVE ZEROES TO WS-RCPT-QTY-SUM.
           MOVE ZEROES TO WS-RCPT-VALUE-SUM.
           OPEN INPUT RCPTFILE.
           IF WS-RCPT-STATUS = "00"
               MOVE "F" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ RCPTFILE
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           IF RCPT-PARTID = WS-CHECK-ID
                               AND (RCPT-PO-NO = WS-PO-NUMBER
                                   OR (RCPT-PO-NO = ZEROES
                                       AND RCPT-SUPP = WS-SUPP-ID
                                       AND RCPT-DATE >=
                                           WS-PO-ORDER-DATE))
                               ADD RCPT-QTY TO WS-RCPT-QTY-SUM
                               COMPUTE WS-RCPT-VALUE-SUM =
                                   WS-RCPT-VALUE-SUM
                                   + (RCPT-QTY * RCPT-UNIT-COST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCPTFILE
           END-IF.
           IF WS-RCPT-QTY-SUM > ZEROES
               COMPUTE WS-MATCH-COST ROUNDED =
                   WS-RCPT-VALUE-SUM / WS-RCPT-QTY-SUM
           END-IF.

      ****** Moves the keyed slots into the banked invoice line table
      ****** with their match results, refusing to go past the 50-line
      ****** cap. Each slot is matched again as it banks, against the
      ****** lines banked ahead of it.
       BANK-SLOT-LINES.
           MOVE ZEROES TO WS-SLOT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               PERFORM LOAD-SLOT-FIELDS
               IF WS-CHECK-ID NOT = ZEROES
                   ADD 1 TO WS-SLOT-COUNT
               END-IF
           END-PERFORM.
           IF WS-TOTAL-LINES + WS-SLOT-COUNT > 50
               MOVE "OVER 50 LINES - BLANK SLOTS, THEN Y"
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-INVOICE-NO TO WS-BANKED-INVOICE
               MOVE WS-PO-NUMBER TO WS-BANKED-PO
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   PERFORM LOAD-SLOT-FIELDS
                   IF WS-CHECK-ID NOT = ZEROES
                       PERFORM MATCH-INVOICE-LINE
                       PERFORM BANK-ONE-LINE
                   END-IF
               END-PERFORM
           END-IF.

       BANK-ONE-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           MOVE WS-CHECK-ID TO WS-LN-PART-ID(WS-TOTAL-LINES).
           MOVE WS-CHECK-QTY TO WS-LN-QTY(WS-TOTAL-LINES).
           MOVE WS-CHECK-PRICE TO WS-LN-PRICE(WS-TOTAL-LINES).
           MOVE WS-MATCH-RECVD TO WS-LN-RECVD(WS-TOTAL-LINES).
           MOVE WS-MATCH-COST TO WS-LN-COST(WS-TOTAL-LINES).
           MOVE WS-MATCH-STATUS TO WS-LN-STATUS(WS-TOTAL-LINES).
           MOVE WS-MATCH-FLAGS TO WS-LN-FLAGS(WS-TOTAL-LINES).

      ****** Writes one INVOICE.DAT record per banked line under the
      ****** next voucher number. The duplicate check is run once more
      ****** first, so an invoice another screen posted while this one
      ****** was being keyed is still caught.
       FINALIZE-INVOICE.
           PERFORM CHECK-DUPLICATE-INVOICE.
           MOVE ZEROES TO WS-APPROVED-COUNT.
           MOVE ZEROES TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TOTAL-LINES
               PERFORM WRITE-INVOICE-LINE
           END-PERFORM.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-APPROVED-COUNT TO WPM-APPROVED
               MOVE WS-EXCEPTION-COUNT TO WPM-EXCEPTIONS
               MOVE WS-POSTED-MESSAGE TO WS-ERROR-MESSAGE
           END-IF.
           COMPUTE WS-VOUCHER = WS-VOUCHER + 1.

       WRITE-INVOICE-LINE.
           MOVE WS-VOUCHER TO INV-VOUCHER.
           MOVE WS-LINE-IDX TO INV-LINE-NO.
           MOVE WS-SUPP-ID TO INV-SUPP.
           MOVE WS-INVOICE-NO TO INV-NUMBER.
           MOVE WS-ENTRY-DATE TO INV-ENTRY-DATE.
           MOVE WS-OPERATOR-ID TO INV-OPERATOR.
           MOVE WS-PO-NUMBER TO INV-PO-NO.
           MOVE WS-LN-PART-ID(WS-LINE-IDX) TO INV-PARTID.
           MOVE WS-LN-QTY(WS-LINE-IDX) TO INV-QTY.
           MOVE WS-LN-PRICE(WS-LINE-IDX) TO INV-UNIT-PRICE.
           MOVE WS-LN-RECVD(WS-LINE-IDX) TO INV-RECVD-QTY.
           MOVE WS-LN-COST(WS-LINE-IDX) TO INV-RCPT-COST.
           MOVE WS-LN-FLAGS(WS-LINE-IDX) TO INV-EXCEPTIONS.
           MOVE WS-LN-STATUS(WS-LINE-IDX) TO INV-MATCH-STATUS.
           IF WS-DUPLICATE-FOUND = "T"
               MOVE "Y" TO INV-EXC-DUPLICATE
               MOVE "EXCEPTION" TO INV-MATCH-STATUS
           END-IF.
           MOVE ZEROES TO INV-AP-DATE.
           WRITE INVOICE-REC
               INVALID KEY
                   MOVE "ERROR WRITING INVOICE LINE"
                       TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   IF INV-MATCH-STATUS = "APPROVED"
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
           END-WRITE.

       END PROGRAM PARTS_INVOICE_ENTRY.
