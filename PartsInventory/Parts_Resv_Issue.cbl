      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Issue a reserved maintenance order when the job
      *          starts. Keying the order number shows the order;
      *          answering Y turns every reservation it holds on
      *          PARTRESV.DAT into a normal relief, exactly as
      *          PARTS_ORDER_ENTRY relieves a B-confirmed order: one
      *          MAINTDTL.DAT line per reserved part at the price in
      *          effect today, the where-used cross-reference, PARTQTY
      *          (and a crib's PARTSTK.DAT shelf) relieved by what the
      *          stockroom's shelf can cover, and any shortfall -
      *          stock counted out from under the reservation - banked
      *          on BACKORD.DAT. The reservations are removed, the
      *          header goes from RESERVED to OPEN dated today, and
      *          the picking list is appended to PICKLIST.RPT. A
      *          reservation past its reserve-to date has lapsed and
      *          is refused; PARTS_RESV_EXPIRE clears those nightly.
      *          A reservation whose value at today's prices is over
      *          the approval limit on APPROVAL-CFG.DAT is not issued
      *          but goes PENDING, its parts still held, for a
      *          supervisor to approve on PARTS_ORDER_APPROVE - the
      *          same rule order entry applies to an order relieved
      *          straight away.
      *          A lot-controlled part issues off its lots earliest
      *          expiry first, passing over expired lots, and the
      *          order line records the lot it was drawn from.
      *          Every line that takes stock off the shelf writes an
      *          ISSUE entry to PART-AUDIT.DAT naming the order and
      *          line, so PARTS_RECOVER can replay the day's issues.
      *          An order issues dated today, and is refused while
      *          this month is closed - or being closed - on
      *          PERIOD.DAT; its reservations are left as they were.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_RESV_ISSUE INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT DTLFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MDTL-KEY
               FILE STATUS IS WS-DTL-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT XREFFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
               SELECT BKOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT PICKFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
               SELECT APPRCFGFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCFG-STATUS.
               SELECT LOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
               SELECT LMVFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMV-STATUS.
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT PERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD DTLFILE
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD XREFFILE
           VALUE OF FILE-ID IS "../MORDXREF.DAT".
           01 XREF-REC.
               COPY XREFREC.

       FD BKOFILE
           VALUE OF FILE-ID IS "../BACKORD.DAT".
           01 BACKORD-REC.
               COPY BACKORD.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD PICKFILE
           VALUE OF FILE-ID IS "../PICKLIST.RPT".
           01 PICK-LINE PIC X(80).

       FD APPRCFGFILE
           VALUE OF FILE-ID IS "../APPROVAL-CFG.DAT".
           01 APPR-CFG-REC.
               COPY APPRCFG.

       FD LOTFILE
           VALUE OF FILE-ID IS "../PARTLOT.DAT".
           01 LOT-REC.
               COPY LOTREC.

       FD LMVFILE
           VALUE OF FILE-ID IS "../LOTMOVE.DAT".
           01 LMV-REC.
               COPY LOTMVREC.

       FD AUDITFILE
           VALUE OF FILE-ID IS "../PART-AUDIT.DAT".
           01 AUDIT-REC.
               COPY AUDITREC.

       FD PERFILE
           VALUE OF FILE-ID IS "../PERIOD.DAT".
           01 PERIOD-REC.
               COPY PERIODREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-MORD-STATUS       PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS        PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-XREF-STATUS       PIC XX VALUE ZEROES.
       01 WS-BKO-STATUS        PIC XX VALUE ZEROES.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-STK-STATUS        PIC XX VALUE ZEROES.
       01 WS-PICK-STATUS       PIC XX VALUE ZEROES.
       01 WS-APPRCFG-STATUS    PIC XX VALUE ZEROES.
       01 WS-APPROVAL-LIMIT    PIC 9(7)V99 VALUE 5000.00.
       01 WS-ORDER-VALUE       PIC 9(9)V99 VALUE ZEROES.
       01 WS-PRICE-NUM         PIC 9(7)V99 VALUE ZEROES.
       01 WS-DONE              PIC X VALUE "F".
       01 WS-ORDER-OK          PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-STK-EOF           PIC X VALUE "F".
       01 WS-LOOKUP-ORDER      PIC 9(7) VALUE ZEROES.
       01 WS-ACTION            PIC X VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-ORDER-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-ORDER-STATUS      PIC X(10) VALUE SPACES.
       01 WS-ORDER-EQUIP       PIC X(8) VALUE SPACES.
       01 WS-ORDER-STORE       PIC X(4) VALUE SPACES.
       01 WS-RESERVE-UNTIL     PIC 9(8) VALUE ZEROES.
       01 WS-STORE-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE    PIC 9(7) VALUE ZEROES.
       01 WS-STORE-RESERVED    PIC 9(7) VALUE ZEROES.
       01 WS-SHORT-QTY         PIC 9(5) VALUE ZEROES.
       01 WS-BACKORDER-COUNT   PIC 9(3) VALUE ZEROES.
       01 WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
       01 WS-RSV-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 50 TIMES.
               10 WS-RSV-PART-ID   PIC 9(5).
               10 WS-RSV-QTY       PIC 9(5).
               10 WS-RSV-ISSUED    PIC 9(5).
       01 WS-ISSUED-MESSAGE.
           05 VALUE "ORDER ISSUED - ".
           05 WIS-COUNT        PIC ZZ9.
           05 VALUE " LINE(S) BACKORDERED".
       01 WS-PICK-COUNT        PIC 9(3) VALUE ZEROES.
       01 WS-PICK-I            PIC 9(3) VALUE ZEROES.
       01 WS-PICK-J            PIC 9(3) VALUE ZEROES.
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 50 TIMES.
               10 WS-PICK-LOC      PIC X(8).
               10 WS-PICK-ID       PIC 9(5).
               10 WS-PICK-NAME     PIC X(15).
               10 WS-PICK-QTY      PIC 9(5).
       01 WS-PICK-SWAP.
           05 WS-SWAP-LOC          PIC X(8).
           05 WS-SWAP-ID           PIC 9(5).
           05 WS-SWAP-NAME         PIC X(15).
           05 WS-SWAP-QTY          PIC 9(5).
       01 WS-PICK-DATE-EDIT    PIC 9999/99/99.
       01 WS-PICK-TITLE.
           05 VALUE "PICKING LIST".
           05 FILLER            PIC X(12) VALUE SPACES.
           05 VALUE "ORDER: ".
           05 WPT-ORDER         PIC ZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WPT-DATE          PIC 9999/99/99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VALUE "STORE: ".
           05 WPT-STORE         PIC X(4).
       01 WS-PICK-HEADER.
           05 VALUE "BIN       PART ID   PART NAME          QTY TO
      -    " PULL".
       01 WS-PICK-DETAIL.
           05 WPK-LOC           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WPK-ID            PIC ZZZZ9.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WPK-NAME          PIC X(15).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WPK-QTY           PIC ZZZZ9.
       01 WS-PICK-TOTAL-LINE.
           05 VALUE "LINES TO PICK: ".
           05 WPK-TOTAL         PIC ZZ9.
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-ISSUE-BEFORE-QTY  PIC 9(5) VALUE ZEROES.
       01 WS-ISSUE-REF.
           05 VALUE "ORDER ".
           05 WS-ISSUE-REF-ORDER PIC 9(7) VALUE ZEROES.
           05 VALUE " LINE ".
           05 WS-ISSUE-REF-LINE PIC 9(3) VALUE ZEROES.
       01 WS-LOT-TODAY         PIC 9(8) VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-LOT-SKIP-EXPIRED  PIC X VALUE "T".
       01 WS-LOT-DRAW-QTY      PIC 9(5) VALUE ZEROES.
       01 WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-EXPIRED       PIC 9(7) VALUE ZEROES.
       01 WS-LOT-FIRST         PIC X(12) VALUE SPACES.
       01 WS-LOT-MOVE-TYPE     PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO      PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO       PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON        PIC X(30) VALUE SPACES.
       01 WS-PER-STATUS        PIC XX VALUE ZEROES.
       01 WS-PERIOD-LOCKED     PIC X VALUE "F".
       01 WS-POST-PERIOD       PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-MESSAGE.
           05 VALUE "PERIOD ".
           05 WPM-PERIOD       PIC 9(6).
           05 VALUE " IS CLOSED - NOT POSTED".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 RESV-ISSUE-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "ISSUE RESERVED ORDER"              LINE 3 COL 30.
           05 ORDER-NUM-FIELD.
               10 VALUE "Order Number: "                LINE 5 COL 21.
               10 ORDER-NUM PIC 9(7) TO WS-LOOKUP-ORDER  LINE 5 COL 36.
           05 ORDER-INFO-SECTION.
               10 VALUE "Reserved On: "                 LINE 7 COL 21.
               10 ORDER-DATE PIC 9(8) FROM WS-ORDER-DATE
                                                          LINE 7 COL 34.
               10 VALUE "Status: "                       LINE 8 COL 26.
               10 ORDER-STATUS PIC X(10) FROM WS-ORDER-STATUS
                                                          LINE 8 COL 34.
               10 VALUE "Equipment: "                    LINE 9 COL 23.
               10 ORDER-EQUIP PIC X(8) FROM WS-ORDER-EQUIP
                                                          LINE 9 COL 34.
               10 VALUE "Store: "                        LINE 10 COL 27.
               10 ORDER-STORE PIC X(4) FROM WS-ORDER-STORE
                                                         LINE 10 COL 34.
               10 VALUE "Reserved To: "                  LINE 11 COL 21.
               10 ORDER-UNTIL PIC 9(8) FROM WS-RESERVE-UNTIL
                                                         LINE 11 COL 34.
               10 VALUE "Parts Held: "                   LINE 12 COL 22.
               10 ORDER-LINES PIC ZZ9 FROM WS-RSV-COUNT
                                                         LINE 12 COL 34.
           05 ACTION-FIELD.
               10 VALUE "Issue Now (Y/N): "             LINE 14 COL 17.
               10 ACTION-CODE PIC X TO WS-ACTION        LINE 14 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "Y ISSUES THE ORDER AND PRINTS ITS PICKING LIST.
      -            " BLANK ORDER NUMBER TO EXIT"         LINE 20 COL 10.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O MORDFILE.
            IF WS-MORD-STATUS NOT = "00"
                DISPLAY "PARTS_RESV_ISSUE: MAINTORD.DAT NOT FOUND - "
                    "NO MAINTENANCE ORDERS ARE ON FILE YET"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O RESVFILE.
            IF WS-RESV-STATUS NOT = "00"
                DISPLAY "PARTS_RESV_ISSUE: PARTRESV.DAT NOT FOUND - "
                    "NO ORDERS HAVE BEEN RESERVED YET"
                MOVE 1 TO PA-RETURN-CODE
                CLOSE MORDFILE
                GOBACK
            END-IF.
            OPEN I-O FIN.
            IF WS-FIN-STATUS NOT = "00"
                DISPLAY "PARTS_RESV_ISSUE: PARTLIST.DAT NOT FOUND - "
                    "RUN THE PARTS LOADER BEFORE ISSUING ORDERS"
                MOVE 1 TO PA-RETURN-CODE
                CLOSE RESVFILE
                CLOSE MORDFILE
                GOBACK
            END-IF.
            PERFORM OPEN-ISSUE-FILES.
            PERFORM OPEN-LOT-FILES.
            PERFORM OPEN-AUDIT-FILE.
            PERFORM LOAD-APPROVAL-LIMIT.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY RESV-ISSUE-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE ZEROES TO WS-LOOKUP-ORDER
                MOVE SPACES TO WS-ACTION
                ACCEPT RESV-ISSUE-SCREEN
                IF WS-LOOKUP-ORDER = ZEROES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM PROCESS-ORDER
                    DISPLAY RESV-ISSUE-SCREEN
                END-IF
            END-PERFORM.

            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE AUDITFILE.
            CLOSE STKFILE.
            CLOSE BKOFILE.
            CLOSE XREFFILE.
            CLOSE DTLFILE.
            CLOSE FIN.
            CLOSE RESVFILE.
            CLOSE MORDFILE.
            GOBACK.

      ****** Opens the detail, cross-reference, backorder and shelf
      ****** files for update, creating each first if it does not
      ****** exist yet on disk.
       OPEN-ISSUE-FILES.
           OPEN I-O DTLFILE.
           IF WS-DTL-STATUS NOT = "00"
               OPEN OUTPUT DTLFILE
               CLOSE DTLFILE
               OPEN I-O DTLFILE
           END-IF.
           OPEN I-O XREFFILE.
           IF WS-XREF-STATUS NOT = "00"
               OPEN OUTPUT XREFFILE
               CLOSE XREFFILE
               OPEN I-O XREFFILE
           END-IF.
           OPEN I-O BKOFILE.
           IF WS-BKO-STATUS NOT = "00"
               OPEN OUTPUT BKOFILE
               CLOSE BKOFILE
               OPEN I-O BKOFILE
           END-IF.
           OPEN I-O STKFILE.
           IF WS-STK-STATUS NOT = "00"
               OPEN OUTPUT STKFILE
               CLOSE STKFILE
               OPEN I-O STKFILE
           END-IF.

      ****** Opens PART-AUDIT.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDITFILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
               OPEN EXTEND AUDITFILE
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

      ****** The approval limit is the first record of
      ****** APPROVAL-CFG.DAT; with no file set up the compiled-in
      ****** limit stands.
       LOAD-APPROVAL-LIMIT.
           OPEN INPUT APPRCFGFILE.
           IF WS-APPRCFG-STATUS = "00"
               READ APPRCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APCFG-LIMIT NUMERIC
                           MOVE APCFG-LIMIT TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPRCFGFILE
           END-IF.

      ****** A blank answer just shows the order and what it holds;
      ****** Y issues it, unless it is over the approval limit or
      ****** this month is closed.
       PROCESS-ORDER.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM FIND-ORDER.
           IF WS-ORDER-OK = "T"
               IF WS-ACTION = "Y" OR WS-ACTION = "y"
                   PERFORM PRICE-RESERVED-LINES
                   IF WS-ORDER-VALUE > WS-APPROVAL-LIMIT
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE WS-TODAY(1:6) TO WS-POST-PERIOD
                       PERFORM CHECK-POSTING-PERIOD
                       IF WS-PERIOD-LOCKED = "T"
                           MOVE WS-PERIOD-MESSAGE TO WS-ERROR-MESSAGE
                       ELSE
                           PERFORM ISSUE-ORDER
                       END-IF
                   END-IF
               ELSE
                   IF WS-ACTION NOT = SPACES
                       AND WS-ACTION NOT = "N" AND WS-ACTION NOT = "n"
                       MOVE "ANSWER Y TO ISSUE THE ORDER"
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      ****** A month that has been closed - or is being closed - has
      ****** gone to accounting and takes no more postings. PERIOD.DAT
      ****** is read afresh on every check so a close run while the
      ****** program is up is seen; no file or no record for the month
      ****** means it is open.
       CHECK-POSTING-PERIOD.
           MOVE "F" TO WS-PERIOD-LOCKED.
           OPEN INPUT PERFILE.
           IF WS-PER-STATUS = "00"
               MOVE WS-POST-PERIOD TO PER-PERIOD
               READ PERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATUS NOT = "OPEN"
                           MOVE "T" TO WS-PERIOD-LOCKED
                       END-IF
               END-READ
               CLOSE PERFILE
           END-IF.
           IF WS-PERIOD-LOCKED = "T"
               MOVE WS-POST-PERIOD TO WPM-PERIOD
           END-IF.

       FIND-ORDER.
           MOVE "F" TO WS-ORDER-OK.
           MOVE ZEROES TO WS-ORDER-DATE WS-RESERVE-UNTIL WS-RSV-COUNT.
           MOVE SPACES TO WS-ORDER-STATUS WS-ORDER-EQUIP WS-ORDER-STORE.
           MOVE WS-LOOKUP-ORDER TO MORD-NUMBER.
           READ MORDFILE
               INVALID KEY
                   MOVE "NO SUCH MAINTENANCE ORDER" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE MORD-DATE TO WS-ORDER-DATE
                   MOVE MORD-STATUS TO WS-ORDER-STATUS
                   MOVE MORD-EQUIP-ID TO WS-ORDER-EQUIP
                   MOVE MORD-STORE TO WS-ORDER-STORE
                   IF WS-ORDER-STORE = SPACES
                       MOVE "MAIN" TO WS-ORDER-STORE
                   END-IF
                   IF MORD-STATUS = "RESERVED"
                       PERFORM LOAD-RESERVATIONS
                   ELSE
                       MOVE "ORDER IS NOT RESERVED" TO WS-ERROR-MESSAGE
                   END-IF
           END-READ.

      ****** Reservations are keyed by part, so the order's are found
      ****** by sweeping the file. All of an order's reservations
      ****** carry the one reserve-to date keyed on the order.
       LOAD-RESERVATIONS.
           MOVE "F" TO WS-RESV-EOF.
           MOVE LOW-VALUES TO RESV-KEY.
           START RESVFILE KEY IS NOT LESS THAN RESV-KEY
               INVALID KEY
                   MOVE "T" TO WS-RESV-EOF
           END-START.
           PERFORM UNTIL WS-RESV-EOF = "T"
               READ RESVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-RESV-EOF
                   NOT AT END
                       IF RESV-ORDER-NO = WS-LOOKUP-ORDER
                           AND WS-RSV-COUNT < 50
                           ADD 1 TO WS-RSV-COUNT
                           MOVE RESV-PARTID
                               TO WS-RSV-PART-ID(WS-RSV-COUNT)
                           MOVE RESV-QTY TO WS-RSV-QTY(WS-RSV-COUNT)
                           MOVE RESV-EXPIRY TO WS-RESERVE-UNTIL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RSV-COUNT = ZEROES
               MOVE "NOTHING HELD - RESERVATION HAS LAPSED"
                   TO WS-ERROR-MESSAGE
           ELSE
               IF WS-RESERVE-UNTIL < WS-TODAY
                   MOVE "RESERVATION HAS LAPSED - NOT ISSUED"
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE "T" TO WS-ORDER-OK
               END-IF
           END-IF.

       PRICE-RESERVED-LINES.
           MOVE ZEROES TO WS-ORDER-VALUE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-RSV-COUNT
               MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTPRICE TO WS-PRICE-NUM
                       COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
                           + (WS-RSV-QTY(WS-LINE-IDX) * WS-PRICE-NUM)
               END-READ
           END-PERFORM.

      ****** The reservations stay where they are, their reserve-to
      ****** date pushed out so the nightly lapse never takes them,
      ****** and the order waits PENDING from today.
       HOLD-FOR-APPROVAL.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-RSV-COUNT
               MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO RESV-PARTID
               MOVE WS-LOOKUP-ORDER TO RESV-ORDER-NO
               READ RESVFILE
                   INVALID KEY
                       MOVE 1 TO PA-RETURN-CODE
                   NOT INVALID KEY
                       MOVE 99999999 TO RESV-EXPIRY
                       REWRITE RESV-REC
                           INVALID KEY
                               MOVE 1 TO PA-RETURN-CODE
                       END-REWRITE
               END-READ
           END-PERFORM.
           MOVE "PENDING" TO MORD-STATUS.
           MOVE WS-TODAY TO MORD-DATE.
           REWRITE MAINT-ORD-REC
               INVALID KEY
                   MOVE "ERROR UPDATING ORDER" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "PENDING" TO WS-ORDER-STATUS
                   MOVE WS-TODAY TO WS-ORDER-DATE
                   MOVE "OVER LIMIT - HELD FOR APPROVAL"
                       TO WS-ERROR-MESSAGE
           END-REWRITE.

      ****** Each reservation is removed before its line is relieved,
      ****** so the order's own earmark does not count against it
      ****** while the shelf is tested; other orders' reservations
      ****** still do.
       ISSUE-ORDER.
           MOVE ZEROES TO WS-BACKORDER-COUNT.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-RSV-COUNT
               PERFORM RELEASE-RESERVATION
               PERFORM WRITE-ONE-ORDER-LINE
           END-PERFORM.
           MOVE "OPEN" TO MORD-STATUS.
           MOVE WS-TODAY TO MORD-DATE.
           MOVE WS-RSV-COUNT TO MORD-LINE-COUNT.
           REWRITE MAINT-ORD-REC
               INVALID KEY
                   MOVE "ERROR UPDATING ORDER" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   MOVE "OPEN" TO WS-ORDER-STATUS
                   MOVE WS-TODAY TO WS-ORDER-DATE
                   PERFORM PRINT-PICKING-LIST
                   IF WS-BACKORDER-COUNT > ZEROES
                       MOVE WS-BACKORDER-COUNT TO WIS-COUNT
                       MOVE WS-ISSUED-MESSAGE TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "ORDER ISSUED - PICKING LIST PRINTED"
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-REWRITE.

       RELEASE-RESERVATION.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO RESV-PARTID.
           MOVE WS-LOOKUP-ORDER TO RESV-ORDER-NO.
           DELETE RESVFILE RECORD
               INVALID KEY
                   MOVE 1 TO PA-RETURN-CODE
           END-DELETE.

      ****** The line carries the price in effect the moment it is
      ****** written, the same as a line keyed on order entry.
       WRITE-ONE-ORDER-LINE.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE ZEROES TO MDTL-ISSUE-PRICE
               NOT INVALID KEY
                   MOVE PARTPRICE TO MDTL-ISSUE-PRICE
           END-READ.
           MOVE WS-LOOKUP-ORDER TO MDTL-ORDER-NO.
           MOVE WS-LINE-IDX TO MDTL-LINE-NO.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO MDTL-PART-ID.
           MOVE WS-RSV-QTY(WS-LINE-IDX) TO MDTL-QTY.
           MOVE ZEROES TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER LINE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-XREF-RECORD
                   PERFORM RELIEVE-STOCK
           END-WRITE.

       WRITE-XREF-RECORD.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO XREF-PARTID.
           MOVE WS-LOOKUP-ORDER TO XREF-ORDER-NO.
           WRITE XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ****** What the stockroom's shelf can cover is what issues and
      ****** is remembered for the picking list; anything it cannot
      ****** is banked as a backorder, as a B confirm would bank it.
       RELIEVE-STOCK.
           MOVE ZEROES TO WS-RSV-ISSUED(WS-LINE-IDX).
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO PARTID.
           READ FIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-STORE-ONHAND
                   IF WS-STORE-ONHAND >= WS-RSV-QTY(WS-LINE-IDX)
                       MOVE WS-RSV-QTY(WS-LINE-IDX)
                           TO WS-RSV-ISSUED(WS-LINE-IDX)
                   ELSE
                       MOVE WS-STORE-ONHAND
                           TO WS-RSV-ISSUED(WS-LINE-IDX)
                       COMPUTE WS-SHORT-QTY =
                           WS-RSV-QTY(WS-LINE-IDX) - WS-STORE-ONHAND
                       PERFORM BANK-BACKORDER
                   END-IF
                   MOVE PARTQTY TO WS-ISSUE-BEFORE-QTY
                   IF PARTQTY > WS-RSV-ISSUED(WS-LINE-IDX)
                       SUBTRACT WS-RSV-ISSUED(WS-LINE-IDX) FROM PARTQTY
                   ELSE
                       MOVE ZEROES TO PARTQTY
                   END-IF
                   MOVE WS-TODAY TO PARTLASTISS
                   REWRITE REC-IO
                   IF WS-RSV-ISSUED(WS-LINE-IDX) > ZEROES
                       MOVE WS-LOOKUP-ORDER TO WS-ISSUE-REF-ORDER
                       MOVE WS-LINE-IDX TO WS-ISSUE-REF-LINE
                       PERFORM WRITE-ISSUE-AUDIT
                   END-IF
                   IF WS-ORDER-STORE NOT = "MAIN"
                       PERFORM RELIEVE-CRIB-STOCK
                   END-IF
                   IF PARTLOTCTL = "Y"
                       AND WS-RSV-ISSUED(WS-LINE-IDX) > ZEROES
                       PERFORM ISSUE-LINE-FROM-LOTS
                   END-IF
           END-READ.

      ****** Records the stock an order took off the shelf with its
      ****** own action code, so the day's issues can be replayed onto
      ****** a restored parts master. Only the quantity moves; as the
      ****** audit layout documents, both description images carry
      ****** the order and line the stock went to instead.
      ****** WS-ISSUE-BEFORE-QTY is set by the caller before the
      ****** quantity is moved.
       WRITE-ISSUE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE "ISSUE" TO AUDIT-ACTION.
           MOVE PARTID TO AUDIT-PARTID.
           MOVE PARTNAME TO AUDIT-BEFORE-NAME.
           MOVE WS-ISSUE-REF TO AUDIT-BEFORE-DESC.
           MOVE PARTPRICE TO AUDIT-BEFORE-PRICE.
           MOVE PARTSUPP TO AUDIT-BEFORE-SUPP.
           MOVE WS-ISSUE-BEFORE-QTY TO AUDIT-BEFORE-QTY.
           MOVE PARTREORDER TO AUDIT-BEFORE-REORDER.
           MOVE PARTNAME TO AUDIT-AFTER-NAME.
           MOVE WS-ISSUE-REF TO AUDIT-AFTER-DESC.
           MOVE PARTPRICE TO AUDIT-AFTER-PRICE.
           MOVE PARTSUPP TO AUDIT-AFTER-SUPP.
           MOVE PARTQTY TO AUDIT-AFTER-QTY.
           MOVE PARTREORDER TO AUDIT-AFTER-REORDER.
           WRITE AUDIT-REC.

      ****** The line just written is stamped with the lot its stock
      ****** came from.
       ISSUE-LINE-FROM-LOTS.
           MOVE WS-RSV-ISSUED(WS-LINE-IDX) TO WS-LOT-DRAW-QTY.
           MOVE "ISSUE" TO WS-LOT-MOVE-TYPE.
           MOVE WS-LOOKUP-ORDER TO WS-LOT-ORDER-NO.
           MOVE WS-LINE-IDX TO WS-LOT-LINE-NO.
           MOVE SPACES TO WS-LOT-REASON.
           PERFORM DRAW-FROM-LOTS.
           MOVE WS-LOT-FIRST TO MDTL-LOT-NO.
           REWRITE MAINT-DTL-REC
               INVALID KEY
                   MOVE 1 TO PA-RETURN-CODE
           END-REWRITE.

       RELIEVE-CRIB-STOCK.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO STK-PARTID.
           MOVE WS-ORDER-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STK-QTY > WS-RSV-ISSUED(WS-LINE-IDX)
                       SUBTRACT WS-RSV-ISSUED(WS-LINE-IDX) FROM STK-QTY
                   ELSE
                       MOVE ZEROES TO STK-QTY
                   END-IF
                   REWRITE STK-REC
                       INVALID KEY
                           MOVE 1 TO PA-RETURN-CODE
                   END-REWRITE
           END-READ.

      ****** The shelf quantity of the part just read in the order's
      ****** stockroom that is free to take: a crib's PARTSTK.DAT
      ****** record, or for the main stores PARTQTY less what the
      ****** cribs hold and what is in transit - either way less what
      ****** other orders still have reserved there and, for a lot
      ****** part, less its stock on lots already past their expiry.
       GET-STORE-ONHAND.
           MOVE ZEROES TO WS-STORE-ONHAND.
           IF WS-ORDER-STORE = "MAIN"
               PERFORM SUM-HELD-ELSEWHERE
               IF PARTQTY > WS-HELD-ELSEWHERE
                   COMPUTE WS-STORE-ONHAND =
                       PARTQTY - WS-HELD-ELSEWHERE
               END-IF
           ELSE
               MOVE PARTID TO STK-PARTID
               MOVE WS-ORDER-STORE TO STK-STORE
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
           IF PARTLOTCTL = "Y"
               PERFORM SUM-EXPIRED-LOTS
               IF WS-STORE-ONHAND > WS-LOT-EXPIRED
                   SUBTRACT WS-LOT-EXPIRED FROM WS-STORE-ONHAND
               ELSE
                   MOVE ZEROES TO WS-STORE-ONHAND
               END-IF
           END-IF.

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

      ****** Totals the part's stock sitting on lots already past
      ****** their expiry - on hand, but not to be issued.
       SUM-EXPIRED-LOTS.
           MOVE ZEROES TO WS-LOT-EXPIRED.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD.
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
                           OR LOT-EXPIRY >= WS-LOT-TODAY
                           MOVE "T" TO WS-LOT-EOF
                       ELSE
                           ADD LOT-QTY TO WS-LOT-EXPIRED
                       END-IF
               END-READ
           END-PERFORM.

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

       SUM-STORE-RESERVED.
           MOVE ZEROES TO WS-STORE-RESERVED.
           MOVE "F" TO WS-RESV-EOF.
           MOVE PARTID TO RESV-PARTID.
           MOVE ZEROES TO RESV-ORDER-NO.
           START RESVFILE KEY IS NOT LESS THAN RESV-KEY
               INVALID KEY
                   MOVE "T" TO WS-RESV-EOF
           END-START.
           PERFORM UNTIL WS-RESV-EOF = "T"
               READ RESVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-RESV-EOF
                   NOT AT END
                       IF RESV-PARTID NOT = PARTID
                           MOVE "T" TO WS-RESV-EOF
                       ELSE
                           IF RESV-STORE = WS-ORDER-STORE
                               OR (RESV-STORE = SPACES
                                   AND WS-ORDER-STORE = "MAIN")
                               ADD RESV-QTY TO WS-STORE-RESERVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ****** Banks the uncovered quantity on the backorder file, for
      ****** PARTS_RECEIVE to release when the part comes back in.
       BANK-BACKORDER.
           MOVE WS-RSV-PART-ID(WS-LINE-IDX) TO BKO-PARTID.
           MOVE WS-LOOKUP-ORDER TO BKO-ORDER-NO.
           MOVE WS-TODAY TO BKO-DATE.
           MOVE WS-SHORT-QTY TO BKO-QTY.
           WRITE BACKORD-REC
               INVALID KEY
                   READ BKOFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-SHORT-QTY TO BKO-QTY
                           REWRITE BACKORD-REC
                   END-READ
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-BACKORDER-COUNT.

      ****** The picking list for the order just issued, in bin walk
      ****** sequence, appended to PICKLIST.RPT the same way order
      ****** entry appends it.
       PRINT-PICKING-LIST.
           PERFORM BUILD-PICK-TABLE.
           PERFORM SORT-PICK-TABLE.
           PERFORM OPEN-PICKLIST-FILE.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-LOOKUP-ORDER TO WPT-ORDER.
           MOVE WS-TODAY TO WS-PICK-DATE-EDIT.
           MOVE WS-PICK-DATE-EDIT TO WPT-DATE.
           MOVE WS-ORDER-STORE TO WPT-STORE.
           MOVE WS-PICK-TITLE TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-PICK-HEADER TO PICK-LINE.
           WRITE PICK-LINE.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-PICK-COUNT
               MOVE WS-PICK-LOC(WS-PICK-I) TO WPK-LOC
               MOVE WS-PICK-ID(WS-PICK-I) TO WPK-ID
               MOVE WS-PICK-NAME(WS-PICK-I) TO WPK-NAME
               MOVE WS-PICK-QTY(WS-PICK-I) TO WPK-QTY
               MOVE WS-PICK-DETAIL TO PICK-LINE
               WRITE PICK-LINE
           END-PERFORM.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-PICK-COUNT TO WPK-TOTAL.
           MOVE WS-PICK-TOTAL-LINE TO PICK-LINE.
           WRITE PICK-LINE.
           CLOSE PICKFILE.

       OPEN-PICKLIST-FILE.
           OPEN EXTEND PICKFILE.
           IF WS-PICK-STATUS NOT = "00"
               OPEN OUTPUT PICKFILE
               CLOSE PICKFILE
               OPEN EXTEND PICKFILE
           END-IF.

       BUILD-PICK-TABLE.
           MOVE ZEROES TO WS-PICK-COUNT.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-RSV-COUNT
               IF WS-RSV-ISSUED(WS-PICK-I) > ZEROES
                   MOVE WS-RSV-PART-ID(WS-PICK-I) TO PARTID
                   READ FIN
                       INVALID KEY
                           MOVE SPACES TO PARTNAME
                           MOVE SPACES TO PARTLOC
                   END-READ
                   IF WS-ORDER-STORE NOT = "MAIN"
                       PERFORM GET-CRIB-BIN
                   END-IF
                   ADD 1 TO WS-PICK-COUNT
                   MOVE PARTLOC TO WS-PICK-LOC(WS-PICK-COUNT)
                   MOVE WS-RSV-PART-ID(WS-PICK-I)
                       TO WS-PICK-ID(WS-PICK-COUNT)
                   MOVE PARTNAME TO WS-PICK-NAME(WS-PICK-COUNT)
                   MOVE WS-RSV-ISSUED(WS-PICK-I)
                       TO WS-PICK-QTY(WS-PICK-COUNT)
               END-IF
           END-PERFORM.

       GET-CRIB-BIN.
           MOVE WS-RSV-PART-ID(WS-PICK-I) TO STK-PARTID.
           MOVE WS-ORDER-STORE TO STK-STORE.
           READ STKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STK-LOC NOT = SPACES
                       MOVE STK-LOC TO PARTLOC
                   END-IF
           END-READ.

       SORT-PICK-TABLE.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I >= WS-PICK-COUNT
               PERFORM VARYING WS-PICK-J FROM 1 BY 1
                   UNTIL WS-PICK-J >= WS-PICK-COUNT
                   IF WS-PICK-LOC(WS-PICK-J) >
                       WS-PICK-LOC(WS-PICK-J + 1)
                       OR (WS-PICK-LOC(WS-PICK-J) =
                           WS-PICK-LOC(WS-PICK-J + 1)
                           AND WS-PICK-ID(WS-PICK-J) >
                               WS-PICK-ID(WS-PICK-J + 1))
                       MOVE WS-PICK-ENTRY(WS-PICK-J) TO WS-PICK-SWAP
                       MOVE WS-PICK-ENTRY(WS-PICK-J + 1)
                           TO WS-PICK-ENTRY(WS-PICK-J)
                       MOVE WS-PICK-SWAP
                           TO WS-PICK-ENTRY(WS-PICK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       END PROGRAM PARTS_RESV_ISSUE.
