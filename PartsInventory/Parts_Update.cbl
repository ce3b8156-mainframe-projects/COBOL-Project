      *          the operator is told the record moved, and the
      *          screen re-shows the fresh values instead of
      *          silently clobbering the other operator's work.
      *          Lot control is switched here. Turning it on puts the
      *          stock already on hand, whose lots nobody recorded,
      *          onto an UNLOTTED lot on PARTLOT.DAT; turning it off
      *          drops the part's lots. While a part is lot-controlled
      *          its quantity cannot be keyed here - stock on a lot
      *          moves by receipt, issue, count or scrap, so the lots
      *          keep adding up to PARTQTY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT AUDITFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
           01 AUDIT-REC.
               COPY AUDITREC.

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
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-AUDIT-STATUS      PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS       PIC XX VALUE ZEROES.
       01 WS-LOT-STATUS        PIC XX VALUE ZEROES.
       01 WS-LMV-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOT-EOF           PIC X VALUE "F".
       01 WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01 WS-LOT-MOVE-TYPE     PIC X(6) VALUE SPACES.
       01 WS-LOT-ORDER-NO      PIC 9(7) VALUE ZEROES.
       01 WS-LOT-LINE-NO       PIC 9(3) VALUE ZEROES.
       01 WS-LOT-REASON        PIC X(30) VALUE SPACES.
       01 WS-FRESH-LOTCTL      PIC X VALUE "N".
       01 PART-OBJECT.
           05 WS-PART-ID       PIC 9(5) VALUE 00000.
           05 WS-PART-NAME     PIC X(15) VALUE SPACES.
           05 WS-PART-SUPP     PIC 9(5) VALUE 00000.
           05 WS-PART-QTY      PIC 9(5) VALUE 00000.
           05 WS-PART-REORDER  PIC 9(5) VALUE 00000.
           05 WS-PART-LOTCTL   PIC X VALUE "N".
       01 BEFORE-OBJECT.
           05 WS-BEFORE-NAME     PIC X(15) VALUE SPACES.
           05 WS-BEFORE-DESC     PIC X(35) VALUE SPACES.
           05 WS-BEFORE-SUPP     PIC 9(5) VALUE 00000.
           05 WS-BEFORE-QTY      PIC 9(5) VALUE 00000.
           05 WS-BEFORE-REORDER  PIC 9(5) VALUE 00000.
           05 WS-BEFORE-LOTCTL   PIC X VALUE "N".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
                   20 VALUE "Qty On Hand: "              LINE 15 COL 21.
                   20 PART-QTY PIC 9(5) FROM WS-PART-QTY
                       TO WS-PART-QTY                    LINE 15 COL 34.
               10 PART-LOTCTL-FIELD.
                   20 VALUE "Lot Control (Y/N): "        LINE 15 COL 44.
                   20 PART-LOTCTL PIC X FROM WS-PART-LOTCTL
                       TO WS-PART-LOTCTL                 LINE 15 COL 63.
               10 PART-REORDER-FIELD.
                   20 VALUE "Reorder Point: "            LINE 17 COL 18.
                   20 PART-REORDER PIC 9(5) FROM WS-PART-REORDER
                GOBACK
            END-IF.
            PERFORM OPEN-AUDIT-FILE.
            PERFORM OPEN-LOT-FILES.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

            DISPLAY PART-FIND-SCREEN.
                END-IF
            END-PERFORM.

            CLOSE LMVFILE.
            CLOSE LOTFILE.
            CLOSE AUDITFILE.
            CLOSE SUPPFILE.
            CLOSE FIN.
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

       FIND-PART.
           MOVE "F" TO WS-PART-FOUND.
           MOVE SPACES TO WS-ERROR-MESSAGE.
                   MOVE PARTSUPP TO WS-BEFORE-SUPP
                   MOVE PARTQTY TO WS-BEFORE-QTY
                   MOVE PARTREORDER TO WS-BEFORE-REORDER
                   PERFORM LOAD-LOT-CONTROL
                   MOVE WS-FRESH-LOTCTL TO WS-PART-LOTCTL
                   MOVE WS-FRESH-LOTCTL TO WS-BEFORE-LOTCTL
           END-READ.

      ****** Anything but Y on file - a part from before lot control
      ****** existed carries a zero byte - shows as N.
       LOAD-LOT-CONTROL.
           IF PARTLOTCTL = "Y"
               MOVE "Y" TO WS-FRESH-LOTCTL
           ELSE
               MOVE "N" TO WS-FRESH-LOTCTL
           END-IF.

      ****** The save can bounce: when the record moved underneath
      ****** the screen, FINALIZE-PART-UPDATE re-shows the fresh
      ****** values and the operator keys the change again on top of
               INVALID KEY
                   MOVE "INVALID PART SUPPLIER" TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-PART-LOTCTL = "y"
               MOVE "Y" TO WS-PART-LOTCTL
           END-IF.
           IF WS-PART-LOTCTL = "n"
               MOVE "N" TO WS-PART-LOTCTL
           END-IF.
           IF WS-PART-LOTCTL NOT = "Y" AND WS-PART-LOTCTL NOT = "N"
               MOVE "LOT CONTROL MUST BE Y OR N" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-PART-LOTCTL = "Y" AND WS-BEFORE-LOTCTL = "Y"
               AND WS-PART-QTY NOT = WS-BEFORE-QTY
               MOVE "LOT PART QTY MOVES BY COUNT OR SCRAP"
                   TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-ERROR-MESSAGE = SPACES THEN
               MOVE "T" TO WS-DATA-VALIDATED
           END-IF.
                       TO WS-ERROR-MESSAGE
                   MOVE "T" TO WS-UPDATE-DONE
               NOT INVALID KEY
                   PERFORM LOAD-LOT-CONTROL
                   IF PARTNAME NOT = WS-BEFORE-NAME
                       OR PARTDESC NOT = WS-BEFORE-DESC
                       OR PARTPRICE NOT = WS-BEFORE-PRICE
                       OR PARTSUPP NOT = WS-BEFORE-SUPP
                       OR PARTQTY NOT = WS-BEFORE-QTY
                       OR PARTREORDER NOT = WS-BEFORE-REORDER
                       OR WS-FRESH-LOTCTL NOT = WS-BEFORE-LOTCTL
                       PERFORM RELOAD-FRESH-VALUES
                   ELSE
                       PERFORM REWRITE-PART-RECORD
           MOVE PARTSUPP TO WS-PART-SUPP WS-BEFORE-SUPP.
           MOVE PARTQTY TO WS-PART-QTY WS-BEFORE-QTY.
           MOVE PARTREORDER TO WS-PART-REORDER WS-BEFORE-REORDER.
           MOVE WS-FRESH-LOTCTL TO WS-PART-LOTCTL WS-BEFORE-LOTCTL.
           MOVE "RECORD CHANGED UNDER YOU - REVIEW"
               TO WS-ERROR-MESSAGE.
           DISPLAY PART-UPDATE-SCREEN.
           MOVE WS-PART-SUPP TO PARTSUPP.
           MOVE WS-PART-QTY TO PARTQTY.
           MOVE WS-PART-REORDER TO PARTREORDER.
           MOVE WS-PART-LOTCTL TO PARTLOTCTL.
           REWRITE REC-IO
               INVALID KEY
                   MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                   MOVE 1 TO PA-RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   IF WS-PART-LOTCTL = "Y" AND WS-BEFORE-LOTCTL = "N"
                       PERFORM OPEN-PART-LOTS
                   END-IF
                   IF WS-PART-LOTCTL = "N" AND WS-BEFORE-LOTCTL = "Y"
                       PERFORM CLEAR-PART-LOTS
                   END-IF
           END-REWRITE.
           MOVE "T" TO WS-UPDATE-DONE.

      ****** A part newly under lot control starts with everything on
      ****** hand on its UNLOTTED lot, logged as an OPEN movement.
       OPEN-PART-LOTS.
           PERFORM CLEAR-PART-LOTS.
           IF PARTQTY > ZEROES
               MOVE PARTID TO LOT-PARTID
               MOVE 99999999 TO LOT-EXPIRY
               MOVE "UNLOTTED" TO LOT-NUMBER
               ACCEPT LOT-RCPT-DATE FROM DATE YYYYMMDD
               MOVE PARTQTY TO LOT-QTY
               WRITE LOT-REC
                   INVALID KEY
                       MOVE 1 TO PA-RETURN-CODE
               END-WRITE
               MOVE PARTQTY TO WS-LOT-TAKE
               MOVE "OPEN" TO WS-LOT-MOVE-TYPE
               MOVE ZEROES TO WS-LOT-ORDER-NO
               MOVE ZEROES TO WS-LOT-LINE-NO
               MOVE SPACES TO WS-LOT-REASON
               PERFORM WRITE-LOT-MOVE
           END-IF.

      ****** Drops every lot on file for the part.
       CLEAR-PART-LOTS.
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
                           DELETE LOTFILE RECORD
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

      ****** Records a before/after image of the update for
      ****** PART-AUDIT.DAT
       WRITE-AUDIT-RECORD.
