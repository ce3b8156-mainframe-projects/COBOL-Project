      *          on OPENPO.DAT is skipped rather than put on order
      *          twice. PARTS_RECEIVE posts deliveries against the
      *          open lines as they arrive.
      *          When the supplier is flagged on SUPPLIER.DAT to take
      *          orders electronically, the booked order is also
      *          appended to the supplier's own interface file,
      *          POOUTnnnnn.DAT (nnnnn the supplier ID), for the
      *          transfer to pick up. Each order is fixed-layout with
      *          a record type in column one:
      *            H  PO number, supplier, order date, expected date
      *               and supplier name
      *            L  one per booked line - PO, line number, part,
      *               part name, quantity and expected date
      *            T  control trailer - PO, count of the records of
      *               the order ahead of it, line count and a hash
      *               total of the quantities, for the supplier to
      *               balance against before loading.
      *          The supplier's acknowledgements come back through
      *          PARTS_PO_ACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
               SELECT SUPPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT EDIFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 OPEN-PO-REC.
               COPY OPENPO.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD EDIFILE
           VALUE OF FILE-ID IS WS-EDI-FILE-NAME.
           01 EDI-REC                  PIC X(80).
           01 EDI-HEADER-REC REDEFINES EDI-REC.
               05 EDH-TYPE             PIC X.
               05 EDH-PO-NO            PIC 9(5).
               05 EDH-SUPP             PIC 9(5).
               05 EDH-ORDER-DATE       PIC 9(8).
               05 EDH-EXP-DATE         PIC 9(8).
               05 EDH-SUPP-NAME        PIC X(25).
               05 FILLER               PIC X(28).
           01 EDI-LINE-REC REDEFINES EDI-REC.
               05 EDL-TYPE             PIC X.
               05 EDL-PO-NO            PIC 9(5).
               05 EDL-LINE-NO          PIC 9(3).
               05 EDL-PARTID           PIC 9(5).
               05 EDL-PART-NAME        PIC X(15).
               05 EDL-QTY              PIC 9(5).
               05 EDL-EXP-DATE         PIC 9(8).
               05 FILLER               PIC X(38).
           01 EDI-TRAILER-REC REDEFINES EDI-REC.
               05 EDT-TYPE             PIC X.
               05 EDT-PO-NO            PIC 9(5).
               05 EDT-RECORD-COUNT     PIC 9(7).
               05 EDT-LINE-COUNT       PIC 9(5).
               05 EDT-QTY-TOTAL        PIC 9(9).
               05 FILLER               PIC X(53).

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-SUG-STATUS        PIC XX VALUE ZEROES.
       01 WS-OPO-STATUS        PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS       PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-EDI-STATUS        PIC XX VALUE ZEROES.
       01 WS-EDI-FILE-NAME     PIC X(30) VALUE SPACES.
       01 WS-EDI-SUPPLIER      PIC X VALUE "F".
       01 WS-PARTS-ON-FILE     PIC X VALUE "F".
       01 WS-SUPP-NAME         PIC X(25) VALUE SPACES.
       01 WS-EDI-RECORDS       PIC 9(7) VALUE ZEROES.
       01 WS-EDI-LINES         PIC 9(5) VALUE ZEROES.
       01 WS-EDI-QTY-TOTAL     PIC 9(9) VALUE ZEROES.
       01 WS-SENT-MESSAGE      PIC X(40) VALUE SPACES.
       01 WS-SENT-TEXT.
           05 VALUE "SENT ELECTRONICALLY TO ".
           05 WST-FILE-NAME    PIC X(17).
       01 WS-DONE              PIC X VALUE "F".
       01 WS-SCAN-EOF          PIC X VALUE "F".
       01 WS-CHK-EOF           PIC X VALUE "F".
               10 EXP-DATE PIC 9(8) FROM WS-EXP-DATE
                   TO WS-EXP-DATE                        LINE 7 COL 36.
           05 FOOTER-MESSAGES.
               10 SENT-MESSAGE PIC X(40) FROM WS-SENT-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 17 COL 30.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE ORDER NUMBER FROM TONIGHT'S SUGGESTED

       CONFIRM-ONE-ORDER.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO WS-SENT-MESSAGE.
           IF WS-EXP-DATE = ZEROES
               MOVE "AN EXPECTED DATE IS REQUIRED" TO WS-ERROR-MESSAGE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM GET-NEXT-PO-NUMBER
               PERFORM BOOK-SUGGESTED-LINES
               IF WS-LINES-BOOKED > ZEROES
                   PERFORM CHECK-EDI-SUPPLIER
                   IF WS-EDI-SUPPLIER = "T"
                       PERFORM TRANSMIT-ORDER
                   END-IF
               END-IF
           END-IF.

      ****** Scans OPENPO.DAT for the highest committed PO number on
               END-READ
           END-PERFORM.

      ****** A missing supplier file, or a supplier not on it, just
      ****** means the order goes by phone or fax as it always has.
       CHECK-EDI-SUPPLIER.
           MOVE "F" TO WS-EDI-SUPPLIER.
           MOVE SPACES TO WS-SUPP-NAME.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE WS-SUPP-ID TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUPP-EDI-FLAG = "Y"
                           MOVE "T" TO WS-EDI-SUPPLIER
                           MOVE SUPP-NAME TO WS-SUPP-NAME
                       END-IF
               END-READ
               CLOSE SUPPFILE
           END-IF.

      ****** Appends the order just booked to the supplier's
      ****** interface file, creating it if the transfer has taken
      ****** the last one away. The lines are read back off
      ****** OPENPO.DAT under the new PO number, so only what was
      ****** actually booked is sent - never a skipped part.
       TRANSMIT-ORDER.
           MOVE SPACES TO WS-EDI-FILE-NAME.
           STRING "../POOUT" WS-SUPP-ID ".DAT" DELIMITED BY SIZE
               INTO WS-EDI-FILE-NAME.
           OPEN EXTEND EDIFILE.
           IF WS-EDI-STATUS NOT = "00"
               OPEN OUTPUT EDIFILE
               CLOSE EDIFILE
               OPEN EXTEND EDIFILE
           END-IF.
           IF WS-EDI-STATUS NOT = "00"
               MOVE "PO BOOKED - INTERFACE FILE NOT WRITTEN"
                   TO WS-ERROR-MESSAGE
               MOVE 1 TO PA-RETURN-CODE
           ELSE
               MOVE "F" TO WS-PARTS-ON-FILE
               OPEN INPUT FIN
               IF WS-FIN-STATUS = "00"
                   MOVE "T" TO WS-PARTS-ON-FILE
               END-IF
               MOVE ZEROES TO WS-EDI-RECORDS
               MOVE ZEROES TO WS-EDI-LINES
               MOVE ZEROES TO WS-EDI-QTY-TOTAL
               MOVE SPACES TO EDI-REC
               MOVE "H" TO EDH-TYPE
               MOVE WS-NEW-PO-NUM TO EDH-PO-NO
               MOVE WS-SUPP-ID TO EDH-SUPP
               MOVE WS-RUN-DATE TO EDH-ORDER-DATE
               MOVE WS-EXP-DATE TO EDH-EXP-DATE
               MOVE WS-SUPP-NAME TO EDH-SUPP-NAME
               WRITE EDI-REC
               ADD 1 TO WS-EDI-RECORDS
               PERFORM SEND-BOOKED-LINES
               MOVE SPACES TO EDI-REC
               MOVE "T" TO EDT-TYPE
               MOVE WS-NEW-PO-NUM TO EDT-PO-NO
               MOVE WS-EDI-RECORDS TO EDT-RECORD-COUNT
               MOVE WS-EDI-LINES TO EDT-LINE-COUNT
               MOVE WS-EDI-QTY-TOTAL TO EDT-QTY-TOTAL
               WRITE EDI-REC
               CLOSE EDIFILE
               IF WS-PARTS-ON-FILE = "T"
                   CLOSE FIN
               END-IF
               MOVE WS-EDI-FILE-NAME(4:14) TO WST-FILE-NAME
               MOVE WS-SENT-TEXT TO WS-SENT-MESSAGE
           END-IF.

       SEND-BOOKED-LINES.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE WS-NEW-PO-NUM TO OPO-PO-NO.
           MOVE ZEROES TO OPO-PARTID.
           START OPOFILE KEY IS NOT LESS THAN OPO-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ OPOFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF OPO-PO-NO NOT = WS-NEW-PO-NUM
                           MOVE "T" TO WS-SCAN-EOF
                       ELSE
                           PERFORM SEND-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       SEND-ONE-LINE.
           ADD 1 TO WS-EDI-LINES.
           MOVE SPACES TO EDI-REC.
           MOVE "L" TO EDL-TYPE.
           MOVE OPO-PO-NO TO EDL-PO-NO.
           MOVE WS-EDI-LINES TO EDL-LINE-NO.
           MOVE OPO-PARTID TO EDL-PARTID.
           MOVE SPACES TO EDL-PART-NAME.
           IF WS-PARTS-ON-FILE = "T"
               MOVE OPO-PARTID TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTNAME TO EDL-PART-NAME
               END-READ
           END-IF.
           MOVE OPO-QTY-ORDERED TO EDL-QTY.
           MOVE OPO-EXP-DATE TO EDL-EXP-DATE.
           WRITE EDI-REC.
           ADD 1 TO WS-EDI-RECORDS.
           ADD OPO-QTY-ORDERED TO WS-EDI-QTY-TOTAL.

       END PROGRAM PARTS_PO_CONFIRM.
