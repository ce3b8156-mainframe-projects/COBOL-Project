      *          SUPPLOAD.DAT extract for PARTS_SUPP_LOAD. A delete is
      *          refused while any PARTSUPP on PARTLIST.DAT still
      *          points at the supplier, so parts can never be
      *          orphaned from the screen. The supplier's standard
      *          lead time in days is kept here too, for the usage-
      *          based reorder planning run, and whether the supplier
      *          takes purchase orders electronically.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-SUPP-ID           PIC 9(5) VALUE ZEROES.
       01 WS-SUPP-NAME         PIC X(25) VALUE SPACES.
       01 WS-SUPP-CONTACT      PIC X(25) VALUE SPACES.
       01 WS-SUPP-LEAD-DAYS    PIC 9(3) VALUE ZEROES.
       01 WS-SUPP-EDI-FLAG     PIC X VALUE "N".
       01 WS-IN-USE-MESSAGE.
           05 VALUE "STILL USED BY PART ".
           05 WU-PARTID        PIC ZZZZ9.
                   20 VALUE "Contact: "                  LINE 9 COL 25.
                   20 SUPP-CONTACT-IO PIC X(25) FROM WS-SUPP-CONTACT
                       TO WS-SUPP-CONTACT                 LINE 9 COL 34.
               10 SUPP-LEAD-FIELD.
                   20 VALUE "Lead Days: "                LINE 11 COL 23.
                   20 SUPP-LEAD-IO PIC 9(3) FROM WS-SUPP-LEAD-DAYS
                       TO WS-SUPP-LEAD-DAYS              LINE 11 COL 34.
               10 SUPP-EDI-FIELD.
                   20 VALUE "Electronic PO (Y/N): "      LINE 13 COL 13.
                   20 SUPP-EDI-IO PIC X FROM WS-SUPP-EDI-FLAG
                       TO WS-SUPP-EDI-FLAG               LINE 13 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "KEY THE SUPPLIER NAME, CONTACT, LEAD TIME AND
      -            " PO FLAG AND PRESS ENTER"            LINE 20 COL 8.

       01 SUPP-CONFIRM-SCREEN.
           05 TITLE-SECTION.
                   20 VALUE "Contact: "                  LINE 9 COL 25.
                   20 SUPP-CONTACT-SHOW PIC X(25) FROM WS-SUPP-CONTACT
                                                          LINE 9 COL 34.
               10 SUPP-LEAD-FIELD.
                   20 VALUE "Lead Days: "                LINE 11 COL 23.
                   20 SUPP-LEAD-SHOW PIC 9(3) FROM WS-SUPP-LEAD-DAYS
                                                         LINE 11 COL 34.
               10 SUPP-EDI-FIELD.
                   20 VALUE "Electronic PO (Y/N): "      LINE 13 COL 13.
                   20 SUPP-EDI-SHOW PIC X FROM WS-SUPP-EDI-FLAG
                                                         LINE 13 COL 34.
           05 CONFIRM-FIELD.
               10 VALUE "Delete this supplier? (Y/N): "  LINE 15 COL 18.
               10 CONFIRM-ANSWER PIC X TO WS-CONFIRM     LINE 15 COL 48.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
           PERFORM GET-NEXT-SUPP-ID.
           MOVE SPACES TO WS-SUPP-NAME.
           MOVE SPACES TO WS-SUPP-CONTACT.
           MOVE ZEROES TO WS-SUPP-LEAD-DAYS.
           MOVE "N" TO WS-SUPP-EDI-FLAG.
           PERFORM ACCEPT-SUPPLIER-FIELDS.
           MOVE WS-SUPP-ID TO SUPP-ID.
           MOVE WS-SUPP-NAME TO SUPP-NAME.
           MOVE WS-SUPP-CONTACT TO SUPP-CONTACT.
           MOVE WS-SUPP-LEAD-DAYS TO SUPP-LEAD-DAYS.
           MOVE WS-SUPP-EDI-FLAG TO SUPP-EDI-FLAG.
           MOVE ALL "0" TO SUPP-EXPAND.
           WRITE SUPP-REC
               INVALID KEY
                   MOVE "ERROR INSERTING FILE" TO WS-ERROR-MESSAGE
               PERFORM ACCEPT-SUPPLIER-FIELDS
               MOVE WS-SUPP-NAME TO SUPP-NAME
               MOVE WS-SUPP-CONTACT TO SUPP-CONTACT
               MOVE WS-SUPP-LEAD-DAYS TO SUPP-LEAD-DAYS
               MOVE WS-SUPP-EDI-FLAG TO SUPP-EDI-FLAG
               REWRITE SUPP-REC
                   INVALID KEY
                       MOVE "ERROR UPDATING FILE" TO WS-ERROR-MESSAGE
                   MOVE SUPP-ID TO WS-SUPP-ID
                   MOVE SUPP-NAME TO WS-SUPP-NAME
                   MOVE SUPP-CONTACT TO WS-SUPP-CONTACT
                   MOVE SUPP-LEAD-DAYS TO WS-SUPP-LEAD-DAYS
                   IF SUPP-EDI-FLAG = "Y"
                       MOVE "Y" TO WS-SUPP-EDI-FLAG
                   ELSE
                       MOVE "N" TO WS-SUPP-EDI-FLAG
                   END-IF
           END-READ.

       ACCEPT-SUPPLIER-FIELDS.

       VALIDATE-SUPPLIER-FIELDS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-SUPP-EDI-FLAG = "y"
               MOVE "Y" TO WS-SUPP-EDI-FLAG
           END-IF.
           IF WS-SUPP-EDI-FLAG = "n"
               MOVE "N" TO WS-SUPP-EDI-FLAG
           END-IF.
           IF WS-SUPP-EDI-FLAG NOT = "Y" AND WS-SUPP-EDI-FLAG NOT = "N"
               MOVE "ELECTRONIC PO MUST BE Y OR N" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-SUPP-CONTACT = SPACES THEN
               MOVE "SUPPLIER CONTACT IS REQUIRED" TO WS-ERROR-MESSAGE
           END-IF.
