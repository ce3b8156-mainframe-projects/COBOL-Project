      *          only program that ever writes SUPPLIER.DAT, so it
      *          also creates the file on its very first run. Run
      *          standalone, not from PARTS-HOME-SCREEN.
      *          The extract carries no lead time, so suppliers load
      *          with zero lead days and not flagged for electronic
      *          orders - key the real lead time and the flag on the
      *          supplier maintenance screen before the next planning
      *          run.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE LOAD-SUPP-ID TO SUPP-ID.
           MOVE LOAD-SUPP-NAME TO SUPP-NAME.
           MOVE LOAD-SUPP-CONTACT TO SUPP-CONTACT.
           MOVE ZEROES TO SUPP-LEAD-DAYS.
           MOVE "N" TO SUPP-EDI-FLAG.
           MOVE ALL "0" TO SUPP-EXPAND.
           WRITE SUPP-REC
               INVALID KEY
                   DISPLAY "PARTS_SUPP_LOAD: DUPLICATE SUPPLIER ID "
