      ******************************************************************
      * Shared record layout for SUPPLIER.DAT, the supplier master
      * file used to validate WS-PART-SUPP on the parts maintenance
      * screens. SUPP-LEAD-DAYS is the supplier's standard lead time
      * in calendar days from order to delivery, kept on the supplier
      * maintenance screen and used by PARTS_REORDER_PLAN to size the
      * usage a reorder point has to cover. SUPP-EDI-FLAG is Y for a
      * supplier that takes purchase orders electronically:
      * PARTS_PO_CONFIRM writes its confirmed orders to the supplier's
      * own POOUTnnnnn.DAT interface file and the supplier's
      * acknowledgements come back through PARTS_PO_ACK. Any other
      * value (the old expansion zeros included) means the order is
      * phoned or faxed as before. SUPP-EXPAND is the 11 bytes left
      * of the 70-byte record after the lead time and the EDI flag
      * were taken from its left-hand end; it is written as zeros and
      * new fields come off it the same way. A supplier file in the old
      * 55-byte layout must be converted with PARTS_SUPP_CNV before
      * anything opens it.
      ******************************************************************
           05 SUPP-ID         PIC 9(5).
           05 SUPP-NAME       PIC X(25).
           05 SUPP-CONTACT    PIC X(25).
           05 SUPP-LEAD-DAYS  PIC 9(3).
           05 SUPP-EDI-FLAG   PIC X.
           05 SUPP-EXPAND     PIC X(11).
