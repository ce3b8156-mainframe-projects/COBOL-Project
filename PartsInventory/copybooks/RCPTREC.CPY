      * delivery is booked into PARTLIST.DAT. RCPT-UNIT-COST is the
      * actual cost per unit off the supplier's invoice for this
      * delivery - the figure the moving-average cost on the parts
      * master is maintained from. RCPT-PO-NO is the OPENPO.DAT
      * purchase order the delivery was booked against - zero when
      * it came in with no open PO line. A receipts file in the old
      * layout without the cost must be converted with
      * PARTS_RCPT_CNV, and one without the PO number with
      * PARTS_RCPT_CNV2, before anything reads or appends to it.
      ******************************************************************
           05 RCPT-TIMESTAMP.
               10 RCPT-DATE        PIC 9(8).
           05 RCPT-SUPP            PIC 9(5).
           05 RCPT-SLIP-NO         PIC X(15).
           05 RCPT-UNIT-COST       PIC 9(7)V99.
           05 RCPT-PO-NO           PIC 9(5).
