      * arriving quantities against the line and marks it CLOSED once
      * it has arrived in full; PARTS_SUGGEST_PO skips parts that
      * still have an OPEN line here so a confirmed order is not
      * re-suggested every night. PARTS_PO_ACK moves OPO-EXP-DATE to
      * the date an electronic supplier promises, and marks a line
      * the supplier refuses REJECTED - no longer on order, so the
      * part is suggested again.
      ******************************************************************
           05 OPO-KEY.
               10 OPO-PO-NO        PIC 9(5).
