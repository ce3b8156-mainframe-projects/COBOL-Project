      ******************************************************************
      * Shared record layout for ORDAPPR.DAT, the log of supervisor
      * decisions on maintenance orders held PENDING for approval.
      * PARTS_ORDER_APPROVE appends one record per order approved or
      * rejected, with the supervisor who decided it, the order's
      * value at the price in effect when it was decided, and for a
      * rejection the reason keyed.
      ******************************************************************
           05 APR-DATE             PIC 9(8).
           05 APR-TIME             PIC 9(8).
           05 APR-APPROVER         PIC X(8).
           05 APR-ORDER-NO         PIC 9(7).
           05 APR-DECISION         PIC X(8).
           05 APR-ORDER-VALUE      PIC 9(9)V99.
           05 APR-EQUIP-ID         PIC X(8).
           05 APR-REQ-BY           PIC X(8).
           05 APR-REASON           PIC X(40).
