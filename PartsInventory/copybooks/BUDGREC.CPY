      ******************************************************************
      * Shared record layout for BUDGET.DAT, the annual parts spend
      * budgets. One record per year for a single machine (type E,
      * BUD-ID an equipment ID) or for a group of machines (type G,
      * BUD-ID the EQ-GROUP name), with the annual figure broken
      * down by month. Maintained by PARTS_BUDGET_MAINT; checked by
      * PARTS_ORDER_ENTRY when an order is confirmed and reported
      * against by PARTS_BUDGET_RPT. BUD-OPER and BUD-UPD-DATE are
      * who last keyed the budget and when.
      ******************************************************************
           05 BUD-KEY.
               10 BUD-YEAR         PIC 9(4).
               10 BUD-TYPE         PIC X.
               10 BUD-ID           PIC X(8).
           05 BUD-ANNUAL           PIC 9(9)V99.
           05 BUD-MONTH-AMT        PIC 9(7)V99 OCCURS 12 TIMES.
           05 BUD-OPER             PIC X(8).
           05 BUD-UPD-DATE         PIC 9(8).
