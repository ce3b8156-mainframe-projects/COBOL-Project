      ******************************************************************
      * Shared record layout for BUDGOVR.DAT, the log of maintenance
      * orders confirmed over budget. PARTS_ORDER_ENTRY warns when an
      * order would take a machine's budget (or its group's) over
      * the budget to date; an operator who confirms again anyway is
      * logged here with the order, the budget it broke and the
      * figures it broke it by. PARTS_BUDGET_RPT counts the overrides
      * against each budget.
      ******************************************************************
           05 BOV-DATE             PIC 9(8).
           05 BOV-TIME             PIC 9(8).
           05 BOV-OPERATOR         PIC X(8).
           05 BOV-ORDER-NO         PIC 9(7).
           05 BOV-EQUIP-ID         PIC X(8).
           05 BOV-BUD-TYPE         PIC X.
           05 BOV-BUD-ID           PIC X(8).
           05 BOV-BUDGET-TO-DATE   PIC 9(9)V99.
           05 BOV-SPEND-TO-DATE    PIC 9(9)V99.
