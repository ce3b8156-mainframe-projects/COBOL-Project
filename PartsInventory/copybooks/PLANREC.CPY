      ******************************************************************
      * Shared record layout for PARTPLAN.DAT, the reorder planning
      * file written by PARTS_REORDER_PLAN. One record per part whose
      * usage-based reorder point or order quantity differs from what
      * is on the master, keyed by part ID. PLAN-AVG-USAGE and
      * PLAN-PEAK-USAGE are per calendar month, net of returns;
      * PLAN-LEAD-USAGE is average usage over the supplier lead time
      * and PLAN-SAFETY the extra a peak month would draw over the
      * same lead time. PLAN-STATUS starts PROPOSED, is set APPROVED
      * or REJECTED by the planner on PARTS_PLAN_REVIEW (who may also
      * adjust the new figures), and APPLIED once PARTS_PLAN_APPLY has
      * written the approved figures to PARTLIST.DAT.
      ******************************************************************
           05 PLAN-PARTID          PIC 9(5).
           05 PLAN-RUN-DATE        PIC 9(8).
           05 PLAN-SUPP            PIC 9(5).
           05 PLAN-LEAD-DAYS       PIC 9(3).
           05 PLAN-TOTAL-USAGE     PIC 9(7).
           05 PLAN-AVG-USAGE       PIC 9(5)V99.
           05 PLAN-PEAK-USAGE      PIC 9(5).
           05 PLAN-LEAD-USAGE      PIC 9(5).
           05 PLAN-SAFETY          PIC 9(5).
           05 PLAN-CUR-REORDER     PIC 9(5).
           05 PLAN-CUR-ORDQTY      PIC 9(5).
           05 PLAN-NEW-REORDER     PIC 9(5).
           05 PLAN-NEW-ORDQTY      PIC 9(5).
           05 PLAN-ROP-CHANGE      PIC 9(5).
           05 PLAN-OQ-CHANGE       PIC 9(5).
           05 PLAN-STATUS          PIC X(8).
           05 PLAN-REVIEW-OPER     PIC X(8).
           05 PLAN-REVIEW-DATE     PIC 9(8).
