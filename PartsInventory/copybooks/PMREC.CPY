      ******************************************************************
      * Shared record layout for PMSCHED.DAT, the preventive
      * maintenance schedule. One record per routine task on a
      * machine, keyed by the EQUIPMST.DAT equipment ID and a task
      * number within it, carrying what the job is, how many days
      * apart it recurs, the date it was last done and the standard
      * parts and quantities the job takes. Maintained by
      * PARTS_PM_MAINT. The nightly PARTS_PM_RAISE writes a
      * maintenance order for every task coming due and parks its
      * number in PM-OPEN-ORDER, so the task is not raised twice;
      * PARTS_ORDER_CLOSE clears it again as that order completes,
      * stamping PM-LAST-DONE with the day the work was signed off,
      * which starts the next interval. A task never yet done has a
      * PM-LAST-DONE of zero and is due at once.
      ******************************************************************
           05 PM-KEY.
               10 PM-EQUIP-ID      PIC X(8).
               10 PM-TASK-NO       PIC 99.
           05 PM-TASK-DESC         PIC X(30).
           05 PM-INTERVAL-DAYS     PIC 9(4).
           05 PM-LAST-DONE         PIC 9(8).
           05 PM-OPEN-ORDER        PIC 9(7).
           05 PM-PART-COUNT        PIC 99.
           05 PM-PART-TABLE OCCURS 10 TIMES.
               10 PM-PART-ID       PIC 9(5).
               10 PM-PART-QTY      PIC 9(5).
