      *          operators used to have to make by hand (and
      *          sometimes got wrong). A missing or empty schedule
      *          file falls back to the compiled-in sequence:
      *          PARTS_RESV_EXPIRE, PARTS_PM_RAISE, PARTS_REORDER_RPT,
      *          PARTS_UNLOAD, PARTS_PRICE_APPLY, PARTS_INTEGRITY_CHK,
      *          PARTS_PO_ACK, PARTS_SUGGEST_PO, PARTS_AP_EXTRACT,
      *          PARTS_EXPEDITE_RPT. Lapsed reservations are released
      *          first, so the stock they held is available to the
      *          rest of the night. The preventive maintenance
      *          orders are raised next, so the stock they take and
      *          the backorders they bank are in the reorder report,
      *          the backup and the suggested POs the same night.
      *          Supplier acknowledgements are posted just ahead of
      *          the suggested POs, so a line the supplier rejected
      *          is proposed again that night.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ****** own run instructions have always prescribed.
       LOAD-DEFAULT-SCHEDULE.
           MOVE 1 TO SCH-STEP-NUM.
           MOVE "PARTS_RESV_EXPIRE" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 2 TO SCH-STEP-NUM.
           MOVE "PARTS_PM_RAISE" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 3 TO SCH-STEP-NUM.
           MOVE "PARTS_REORDER_RPT" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 4 TO SCH-STEP-NUM.
           MOVE "PARTS_UNLOAD" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 5 TO SCH-STEP-NUM.
           MOVE "PARTS_PRICE_APPLY" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 6 TO SCH-STEP-NUM.
           MOVE "PARTS_INTEGRITY_CHK" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 7 TO SCH-STEP-NUM.
           MOVE "PARTS_PO_ACK" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 8 TO SCH-STEP-NUM.
           MOVE "PARTS_SUGGEST_PO" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 9 TO SCH-STEP-NUM.
           MOVE "PARTS_AP_EXTRACT" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.
           MOVE 10 TO SCH-STEP-NUM.
           MOVE "PARTS_EXPEDITE_RPT" TO SCH-PROGRAM-NAME.
           PERFORM ADD-SCHEDULE-STEP.

      ****** A checkpoint carrying a nonzero step means the last run
      ****** stopped there. The operator chooses: resume from the
