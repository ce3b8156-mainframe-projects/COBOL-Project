      ******************************************************************
      * Shared record layout for PERIODLOG.DAT, the log of what has
      * been done to the accounting periods on PERIOD.DAT (see
      * PERIODREC). One record is appended per event: CLOSE from
      * PARTS_PERIOD_CLOSE, REOPEN from PARTS_PERIOD_REOPEN with the
      * supervisor's reason, and RESTATE from PARTS_GL_EXTRACT when a
      * month already booked by accounting is extracted again, with
      * the hash total difference in the reason text.
      ******************************************************************
           05 PLOG-DATE            PIC 9(8).
           05 PLOG-TIME            PIC 9(8).
           05 PLOG-OPERATOR        PIC X(8).
           05 PLOG-PERIOD          PIC 9(6).
           05 PLOG-ACTION          PIC X(8).
           05 PLOG-REASON          PIC X(40).
