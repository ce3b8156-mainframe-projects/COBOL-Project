      *          integrity sweep, and maintenance orders sat OPEN
      *          over thirty days - the numbers the first hour of
      *          every shift used to be spent digging out of four
      *          separate reports - plus orders that have waited on
      *          supervisor approval longer than the days set on
      *          APPROVAL-CFG.DAT. The menu shows eighteen options at
      *          a time; once more than that are configured, option
      *          98 pages through the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT INTRPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
               SELECT APPRCFGFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCFG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           VALUE OF FILE-ID IS "../INTEGRITY.RPT".
           01 INT-LINE             PIC X(80).

       FD APPRCFGFILE
           VALUE OF FILE-ID IS "../APPROVAL-CFG.DAT".
           01 APPRCFG-REC.
               COPY APPRCFG.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-PROGRAM-TO-CALL       PIC X(30).
       01 WS-USER-RESPONSE           PIC 99.
           88 VALID-MENU-OPTION VALUES ARE 01 THRU 40, 98, 99.
       01 END-LOOP                PIC X VALUE 'F'.
       01 WS-ERROR-MESSAGE        PIC X(20).
       01 WS-JOBLOG-STATUS        PIC XX VALUE ZEROES.
       01 WS-LOG-EVENT            PIC X(6) VALUE SPACES.
       01 WS-LOG-RC               PIC 99 VALUE ZEROES.
       01 WS-NUM-EDIT             PIC Z9.
       01 WS-MENU-PAGE-START      PIC 99 VALUE 1.
       01 WS-PAINT-SLOT           PIC 99 VALUE ZEROES.
       01 WS-PAINT-IDX            PIC 99 VALUE ZEROES.
       01 WS-PAINT-NUM            PIC X(2) VALUE SPACES.
       01 WS-PAINT-TEXT           PIC X(30) VALUE SPACES.
       01 WS-MORE-NUM             PIC X(3) VALUE SPACES.
       01 WS-MORE-TEXT            PIC X(12) VALUE SPACES.
       01 WS-MENU-TABLE.
           05 WS-MENU-ENTRY OCCURS 40 TIMES INDEXED BY WS-MENU-IDX.
               10 WS-MENU-OPTION-NUM   PIC 99.
               10 WS-MENU-PROGRAM-NAME PIC X(30).
               10 WS-MENU-DESCRIPTION  PIC X(30).
       01 WS-PND-STATUS        PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS       PIC XX VALUE ZEROES.
       01 WS-INT-STATUS        PIC XX VALUE ZEROES.
       01 WS-APPRCFG-STATUS    PIC XX VALUE ZEROES.
       01 WS-STAT-EOF          PIC X VALUE "F".
       01 WS-STAT-REORDER      PIC 9(5) VALUE ZEROES.
       01 WS-STAT-PRICES       PIC 9(5) VALUE ZEROES.
       01 WS-STAT-EXCEPTIONS   PIC 9(5) VALUE ZEROES.
       01 WS-STAT-OLD-ORDERS   PIC 9(5) VALUE ZEROES.
       01 WS-STAT-PENDING      PIC 9(5) VALUE ZEROES.
       01 WS-APPROVAL-DAYS     PIC 9(3) VALUE 2.
       01 WS-EXCP-DIGITS       PIC X(5) VALUE SPACES.
       01 WS-TODAY             PIC 9(8) VALUE ZEROES.
       01 WS-CUTOFF-DATE       PIC 9(8) VALUE ZEROES.
           05 WS-CUT-YY        PIC 9(4).
           05 WS-CUT-MM        PIC 99.
           05 WS-CUT-DD        PIC 99.
       01 WS-CUT-BACK-DAYS     PIC 9(3) VALUE 30.
       01 WS-CUT-DAY-WORK      PIC S9(4) VALUE ZEROES.
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
                   20 VALUE "."                           LINE 7 COL 50.
                   20 L18-TEXT PIC X(26) FROM WS-LINE-18-TEXT
                                                         LINE 7 COL 52.
               10 OPTION-MORE.
                   20 MORE-NUM PIC X(3) FROM WS-MORE-NUM LINE 18 COL 11.
                   20 MORE-TEXT PIC X(12) FROM WS-MORE-TEXT
                                                         LINE 18 COL 15.
               10 OPTION-EXIT.
                   20 VALUE "99."                        LINE 19 COL 11.
                   20 VALUE "EXIT PROGRAM"               LINE 19 COL 15.
               10 VALUE "OPEN ORD >30D:"                LINE 13 COL 48.
               10 ST-OLD-ORDS PIC ZZZZ9 FROM WS-STAT-OLD-ORDERS
                                                        LINE 13 COL 63.
               10 VALUE "PEND APPROVAL:"                LINE 14 COL 48.
               10 ST-PENDING PIC ZZZZ9 FROM WS-STAT-PENDING
                                                        LINE 14 COL 63.
           05 DATA-SECTION.
               10 USER-RESPONSE                           LINE 23 COL 20
                   PIC 99 TO WS-USER-RESPONSE.
           PERFORM 200-WRITE-JOB-LOG.
           PERFORM 045-LOAD-OPERATOR-PROFILE.
           PERFORM 050-LOAD-MENU-CONFIG.
           PERFORM 065-PAINT-MENU-PAGE.

           PERFORM UNTIL END-LOOP = 'T'
               PERFORM 048-LOAD-STATUS-PANEL
      ****** shows a zero.
       048-LOAD-STATUS-PANEL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 30 TO WS-CUT-BACK-DAYS.
           PERFORM 049-COMPUTE-CUTOFF-DATE.
           PERFORM 048-COUNT-REORDER-PARTS.
           PERFORM 048-COUNT-DUE-PRICES.
           PERFORM 048-READ-LAST-EXCEPTIONS.
           PERFORM 048-COUNT-STALE-ORDERS.
           PERFORM 048-LOAD-APPROVAL-DAYS.
           MOVE WS-APPROVAL-DAYS TO WS-CUT-BACK-DAYS.
           PERFORM 049-COMPUTE-CUTOFF-DATE.
           PERFORM 048-COUNT-PENDING-APPROVALS.

       048-COUNT-REORDER-PARTS.
           MOVE ZEROES TO WS-STAT-REORDER.
               CLOSE MORDFILE
           END-IF.

      ****** The stale-approval age comes from the first record of
      ****** APPROVAL-CFG.DAT, the same file order entry takes its
      ****** approval limit from; two days if it is not set up.
       048-LOAD-APPROVAL-DAYS.
           MOVE 2 TO WS-APPROVAL-DAYS.
           OPEN INPUT APPRCFGFILE.
           IF WS-APPRCFG-STATUS = "00"
               READ APPRCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APCFG-STALE-DAYS NUMERIC
                           MOVE APCFG-STALE-DAYS TO WS-APPROVAL-DAYS
                       END-IF
               END-READ
               CLOSE APPRCFGFILE
           END-IF.

       048-COUNT-PENDING-APPROVALS.
           MOVE ZEROES TO WS-STAT-PENDING.
           OPEN INPUT MORDFILE.
           IF WS-MORD-STATUS = "00"
               MOVE "F" TO WS-STAT-EOF
               MOVE ZEROES TO MORD-NUMBER
               START MORDFILE KEY IS NOT LESS THAN MORD-NUMBER
                   INVALID KEY
                       MOVE "T" TO WS-STAT-EOF
               END-START
               PERFORM UNTIL WS-STAT-EOF = "T"
                   READ MORDFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-STAT-EOF
                       NOT AT END
                           IF MORD-STATUS = "PENDING"
                               AND MORD-DATE < WS-CUTOFF-DATE
                               ADD 1 TO WS-STAT-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MORDFILE
           END-IF.

      ****** Today minus WS-CUT-BACK-DAYS, borrowing through month
      ****** and year ends with the month-length table; February gets
      ****** its leap day by the full century rule.
       049-COMPUTE-CUTOFF-DATE.
           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           COMPUTE WS-CUT-DAY-WORK = WS-CUT-DD - WS-CUT-BACK-DAYS.
           PERFORM UNTIL WS-CUT-DAY-WORK > 0
               SUBTRACT 1 FROM WS-CUT-MM
               IF WS-CUT-MM = ZEROES
           MOVE "EQUIPMENT MASTER" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 19 TO MENU-OPTION-NUM.
           MOVE "PARTS_VENDOR_RETURN" TO MENU-PROGRAM-NAME.
           MOVE "RETURN TO VENDOR" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 20 TO MENU-OPTION-NUM.
           MOVE "PARTS_INVOICE_ENTRY" TO MENU-PROGRAM-NAME.
           MOVE "SUPPLIER INVOICE ENTRY" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 21 TO MENU-OPTION-NUM.
           MOVE "PARTS_PM_MAINT" TO MENU-PROGRAM-NAME.
           MOVE "PM SCHEDULE MAINTENANCE" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 22 TO MENU-OPTION-NUM.
           MOVE "PARTS_KIT_MAINT" TO MENU-PROGRAM-NAME.
           MOVE "KIT MASTER MAINTENANCE" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 23 TO MENU-OPTION-NUM.
           MOVE "PARTS_KIT_INQ" TO MENU-PROGRAM-NAME.
           MOVE "KIT AVAILABILITY" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 24 TO MENU-OPTION-NUM.
           MOVE "PARTS_SUPR_MAINT" TO MENU-PROGRAM-NAME.
           MOVE "SUPERSESSION / SUBSTITUTES" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 25 TO MENU-OPTION-NUM.
           MOVE "PARTS_STORE_MAINT" TO MENU-PROGRAM-NAME.
           MOVE "STOCKROOM MAINTENANCE" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 26 TO MENU-OPTION-NUM.
           MOVE "PARTS_TRANSFER" TO MENU-PROGRAM-NAME.
           MOVE "STOCKROOM TRANSFER" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 27 TO MENU-OPTION-NUM.
           MOVE "PARTS_STORE_STOCK" TO MENU-PROGRAM-NAME.
           MOVE "STOCK BY STOCKROOM" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 28 TO MENU-OPTION-NUM.
           MOVE "PARTS_PLAN_REVIEW" TO MENU-PROGRAM-NAME.
           MOVE "REORDER PLAN REVIEW" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 29 TO MENU-OPTION-NUM.
           MOVE "PARTS_RESV_ISSUE" TO MENU-PROGRAM-NAME.
           MOVE "ISSUE RESERVED ORDER" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 30 TO MENU-OPTION-NUM.
           MOVE "PARTS_BUDGET_MAINT" TO MENU-PROGRAM-NAME.
           MOVE "EQUIPMENT BUDGETS" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 31 TO MENU-OPTION-NUM.
           MOVE "PARTS_ORDER_APPROVE" TO MENU-PROGRAM-NAME.
           MOVE "APPROVE PENDING ORDERS" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 32 TO MENU-OPTION-NUM.
           MOVE "PARTS_LOT_SCRAP" TO MENU-PROGRAM-NAME.
           MOVE "SCRAP EXPIRED LOTS" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

           MOVE 33 TO MENU-OPTION-NUM.
           MOVE "PARTS_PERIOD_REOPEN" TO MENU-PROGRAM-NAME.
           MOVE "REOPEN ACCOUNTING PERIOD" TO MENU-DESCRIPTION.
           PERFORM 060-ADD-MENU-ENTRY.

      ****** Stops adding rows once WS-MENU-TABLE's OCCURS 40 TIMES is
      ****** full, so a MENU-CFG.DAT grown past 40 rows cannot write
      ****** past the end of the table.
       060-ADD-MENU-ENTRY.
           IF WS-MENU-COUNT < 40
               ADD 1 TO WS-MENU-COUNT
               MOVE MENU-OPTION-NUM
                   TO WS-MENU-OPTION-NUM(WS-MENU-COUNT)
                   TO WS-MENU-PROGRAM-NAME(WS-MENU-COUNT)
               MOVE MENU-DESCRIPTION
                   TO WS-MENU-DESCRIPTION(WS-MENU-COUNT)
           END-IF.

      ****** Paints the eighteen screen slots from the table entry at
      ****** WS-MENU-PAGE-START on; slots past the end of the table
      ****** are blanked. The MORE OPTIONS line only shows when the
      ****** table holds more than one page.
       065-PAINT-MENU-PAGE.
           PERFORM VARYING WS-PAINT-SLOT FROM 1 BY 1
               UNTIL WS-PAINT-SLOT > 18
               COMPUTE WS-PAINT-IDX =
                   WS-MENU-PAGE-START + WS-PAINT-SLOT - 1
               IF WS-PAINT-IDX <= WS-MENU-COUNT
                   MOVE WS-MENU-OPTION-NUM(WS-PAINT-IDX) TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT TO WS-PAINT-NUM
                   MOVE WS-MENU-DESCRIPTION(WS-PAINT-IDX)
                       TO WS-PAINT-TEXT
               ELSE
                   MOVE SPACES TO WS-PAINT-NUM
                   MOVE SPACES TO WS-PAINT-TEXT
               END-IF
               PERFORM 066-FILL-MENU-SLOT
           END-PERFORM.
           IF WS-MENU-COUNT > 18
               MOVE "98." TO WS-MORE-NUM
               MOVE "MORE OPTIONS" TO WS-MORE-TEXT
           ELSE
               MOVE SPACES TO WS-MORE-NUM
               MOVE SPACES TO WS-MORE-TEXT
           END-IF.

       066-FILL-MENU-SLOT.
           EVALUATE WS-PAINT-SLOT
               WHEN 1
                   MOVE WS-PAINT-NUM TO WS-LINE-1-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-1-TEXT
               WHEN 2
                   MOVE WS-PAINT-NUM TO WS-LINE-2-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-2-TEXT
               WHEN 3
                   MOVE WS-PAINT-NUM TO WS-LINE-3-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-3-TEXT
               WHEN 4
                   MOVE WS-PAINT-NUM TO WS-LINE-4-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-4-TEXT
               WHEN 5
                   MOVE WS-PAINT-NUM TO WS-LINE-5-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-5-TEXT
               WHEN 6
                   MOVE WS-PAINT-NUM TO WS-LINE-6-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-6-TEXT
               WHEN 7
                   MOVE WS-PAINT-NUM TO WS-LINE-7-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-7-TEXT
               WHEN 8
                   MOVE WS-PAINT-NUM TO WS-LINE-8-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-8-TEXT
               WHEN 9
                   MOVE WS-PAINT-NUM TO WS-LINE-9-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-9-TEXT
               WHEN 10
                   MOVE WS-PAINT-NUM TO WS-LINE-10-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-10-TEXT
               WHEN 11
                   MOVE WS-PAINT-NUM TO WS-LINE-11-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-11-TEXT
               WHEN 12
                   MOVE WS-PAINT-NUM TO WS-LINE-12-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-12-TEXT
               WHEN 13
                   MOVE WS-PAINT-NUM TO WS-LINE-13-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-13-TEXT
               WHEN 14
                   MOVE WS-PAINT-NUM TO WS-LINE-14-NUM
                   MOVE WS-PAINT-TEXT TO WS-LINE-14-TEXT
               WHEN 15
                   MOVE WS-PAINT-NUM TO WS-LINE-15-NUM
                   MOVE WS-PAINT-TEXT(1:26) TO WS-LINE-15-TEXT
               WHEN 16
                   MOVE WS-PAINT-NUM TO WS-LINE-16-NUM
                   MOVE WS-PAINT-TEXT(1:26) TO WS-LINE-16-TEXT
               WHEN 17
                   MOVE WS-PAINT-NUM TO WS-LINE-17-NUM
                   MOVE WS-PAINT-TEXT(1:26) TO WS-LINE-17-TEXT
               WHEN 18
                   MOVE WS-PAINT-NUM TO WS-LINE-18-NUM
                   MOVE WS-PAINT-TEXT(1:26) TO WS-LINE-18-TEXT
           END-EVALUATE.

      ****** Steps to the next page of eighteen, wrapping back to the
      ****** first page after the last.
       070-TURN-MENU-PAGE.
           ADD 18 TO WS-MENU-PAGE-START.
           IF WS-MENU-PAGE-START > WS-MENU-COUNT
               MOVE 1 TO WS-MENU-PAGE-START
           END-IF.
           PERFORM 065-PAINT-MENU-PAGE.

       100-VALIDATE-INPUT.

           IF NOT VALID-MENU-OPTION
               MOVE "INVALID MENU OPTION" TO WS-ERROR-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-USER-RESPONSE = 99
                       MOVE "T" TO END-LOOP
                   WHEN WS-USER-RESPONSE = 98 AND WS-MENU-COUNT > 18
                       PERFORM 070-TURN-MENU-PAGE
                   WHEN WS-USER-RESPONSE = 98
                       MOVE "INVALID MENU OPTION" TO WS-ERROR-MESSAGE
                   WHEN OTHER
                       PERFORM 150-LOOKUP-MENU-PROGRAM
                       IF WS-MENU-FOUND = "F"
                           MOVE "INVALID MENU OPTION"
                               TO WS-ERROR-MESSAGE
                       ELSE
                           PERFORM 160-CHECK-AUTHORITY
                           IF WS-AUTHORIZED = "F"
                               PERFORM 210-WRITE-DENIED-LOG
                               MOVE SPACES TO WS-PROGRAM-TO-CALL
                               MOVE "NOT AUTHORIZED"
                                   TO WS-ERROR-MESSAGE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

           IF WS-PROGRAM-TO-CALL NOT EQUAL TO SPACES THEN
