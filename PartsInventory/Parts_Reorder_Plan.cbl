      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Quarterly usage-based reorder planning run. Works out
      *          each part's monthly usage over the last twelve full
      *          calendar months - the quantity pulled on MAINTDTL.DAT
      *          lines net of MDTL-RET-QTY, dated by each line's order
      *          header - and from the average and the peak month
      *          proposes a reorder point of average usage over the
      *          supplier lead time plus safety stock for a peak
      *          month over the same lead time, and an order
      *          quantity of three months' average usage. The lead
      *          time is SUPP-LEAD-DAYS from SUPPLIER.DAT; a supplier
      *          with none keyed takes the standard lead time
      *          prompted for on the console (zero takes 14 days).
      *          Every part whose proposal differs from the master is
      *          written PROPOSED to PARTPLAN.DAT, replacing the last
      *          run's plan, and printed on REORDPLN.RPT with the
      *          biggest reorder point changes first. Nothing touches
      *          PARTLIST.DAT here: the planner approves lines on
      *          PARTS_PLAN_REVIEW and PARTS_PLAN_APPLY writes them.
      *          Run standalone, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_REORDER_PLAN INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT SUPPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-ID
               FILE STATUS IS WS-SUPP-STATUS.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT DTLFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MDTL-KEY
               FILE STATUS IS WS-DTL-STATUS.
               SELECT PLANFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PLAN-PARTID OF PLAN-REC
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT SORTFILE ASSIGN TO DISK.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

       FD SUPPFILE
           VALUE OF FILE-ID IS "../SUPPLIER.DAT".
           01 SUPP-REC.
               COPY SUPPREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

       FD DTLFILE
           VALUE OF FILE-ID IS "../MAINTDTL.DAT".
           01 MAINT-DTL-REC.
               COPY MORDDTL.

       FD PLANFILE
           VALUE OF FILE-ID IS "../PARTPLAN.DAT".
           01 PLAN-REC.
               COPY PLANREC.

       SD SORTFILE.
           01 SORT-REC.
               COPY PLANREC.

       FD RPTFILE
           VALUE OF FILE-ID IS "../REORDPLN.RPT".
           01 RPT-LINE PIC X(80).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
           01 JOBLOG-REC.
               COPY JOBLOGREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS      PIC XX VALUE ZEROES.
       01 WS-JOB-RC             PIC 99 VALUE ZEROES.
       01 WS-LOG-EVENT          PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-SUPP-STATUS        PIC XX VALUE ZEROES.
       01 WS-SUPP-ON-FILE       PIC X VALUE "F".
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-DTL-STATUS         PIC XX VALUE ZEROES.
       01 WS-PLAN-STATUS        PIC XX VALUE ZEROES.
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-ORDERS-ON-FILE     PIC X VALUE "F".
       01 WS-RUN-DATE           PIC 9(8) VALUE ZEROES.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YY         PIC 9(4).
           05 WS-RUN-MM         PIC 99.
           05 WS-RUN-DD         PIC 99.
       01 WS-ORDER-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE.
           05 WS-ORDER-YY       PIC 9(4).
           05 WS-ORDER-MM       PIC 99.
           05 WS-ORDER-DD       PIC 99.
       01 WS-RUN-MONTHS         PIC 9(6) VALUE ZEROES.
       01 WS-ORDER-MONTHS       PIC 9(6) VALUE ZEROES.
       01 WS-MONTHS-BACK        PIC S9(6) VALUE ZEROES.
       01 WS-DEFAULT-LEAD-DAYS  PIC 9(3) VALUE ZEROES.
       01 WS-COVER-MONTHS       PIC 9 VALUE 3.
       01 WS-LEAD-DAYS          PIC 9(3) VALUE ZEROES.
       01 WS-USAGE-TOTAL        PIC 9(7) VALUE ZEROES.
       01 WS-USAGE-PEAK         PIC 9(7) VALUE ZEROES.
       01 WS-USAGE-AVG          PIC 9(7)V9999 VALUE ZEROES.
       01 WS-LEAD-RAW           PIC 9(7)V9999 VALUE ZEROES.
       01 WS-SAFETY-RAW         PIC 9(7)V9999 VALUE ZEROES.
       01 WS-ORDQTY-RAW         PIC 9(7)V9999 VALUE ZEROES.
       01 WS-LEAD-USAGE         PIC 9(7) VALUE ZEROES.
       01 WS-SAFETY-QTY         PIC 9(7) VALUE ZEROES.
       01 WS-NEW-REORDER        PIC 9(7) VALUE ZEROES.
       01 WS-NEW-ORDQTY         PIC 9(7) VALUE ZEROES.
       01 WS-SIGNED-CHANGE      PIC S9(6) VALUE ZEROES.
       01 WS-PARTS-PLANNED      PIC 9(5) VALUE ZEROES.
       01 WS-NO-USAGE-COUNT     PIC 9(5) VALUE ZEROES.
       01 WS-MONTH-IDX          PIC 99 VALUE ZEROES.
       01 WS-USAGE-COUNT        PIC 9(4) VALUE ZEROES.
       01 WS-USAGE-SLOT         PIC 9(4) VALUE ZEROES.
       01 WS-USAGE-IDX          PIC 9(4) VALUE ZEROES.
       01 WS-USAGE-FULL         PIC X VALUE "F".
       01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 1000 TIMES.
               10 WS-USAGE-PART-ID PIC 9(5).
               10 WS-USAGE-MONTH   PIC 9(7) OCCURS 12 TIMES.
       01 WS-PAGE-NUM           PIC 9(3) VALUE ZEROES.
       01 WS-LINE-COUNT         PIC 9(3) VALUE ZEROES.
       01 WS-PAGE-SIZE          PIC 9(3) VALUE 50.
       01 WS-REPORT-DATE-EDIT   PIC 9999/99/99.
       01 WS-TITLE-LINE.
           05 VALUE "REORDER PLANNING REVIEW".
           05 FILLER            PIC X(17) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WT-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 VALUE "PAGE: ".
           05 WT-PAGE           PIC ZZ9.
       01 WS-COLUMN-HEADER-1.
           05 FILLER            PIC X(23) VALUE SPACES.
           05 VALUE "LEAD   AVG/MO  PEAK   REORDER PT".
           05 VALUE "   ORDER QTY      ROP".
       01 WS-COLUMN-HEADER-2.
           05 VALUE "PART ID PART NAME      DAYS    USAGE ".
           05 VALUE "MONTH    CUR   NEW    CUR   NEW  CHANGE".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-LEAD           PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-AVG            PIC ZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-PEAK           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CUR-REORDER    PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-NEW-REORDER    PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CUR-ORDQTY     PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-NEW-ORDQTY     PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CHANGE         PIC -ZZZZ9.
       01 WS-TOTAL-LINE.
           05 VALUE "PARTS WITH A PROPOSED CHANGE: ".
           05 WG-PLANNED        PIC ZZZZ9.
       01 WS-NO-USAGE-LINE.
           05 VALUE "OF WHICH NOT USED IN TWELVE MONTHS: ".
           05 WG-NO-USAGE       PIC ZZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YY * 12) + WS-RUN-MM.
           DISPLAY "PARTS_REORDER_PLAN: ENTER THE STANDARD LEAD TIME "
               "IN DAYS (0 FOR 14)".
           ACCEPT WS-DEFAULT-LEAD-DAYS.
           IF WS-DEFAULT-LEAD-DAYS = ZEROES
               MOVE 14 TO WS-DEFAULT-LEAD-DAYS
           END-IF.
           OPEN INPUT FIN.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "PARTS_REORDER_PLAN: PARTLIST.DAT NOT FOUND - "
                   "NOTHING TO PLAN"
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = "00"
               MOVE "T" TO WS-SUPP-ON-FILE
           END-IF.

           PERFORM BUILD-USAGE-TABLE.
           OPEN OUTPUT PLANFILE.
           PERFORM PLAN-EVERY-PART.
           CLOSE PLANFILE.

           SORT SORTFILE
               ON DESCENDING KEY PLAN-ROP-CHANGE OF SORT-REC
                                 PLAN-OQ-CHANGE OF SORT-REC
               ON ASCENDING KEY PLAN-PARTID OF SORT-REC
               USING PLANFILE
               OUTPUT PROCEDURE IS 300-PRINT-REVIEW.

           IF WS-SUPP-ON-FILE = "T"
               CLOSE SUPPFILE
           END-IF.
           CLOSE FIN.
           DISPLAY "PARTS_REORDER_PLAN: " WS-PARTS-PLANNED
               " PART(S) PROPOSED FOR REVIEW".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** Accumulates net usage per part into twelve monthly
      ****** buckets - bucket 1 is last month, bucket 12 the same
      ****** month a year before - from every order line dated in
      ****** the twelve full months before this one. No order files
      ****** yet just means no usage for anything.
       BUILD-USAGE-TABLE.
           MOVE "F" TO WS-ORDERS-ON-FILE.
           OPEN INPUT MORDFILE.
           IF WS-MORD-STATUS = "00"
               OPEN INPUT DTLFILE
               IF WS-DTL-STATUS = "00"
                   MOVE "T" TO WS-ORDERS-ON-FILE
               ELSE
                   CLOSE MORDFILE
               END-IF
           END-IF.
           IF WS-ORDERS-ON-FILE = "T"
               MOVE "F" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO MDTL-KEY
               START DTLFILE KEY IS NOT LESS THAN MDTL-KEY
                   INVALID KEY
                       MOVE "T" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "T"
                   READ DTLFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DTLFILE
               CLOSE MORDFILE
           END-IF.

       TALLY-ONE-LINE.
           MOVE MDTL-ORDER-NO TO MORD-NUMBER.
           READ MORDFILE
               INVALID KEY
                   MOVE ZEROES TO MORD-DATE
           END-READ.
           MOVE ZEROES TO WS-MONTHS-BACK.
           IF MORD-DATE NUMERIC AND MORD-DATE > ZEROES
               MOVE MORD-DATE TO WS-ORDER-DATE
               COMPUTE WS-ORDER-MONTHS =
                   (WS-ORDER-YY * 12) + WS-ORDER-MM
               COMPUTE WS-MONTHS-BACK =
                   WS-RUN-MONTHS - WS-ORDER-MONTHS
           END-IF.
           IF WS-MONTHS-BACK >= 1 AND WS-MONTHS-BACK <= 12
               AND MDTL-QTY > MDTL-RET-QTY
               PERFORM FIND-USAGE-SLOT
               IF WS-USAGE-SLOT > ZEROES
                   MOVE WS-MONTHS-BACK TO WS-MONTH-IDX
                   COMPUTE WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX) =
                       WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX)
                       + (MDTL-QTY - MDTL-RET-QTY)
               END-IF
           END-IF.

      ****** Finds (or opens) the accumulation slot for the line's
      ****** part, up to the OCCURS 1000 TIMES table.
       FIND-USAGE-SLOT.
           MOVE ZEROES TO WS-USAGE-SLOT.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               IF WS-USAGE-PART-ID(WS-USAGE-IDX) = MDTL-PART-ID
                   MOVE WS-USAGE-IDX TO WS-USAGE-SLOT
               END-IF
           END-PERFORM.
           IF WS-USAGE-SLOT = ZEROES
               IF WS-USAGE-COUNT < 1000
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE WS-USAGE-COUNT TO WS-USAGE-SLOT
                   MOVE MDTL-PART-ID
                       TO WS-USAGE-PART-ID(WS-USAGE-SLOT)
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       MOVE ZEROES TO
                           WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX)
                   END-PERFORM
               ELSE
                   IF WS-USAGE-FULL = "F"
                       MOVE "T" TO WS-USAGE-FULL
                       MOVE 1 TO WS-JOB-RC
                       DISPLAY "PARTS_REORDER_PLAN: OVER 1000 ACTIVE "
                           "PARTS - PLAN IS PARTIAL"
                   END-IF
               END-IF
           END-IF.

       PLAN-EVERY-PART.
           MOVE "F" TO WS-SCAN-EOF.
           MOVE ZEROES TO PARTID.
           START FIN KEY IS NOT LESS THAN PARTID
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ FIN NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM PLAN-ONE-PART
               END-READ
           END-PERFORM.

      ****** Reorder point = average daily usage over the lead time,
      ****** plus safety stock of the extra a peak month draws over
      ****** the same lead time; order quantity = three months of
      ****** average usage, never less than one for a part that
      ****** moves. Each figure is rounded up to whole units. A
      ****** part that has not moved in the year is proposed down to
      ****** zero, for the planner to decide on. Only parts whose
      ****** figures would change are written to the plan.
       PLAN-ONE-PART.
           PERFORM GET-PART-USAGE.
           PERFORM GET-LEAD-DAYS.
           COMPUTE WS-USAGE-AVG = WS-USAGE-TOTAL / 12.
           COMPUTE WS-LEAD-RAW =
               (WS-USAGE-AVG * WS-LEAD-DAYS) / 30.
           COMPUTE WS-SAFETY-RAW =
               ((WS-USAGE-PEAK - WS-USAGE-AVG) * WS-LEAD-DAYS) / 30.
           COMPUTE WS-ORDQTY-RAW = WS-USAGE-AVG * WS-COVER-MONTHS.
           COMPUTE WS-LEAD-USAGE = WS-LEAD-RAW + 0.9999.
           COMPUTE WS-SAFETY-QTY = WS-SAFETY-RAW + 0.9999.
           COMPUTE WS-NEW-ORDQTY = WS-ORDQTY-RAW + 0.9999.
           IF WS-USAGE-TOTAL > ZEROES AND WS-NEW-ORDQTY = ZEROES
               MOVE 1 TO WS-NEW-ORDQTY
           END-IF.
           COMPUTE WS-NEW-REORDER = WS-LEAD-USAGE + WS-SAFETY-QTY.
           IF WS-NEW-REORDER > 99999
               MOVE 99999 TO WS-NEW-REORDER
           END-IF.
           IF WS-NEW-ORDQTY > 99999
               MOVE 99999 TO WS-NEW-ORDQTY
           END-IF.
           IF WS-NEW-REORDER NOT = PARTREORDER
               OR WS-NEW-ORDQTY NOT = PARTORDQTY
               PERFORM WRITE-PLAN-RECORD
           END-IF.

       GET-PART-USAGE.
           MOVE ZEROES TO WS-USAGE-TOTAL.
           MOVE ZEROES TO WS-USAGE-PEAK.
           MOVE ZEROES TO WS-USAGE-SLOT.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               IF WS-USAGE-PART-ID(WS-USAGE-IDX) = PARTID
                   MOVE WS-USAGE-IDX TO WS-USAGE-SLOT
               END-IF
           END-PERFORM.
           IF WS-USAGE-SLOT > ZEROES
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
                   ADD WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX)
                       TO WS-USAGE-TOTAL
                   IF WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX)
                       > WS-USAGE-PEAK
                       MOVE WS-USAGE-MONTH(WS-USAGE-SLOT WS-MONTH-IDX)
                           TO WS-USAGE-PEAK
                   END-IF
               END-PERFORM
           END-IF.

       GET-LEAD-DAYS.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           IF WS-SUPP-ON-FILE = "T"
               MOVE PARTSUPP TO SUPP-ID
               READ SUPPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUPP-LEAD-DAYS NUMERIC
                           AND SUPP-LEAD-DAYS > ZEROES
                           MOVE SUPP-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
           END-IF.

       WRITE-PLAN-RECORD.
           MOVE PARTID TO PLAN-PARTID OF PLAN-REC.
           MOVE WS-RUN-DATE TO PLAN-RUN-DATE OF PLAN-REC.
           MOVE PARTSUPP TO PLAN-SUPP OF PLAN-REC.
           MOVE WS-LEAD-DAYS TO PLAN-LEAD-DAYS OF PLAN-REC.
           MOVE WS-USAGE-TOTAL TO PLAN-TOTAL-USAGE OF PLAN-REC.
           MOVE WS-USAGE-AVG TO PLAN-AVG-USAGE OF PLAN-REC.
           MOVE WS-USAGE-PEAK TO PLAN-PEAK-USAGE OF PLAN-REC.
           MOVE WS-LEAD-USAGE TO PLAN-LEAD-USAGE OF PLAN-REC.
           MOVE WS-SAFETY-QTY TO PLAN-SAFETY OF PLAN-REC.
           MOVE PARTREORDER TO PLAN-CUR-REORDER OF PLAN-REC.
           MOVE PARTORDQTY TO PLAN-CUR-ORDQTY OF PLAN-REC.
           MOVE WS-NEW-REORDER TO PLAN-NEW-REORDER OF PLAN-REC.
           MOVE WS-NEW-ORDQTY TO PLAN-NEW-ORDQTY OF PLAN-REC.
           IF WS-NEW-REORDER > PARTREORDER
               COMPUTE PLAN-ROP-CHANGE OF PLAN-REC =
                   WS-NEW-REORDER - PARTREORDER
           ELSE
               COMPUTE PLAN-ROP-CHANGE OF PLAN-REC =
                   PARTREORDER - WS-NEW-REORDER
           END-IF.
           IF WS-NEW-ORDQTY > PARTORDQTY
               COMPUTE PLAN-OQ-CHANGE OF PLAN-REC =
                   WS-NEW-ORDQTY - PARTORDQTY
           ELSE
               COMPUTE PLAN-OQ-CHANGE OF PLAN-REC =
                   PARTORDQTY - WS-NEW-ORDQTY
           END-IF.
           MOVE "PROPOSED" TO PLAN-STATUS OF PLAN-REC.
           MOVE SPACES TO PLAN-REVIEW-OPER OF PLAN-REC.
           MOVE ZEROES TO PLAN-REVIEW-DATE OF PLAN-REC.
           WRITE PLAN-REC
               INVALID KEY
                   DISPLAY "PARTS_REORDER_PLAN: ERROR WRITING PLAN "
                       "FOR PART " PARTID
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-PARTS-PLANNED
                   IF WS-USAGE-TOTAL = ZEROES
                       ADD 1 TO WS-NO-USAGE-COUNT
                   END-IF
           END-WRITE.

       300-PRINT-REVIEW.
           OPEN OUTPUT RPTFILE.
           PERFORM 310-PRINT-PAGE-HEADER.
           RETURN SORTFILE
               AT END
                   MOVE "T" TO WS-SORT-EOF
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF = "T"
               PERFORM 320-PRINT-DETAIL-LINE
               RETURN SORTFILE
                   AT END
                       MOVE "T" TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PARTS-PLANNED TO WG-PLANNED.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NO-USAGE-COUNT TO WG-NO-USAGE.
           MOVE WS-NO-USAGE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RPTFILE.

       310-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-EDIT.
           MOVE WS-REPORT-DATE-EDIT TO WT-DATE.
           MOVE WS-PAGE-NUM TO WT-PAGE.
           MOVE WS-TITLE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADER-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZEROES TO WS-LINE-COUNT.

       320-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 310-PRINT-PAGE-HEADER
           END-IF.
           MOVE PLAN-PARTID OF SORT-REC TO PARTID.
           READ FIN
               INVALID KEY
                   MOVE SPACES TO PARTNAME
           END-READ.
           MOVE PLAN-PARTID OF SORT-REC TO WD-PARTID.
           MOVE PARTNAME TO WD-PARTNAME.
           MOVE PLAN-LEAD-DAYS OF SORT-REC TO WD-LEAD.
           MOVE PLAN-AVG-USAGE OF SORT-REC TO WD-AVG.
           MOVE PLAN-PEAK-USAGE OF SORT-REC TO WD-PEAK.
           MOVE PLAN-CUR-REORDER OF SORT-REC TO WD-CUR-REORDER.
           MOVE PLAN-NEW-REORDER OF SORT-REC TO WD-NEW-REORDER.
           MOVE PLAN-CUR-ORDQTY OF SORT-REC TO WD-CUR-ORDQTY.
           MOVE PLAN-NEW-ORDQTY OF SORT-REC TO WD-NEW-ORDQTY.
           COMPUTE WS-SIGNED-CHANGE = PLAN-NEW-REORDER OF SORT-REC
               - PLAN-CUR-REORDER OF SORT-REC.
           MOVE WS-SIGNED-CHANGE TO WD-CHANGE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.


      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
      ****** logs the start of the run.
       OPEN-JOB-LOG.
           OPEN EXTEND JOBLOGFILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOGFILE
               CLOSE JOBLOGFILE
               OPEN EXTEND JOBLOGFILE
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE "START" TO WS-LOG-EVENT.
           PERFORM WRITE-JOB-LOG.

      ****** Logs the end of the run with its return code and
      ****** closes the job log.
       WRITE-JOB-END.
           MOVE "END" TO WS-LOG-EVENT.
           PERFORM WRITE-JOB-LOG.
           CLOSE JOBLOGFILE.
           MOVE WS-JOB-RC TO RETURN-CODE.

       WRITE-JOB-LOG.
           ACCEPT JOBLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT JOBLOG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO JOBLOG-OPERATOR.
           MOVE "PARTS_REORDER_PLAN" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_REORDER_PLAN.
