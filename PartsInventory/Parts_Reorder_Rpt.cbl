      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Batch report of every part at or below its reorder
      *          point. Each line shows the stock on hand, what
      *          planned orders have reserved against it on
      *          PARTRESV.DAT, and what is left available, so a part
      *          whose shelf is promised to a coming job can be seen
      *          at a glance. Run standalone, not from
      *          PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PARTID.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBLOGFILE ASSIGN TO DISK
           01 REC-IO.
               COPY PARTREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD RPTFILE
           VALUE OF FILE-ID IS "../PARTS_REORDER.RPT".
           01 RPT-LINE PIC X(80).
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-EOF                PIC X VALUE "F".
       01 WS-LINE-COUNT         PIC 9(5) VALUE ZEROES.
       01 WS-RESV-STATUS        PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE       PIC X VALUE "F".
       01 WS-RESV-EOF           PIC X VALUE "F".
       01 WS-PART-RESERVED      PIC 9(7) VALUE ZEROES.
       01 WS-PART-AVAILABLE     PIC 9(5) VALUE ZEROES.
       01 WS-HEADER-1.
           05 VALUE "PARTS AT OR BELOW REORDER POINT".
       01 WS-HEADER-2.
           05 VALUE "PART ID   PART NAME        ON HAND".
           05 VALUE "  RESERVED  AVAILABLE  REORDER PT".
       01 WS-DETAIL-LINE.
           05 WD-PARTID         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-PARTNAME       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 WD-RESERVED       PIC ZZZZZZ9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WD-AVAILABLE      PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-REORDER        PIC ZZZZ9.
       01 WS-TOTAL-LINE.
      **
           PERFORM OPEN-JOB-LOG.
           OPEN INPUT FIN.
           OPEN INPUT RESVFILE.
           IF WS-RESV-STATUS = "00"
               MOVE "T" TO WS-RESV-ON-FILE
           END-IF.
           OPEN OUTPUT RPTFILE.

           MOVE WS-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE RPTFILE.
           IF WS-RESV-ON-FILE = "T"
               CLOSE RESVFILE
           END-IF.
           CLOSE FIN.
           PERFORM WRITE-JOB-END.
           GOBACK.
           MOVE PARTID TO WD-PARTID.
           MOVE PARTNAME TO WD-PARTNAME.
           MOVE PARTQTY TO WD-QTY.
           PERFORM SUM-PART-RESERVED.
           MOVE WS-PART-RESERVED TO WD-RESERVED.
           MOVE WS-PART-AVAILABLE TO WD-AVAILABLE.
           MOVE PARTREORDER TO WD-REORDER.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      ****** Reservations are keyed by part then order, so the part's
      ****** are one short run of PARTRESV.DAT. An over-reserved part
      ****** shows nothing available rather than a negative.
       SUM-PART-RESERVED.
           MOVE ZEROES TO WS-PART-RESERVED WS-PART-AVAILABLE.
           IF WS-RESV-ON-FILE = "T"
               MOVE "F" TO WS-RESV-EOF
               MOVE PARTID TO RESV-PARTID
               MOVE ZEROES TO RESV-ORDER-NO
               START RESVFILE KEY IS NOT LESS THAN RESV-KEY
                   INVALID KEY
                       MOVE "T" TO WS-RESV-EOF
               END-START
               PERFORM UNTIL WS-RESV-EOF = "T"
                   READ RESVFILE NEXT RECORD
                       AT END
                           MOVE "T" TO WS-RESV-EOF
                       NOT AT END
                           IF RESV-PARTID NOT = PARTID
                               MOVE "T" TO WS-RESV-EOF
                           ELSE
                               ADD RESV-QTY TO WS-PART-RESERVED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF PARTQTY > WS-PART-RESERVED
               COMPUTE WS-PART-AVAILABLE = PARTQTY - WS-PART-RESERVED
           END-IF.

      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
