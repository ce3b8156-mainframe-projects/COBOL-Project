      *          Parts with no bin assigned print first under a blank
      *          location heading. Run standalone at the start of the
      *          stockroom freeze, not from PARTS-HOME-SCREEN.
      *          The run asks which stockroom is being counted. A
      *          crib's sheet lists only the parts stocked in that
      *          crib, in crib bin order, with the crib shelf quantity
      *          from PARTSTK.DAT as the book quantity; the main stores
      *          sheet lists every part with PARTQTY less what the
      *          cribs hold and what is in transit.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT STKFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
               SELECT SORTFILE ASSIGN TO DISK.
               SELECT RPTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           01 REC-IO.
               COPY PARTREC.

       FD STKFILE
           VALUE OF FILE-ID IS "../PARTSTK.DAT".
           01 STK-REC.
               COPY STKREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

       SD SORTFILE.
           01 SORT-REC.
               COPY PARTREC.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-FIN-STATUS         PIC XX VALUE ZEROES.
       01 WS-SORT-EOF           PIC X VALUE "F".
       01 WS-FIN-EOF            PIC X VALUE "F".
       01 WS-STK-STATUS         PIC XX VALUE ZEROES.
       01 WS-STK-ON-FILE        PIC X VALUE "F".
       01 WS-STK-EOF            PIC X VALUE "F".
       01 WS-STORE-STATUS       PIC XX VALUE ZEROES.
       01 WS-COUNT-STORE        PIC X(4) VALUE SPACES.
       01 WS-BOOK-QTY           PIC 9(5) VALUE ZEROES.
       01 WS-HELD-ELSEWHERE     PIC 9(7) VALUE ZEROES.
       01 WS-GROUP-STARTED      PIC X VALUE "F".
       01 WS-CURRENT-LOC        PIC X(8) VALUE SPACES.
       01 WS-GRAND-TOTAL        PIC 9(5) VALUE ZEROES.
       01 WS-REPORT-DATE-EDIT   PIC 9999/99/99.
       01 WS-TITLE-LINE.
           05 VALUE "PHYSICAL INVENTORY COUNT SHEET".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 VALUE "STORE: ".
           05 WT-STORE          PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 VALUE "DATE: ".
           05 WT-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(5) VALUE SPACES.
           END-IF.
           CLOSE FIN.

           DISPLAY "PARTS_COUNT_SHEETS: ENTER STOCKROOM CODE OR "
               "BLANK FOR MAIN STORES".
           ACCEPT WS-COUNT-STORE.
           IF WS-COUNT-STORE = SPACES
               MOVE "MAIN" TO WS-COUNT-STORE
           END-IF.
           MOVE WS-COUNT-STORE TO WT-STORE.
           PERFORM 200-CHECK-STOCKROOM.
           IF WS-JOB-RC NOT = ZEROES
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.

           IF WS-COUNT-STORE = "MAIN"
               SORT SORTFILE
                   ON ASCENDING KEY PARTLOC OF SORT-REC
                                    PARTID OF SORT-REC
                   USING FIN
                   OUTPUT PROCEDURE IS 300-PRODUCE-SHEETS
           ELSE
               SORT SORTFILE
                   ON ASCENDING KEY PARTLOC OF SORT-REC
                                    PARTID OF SORT-REC
                   INPUT PROCEDURE IS 250-SELECT-CRIB-PARTS
                   OUTPUT PROCEDURE IS 300-PRODUCE-SHEETS
           END-IF.
           IF WS-STK-ON-FILE = "T"
               CLOSE STKFILE
           END-IF.

           DISPLAY "PARTS_COUNT_SHEETS: " WS-GRAND-TOTAL
               " PART(S) ON THE COUNT SHEETS".
           PERFORM WRITE-JOB-END.
           GOBACK.

      ****** A crib must be on the stockroom master and must have
      ****** shelf records to count; the main stores can always be
      ****** counted, with or without any cribs set up.
       200-CHECK-STOCKROOM.
           OPEN INPUT STKFILE.
           IF WS-STK-STATUS = "00"
               MOVE "T" TO WS-STK-ON-FILE
           END-IF.
           IF WS-COUNT-STORE NOT = "MAIN"
               OPEN INPUT STOREFILE
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "PARTS_COUNT_SHEETS: STOREMST.DAT NOT "
                       "FOUND - SET UP THE STOCKROOM FIRST"
                   MOVE 1 TO WS-JOB-RC
               ELSE
                   MOVE WS-COUNT-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           DISPLAY "PARTS_COUNT_SHEETS: STOCKROOM "
                               WS-COUNT-STORE " NOT ON FILE"
                           MOVE 1 TO WS-JOB-RC
                   END-READ
                   CLOSE STOREFILE
               END-IF
               IF WS-JOB-RC = ZEROES AND WS-STK-ON-FILE = "F"
                   DISPLAY "PARTS_COUNT_SHEETS: PARTSTK.DAT NOT "
                       "FOUND - NO PARTS ARE STOCKED IN ANY CRIB"
                   MOVE 1 TO WS-JOB-RC
               END-IF
           END-IF.

      ****** Releases each part stocked in the crib being counted,
      ****** carrying the crib bin and crib shelf quantity in place
      ****** of the main stores bin and PARTQTY.
       250-SELECT-CRIB-PARTS.
           OPEN INPUT FIN.
           PERFORM UNTIL WS-FIN-EOF = "T"
               READ FIN NEXT RECORD
                   AT END
                       MOVE "T" TO WS-FIN-EOF
                   NOT AT END
                       MOVE PARTID OF REC-IO TO STK-PARTID
                       MOVE WS-COUNT-STORE TO STK-STORE
                       READ STKFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE REC-IO TO SORT-REC
                               MOVE STK-LOC TO PARTLOC OF SORT-REC
                               MOVE STK-QTY TO PARTQTY OF SORT-REC
                               RELEASE SORT-REC
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE FIN.

       300-PRODUCE-SHEETS.
           OPEN OUTPUT RPTFILE.
           PERFORM 310-PRINT-PAGE-HEADER.
           MOVE PARTID OF SORT-REC TO WD-PARTID.
           MOVE PARTNAME OF SORT-REC TO WD-PARTNAME.
           MOVE PARTDESC OF SORT-REC(1:28) TO WD-PARTDESC.
           MOVE PARTQTY OF SORT-REC TO WS-BOOK-QTY.
           IF WS-COUNT-STORE = "MAIN" AND WS-STK-ON-FILE = "T"
               PERFORM 340-GET-MAIN-BOOK-QTY
           END-IF.
           MOVE WS-BOOK-QTY TO WD-PARTQTY.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****** The main stores book quantity is PARTQTY less every crib
      ****** shelf and everything in transit for the part.
       340-GET-MAIN-BOOK-QTY.
           MOVE ZEROES TO WS-HELD-ELSEWHERE.
           MOVE "F" TO WS-STK-EOF.
           MOVE PARTID OF SORT-REC TO STK-PARTID.
           MOVE LOW-VALUES TO STK-STORE.
           START STKFILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY
                   MOVE "T" TO WS-STK-EOF
           END-START.
           PERFORM UNTIL WS-STK-EOF = "T"
               READ STKFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-STK-EOF
                   NOT AT END
                       IF STK-PARTID NOT = PARTID OF SORT-REC
                           MOVE "T" TO WS-STK-EOF
                       ELSE
                           ADD STK-QTY TO WS-HELD-ELSEWHERE
                           ADD STK-TRANSIT TO WS-HELD-ELSEWHERE
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTQTY OF SORT-REC > WS-HELD-ELSEWHERE
               COMPUTE WS-BOOK-QTY =
                   PARTQTY OF SORT-REC - WS-HELD-ELSEWHERE
           ELSE
               MOVE ZEROES TO WS-BOOK-QTY
           END-IF.


      ****** Opens JOBLOG.DAT for append, creating it first if this
      ****** is the first run and it does not exist yet on disk, and
