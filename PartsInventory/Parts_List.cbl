      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Browse every part on PARTLIST.DAT a screen at a time.
      *          Each part shows its stock three ways: on hand
      *          (PARTQTY), reserved for planned orders on
      *          PARTRESV.DAT, and available - on hand less reserved.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 REC-IO.
               COPY PARTREC.

       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-ROW-1-DESC        PIC X(35)  VALUE SPACES.
       01 WS-ROW-1-PRICE       PIC $Z,ZZZ,ZZ9.99 VALUE ZEROES.
       01 WS-ROW-1-SUPP        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-1-QTY         PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-1-RSVD        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-1-AVAIL       PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-2-ID          PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-2-NAME        PIC X(15)  VALUE SPACES.
       01 WS-ROW-2-DESC        PIC X(35)  VALUE SPACES.
       01 WS-ROW-2-PRICE       PIC $Z,ZZZ,ZZ9.99 VALUE ZEROES.
       01 WS-ROW-2-SUPP        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-2-QTY         PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-2-RSVD        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-2-AVAIL       PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-3-ID          PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-3-NAME        PIC X(15)  VALUE SPACES.
       01 WS-ROW-3-DESC        PIC X(35)  VALUE SPACES.
       01 WS-ROW-3-PRICE       PIC $Z,ZZZ,ZZ9.99 VALUE ZEROES.
       01 WS-ROW-3-SUPP        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-3-QTY         PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-3-RSVD        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-3-AVAIL       PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-4-ID          PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-4-NAME        PIC X(15)  VALUE SPACES.
       01 WS-ROW-4-DESC        PIC X(35)  VALUE SPACES.
       01 WS-ROW-4-PRICE       PIC $Z,ZZZ,ZZ9.99 VALUE ZEROES.
       01 WS-ROW-4-SUPP        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-4-QTY         PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-4-RSVD        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-4-AVAIL       PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-5-ID          PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-5-NAME        PIC X(15)  VALUE SPACES.
       01 WS-ROW-5-DESC        PIC X(35)  VALUE SPACES.
       01 WS-ROW-5-PRICE       PIC $Z,ZZZ,ZZ9.99 VALUE ZEROES.
       01 WS-ROW-5-SUPP        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-5-QTY         PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-5-RSVD        PIC 9(5)   VALUE ZEROES.
       01 WS-ROW-5-AVAIL       PIC 9(5)   VALUE ZEROES.
       01 WS-CONTINUE          PIC X.
       01 WS-RESV-STATUS       PIC XX VALUE ZEROES.
       01 WS-RESV-ON-FILE      PIC X VALUE "F".
       01 WS-RESV-EOF          PIC X VALUE "F".
       01 WS-PART-RESERVED     PIC 9(5) VALUE ZEROES.
       01 WS-PART-AVAILABLE    PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "VIEW ALL PARTS"                    LINE 3 COL 33.
           05 VALUE "ID     NAME            DESCRIPTION" LINE 5 COL 1.
           05 VALUE "PRICE SUPP  ONHND  RSVD AVAIL"      LINE 5 COL 48.
           05 ROW-1-LINE.
               10 R1-ID   PIC ZZZZ9 FROM WS-ROW-1-ID LINE 7 COL 1.
               10 R1-NAME PIC X(15) FROM WS-ROW-1-NAME LINE 7 COL 8.
               10 R1-DESC PIC X(15) FROM WS-ROW-1-DESC LINE 7 COL 24.
               10 R1-PRICE PIC $Z,ZZZ,ZZ9.99 FROM WS-ROW-1-PRICE
                   LINE 7 COL 40.
               10 R1-SUPP PIC 9(5)  FROM WS-ROW-1-SUPP LINE 7 COL 54.
               10 R1-QTY PIC ZZZZ9  FROM WS-ROW-1-QTY LINE 7 COL 60.
               10 R1-RSVD PIC ZZZZ9 FROM WS-ROW-1-RSVD LINE 7 COL 66.
               10 R1-AVAIL PIC ZZZZ9 FROM WS-ROW-1-AVAIL
                   LINE 7 COL 72.
           05 ROW-2-LINE.
               10 R2-ID   PIC ZZZZ9 FROM WS-ROW-2-ID LINE 8 COL 1.
               10 R2-NAME PIC X(15) FROM WS-ROW-2-NAME LINE 8 COL 8.
               10 R2-DESC PIC X(15) FROM WS-ROW-2-DESC LINE 8 COL 24.
               10 R2-PRICE PIC $Z,ZZZ,ZZ9.99 FROM WS-ROW-2-PRICE
                   LINE 8 COL 40.
               10 R2-SUPP PIC 9(5)  FROM WS-ROW-2-SUPP LINE 8 COL 54.
               10 R2-QTY PIC ZZZZ9  FROM WS-ROW-2-QTY LINE 8 COL 60.
               10 R2-RSVD PIC ZZZZ9 FROM WS-ROW-2-RSVD LINE 8 COL 66.
               10 R2-AVAIL PIC ZZZZ9 FROM WS-ROW-2-AVAIL
                   LINE 8 COL 72.
           05 ROW-3-LINE.
               10 R3-ID   PIC ZZZZ9 FROM WS-ROW-3-ID LINE 9 COL 1.
               10 R3-NAME PIC X(15) FROM WS-ROW-3-NAME LINE 9 COL 8.
               10 R3-DESC PIC X(15) FROM WS-ROW-3-DESC LINE 9 COL 24.
               10 R3-PRICE PIC $Z,ZZZ,ZZ9.99 FROM WS-ROW-3-PRICE
                   LINE 9 COL 40.
               10 R3-SUPP PIC 9(5)  FROM WS-ROW-3-SUPP LINE 9 COL 54.
               10 R3-QTY PIC ZZZZ9  FROM WS-ROW-3-QTY LINE 9 COL 60.
               10 R3-RSVD PIC ZZZZ9 FROM WS-ROW-3-RSVD LINE 9 COL 66.
               10 R3-AVAIL PIC ZZZZ9 FROM WS-ROW-3-AVAIL
                   LINE 9 COL 72.
           05 ROW-4-LINE.
               10 R4-ID   PIC ZZZZ9 FROM WS-ROW-4-ID LINE 10 COL 1.
               10 R4-NAME PIC X(15) FROM WS-ROW-4-NAME LINE 10 COL 8.
               10 R4-DESC PIC X(15) FROM WS-ROW-4-DESC LINE 10 COL 24.
               10 R4-PRICE PIC $Z,ZZZ,ZZ9.99 FROM WS-ROW-4-PRICE
                   LINE 10 COL 40.
               10 R4-SUPP PIC 9(5)  FROM WS-ROW-4-SUPP LINE 10 COL 54.
               10 R4-QTY PIC ZZZZ9  FROM WS-ROW-4-QTY LINE 10 COL 60.
               10 R4-RSVD PIC ZZZZ9 FROM WS-ROW-4-RSVD LINE 10 COL 66.
               10 R4-AVAIL PIC ZZZZ9 FROM WS-ROW-4-AVAIL
                   LINE 10 COL 72.
           05 ROW-5-LINE.
               10 R5-ID   PIC ZZZZ9 FROM WS-ROW-5-ID LINE 11 COL 1.
               10 R5-NAME PIC X(15) FROM WS-ROW-5-NAME LINE 11 COL 8.
               10 R5-DESC PIC X(15) FROM WS-ROW-5-DESC LINE 11 COL 24.
               10 R5-PRICE PIC $Z,ZZZ,ZZ9.99 FROM WS-ROW-5-PRICE
                   LINE 11 COL 40.
               10 R5-SUPP PIC 9(5)  FROM WS-ROW-5-SUPP LINE 11 COL 54.
               10 R5-QTY PIC ZZZZ9  FROM WS-ROW-5-QTY LINE 11 COL 60.
               10 R5-RSVD PIC ZZZZ9 FROM WS-ROW-5-RSVD LINE 11 COL 66.
               10 R5-AVAIL PIC ZZZZ9 FROM WS-ROW-5-AVAIL
                   LINE 11 COL 72.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 20.
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT RESVFILE.
            IF WS-RESV-STATUS = "00"
                MOVE "T" TO WS-RESV-ON-FILE
            END-IF.

            PERFORM UNTIL WS-AT-EOF = "T"
                PERFORM CLEAR-ROWS
                END-IF
            END-PERFORM.

            IF WS-RESV-ON-FILE = "T"
                CLOSE RESVFILE
            END-IF.
            CLOSE FIN.
            GOBACK.

               WS-ROW-3-PRICE WS-ROW-3-SUPP
               WS-ROW-4-PRICE WS-ROW-4-SUPP
               WS-ROW-5-PRICE WS-ROW-5-SUPP.
           MOVE ZEROES TO WS-ROW-1-QTY WS-ROW-1-RSVD WS-ROW-1-AVAIL
               WS-ROW-2-QTY WS-ROW-2-RSVD WS-ROW-2-AVAIL
               WS-ROW-3-QTY WS-ROW-3-RSVD WS-ROW-3-AVAIL
               WS-ROW-4-QTY WS-ROW-4-RSVD WS-ROW-4-AVAIL
               WS-ROW-5-QTY WS-ROW-5-RSVD WS-ROW-5-AVAIL.

       LOAD-ONE-PAGE.
           READ FIN AT END MOVE "T" TO WS-AT-EOF END-READ.
               MOVE PARTDESC TO WS-ROW-1-DESC
               MOVE PARTPRICE TO WS-ROW-1-PRICE
               MOVE PARTSUPP TO WS-ROW-1-SUPP
               PERFORM SUM-PART-RESERVED
               MOVE PARTQTY TO WS-ROW-1-QTY
               MOVE WS-PART-RESERVED TO WS-ROW-1-RSVD
               MOVE WS-PART-AVAILABLE TO WS-ROW-1-AVAIL
           END-IF.
           IF WS-AT-EOF NOT = "T"
               READ FIN AT END MOVE "T" TO WS-AT-EOF END-READ
                   MOVE PARTDESC TO WS-ROW-2-DESC
                   MOVE PARTPRICE TO WS-ROW-2-PRICE
                   MOVE PARTSUPP TO WS-ROW-2-SUPP
                   PERFORM SUM-PART-RESERVED
                   MOVE PARTQTY TO WS-ROW-2-QTY
                   MOVE WS-PART-RESERVED TO WS-ROW-2-RSVD
                   MOVE WS-PART-AVAILABLE TO WS-ROW-2-AVAIL
               END-IF
           END-IF.
           IF WS-AT-EOF NOT = "T"
                   MOVE PARTDESC TO WS-ROW-3-DESC
                   MOVE PARTPRICE TO WS-ROW-3-PRICE
                   MOVE PARTSUPP TO WS-ROW-3-SUPP
                   PERFORM SUM-PART-RESERVED
                   MOVE PARTQTY TO WS-ROW-3-QTY
                   MOVE WS-PART-RESERVED TO WS-ROW-3-RSVD
                   MOVE WS-PART-AVAILABLE TO WS-ROW-3-AVAIL
               END-IF
           END-IF.
           IF WS-AT-EOF NOT = "T"
                   MOVE PARTDESC TO WS-ROW-4-DESC
                   MOVE PARTPRICE TO WS-ROW-4-PRICE
                   MOVE PARTSUPP TO WS-ROW-4-SUPP
                   PERFORM SUM-PART-RESERVED
                   MOVE PARTQTY TO WS-ROW-4-QTY
                   MOVE WS-PART-RESERVED TO WS-ROW-4-RSVD
                   MOVE WS-PART-AVAILABLE TO WS-ROW-4-AVAIL
               END-IF
           END-IF.
           IF WS-AT-EOF NOT = "T"
                   MOVE PARTDESC TO WS-ROW-5-DESC
                   MOVE PARTPRICE TO WS-ROW-5-PRICE
                   MOVE PARTSUPP TO WS-ROW-5-SUPP
                   PERFORM SUM-PART-RESERVED
                   MOVE PARTQTY TO WS-ROW-5-QTY
                   MOVE WS-PART-RESERVED TO WS-ROW-5-RSVD
                   MOVE WS-PART-AVAILABLE TO WS-ROW-5-AVAIL
               END-IF
           END-IF.

      ****** Totals what planned orders have reserved against the part
      ****** just read; reservations are keyed by part then order, so
      ****** they are one short run of PARTRESV.DAT. An over-reserved
      ****** part shows nothing available rather than a negative.
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

       END PROGRAM PARTS_LIST.
