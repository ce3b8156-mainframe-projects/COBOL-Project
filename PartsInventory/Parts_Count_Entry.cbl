      *          replaces its earlier count. The book quantity is
      *          never touched here; PARTS_COUNT_APPLY posts the
      *          counts after the variance report has been reviewed.
      *          Each count is for one stockroom - the main stores
      *          unless a crib on STOREMST.DAT is keyed, and the code
      *          stays put from count to count so a whole crib's
      *          sheet is keyed without re-entering it. The same part
      *          counted in two stockrooms is two counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               SELECT CNTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.
               SELECT STOREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 COUNT-REC.
               COPY COUNTREC.

       FD STOREFILE
           VALUE OF FILE-ID IS "../STOREMST.DAT".
           01 STORE-REC.
               COPY STOREREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-ENTRY-QTY         PIC 9(5) VALUE ZEROES.
       01 WS-PART-NAME         PIC X(15) VALUE SPACES.
       01 WS-KEYED-COUNT       PIC 9(5) VALUE ZEROES.
       01 WS-STORE-STATUS      PIC XX VALUE ZEROES.
       01 WS-STORES-ON-FILE    PIC X VALUE "F".
       01 WS-ENTRY-STORE       PIC X(4) VALUE "MAIN".
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
               10 VALUE "Part Name: "                   LINE 10 COL 23.
               10 ENTRY-NAME PIC X(15) FROM WS-PART-NAME
                                                        LINE 10 COL 34.
               10 VALUE "Stockroom: "                   LINE 12 COL 23.
               10 ENTRY-STORE PIC X(4) FROM WS-ENTRY-STORE
                   TO WS-ENTRY-STORE                    LINE 12 COL 34.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
                GOBACK
            END-IF.
            PERFORM OPEN-COUNT-FILE.
            OPEN INPUT STOREFILE.
            IF WS-STORE-STATUS = "00"
                MOVE "T" TO WS-STORES-ON-FILE
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD.

                END-IF
            END-PERFORM.

            IF WS-STORES-ON-FILE = "T"
                CLOSE STOREFILE
            END-IF.
            CLOSE CNTFILE.
            CLOSE FIN.
            GOBACK.
                   MOVE "NO SUCH PART ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE PARTNAME TO WS-PART-NAME
                   PERFORM CHECK-COUNT-STORE
                   IF WS-ERROR-MESSAGE = SPACES
                       PERFORM WRITE-COUNT-RECORD
                   END-IF
           END-READ.
           PERFORM CLEAR-FOR-NEXT-COUNT.
           DISPLAY COUNT-ENTRY-SCREEN.

       CHECK-COUNT-STORE.
           IF WS-ENTRY-STORE = SPACES
               MOVE "MAIN" TO WS-ENTRY-STORE
           END-IF.
           IF WS-ENTRY-STORE NOT = "MAIN"
               IF WS-STORES-ON-FILE = "T"
                   MOVE WS-ENTRY-STORE TO STORE-CODE
                   READ STOREFILE
                       INVALID KEY
                           MOVE "STOCKROOM IS NOT ON FILE"
                               TO WS-ERROR-MESSAGE
                   END-READ
               ELSE
                   MOVE "STOCKROOM IS NOT ON FILE" TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       WRITE-COUNT-RECORD.
           MOVE WS-ENTRY-PARTID TO CNT-PARTID.
           MOVE WS-ENTRY-STORE TO CNT-STORE.
           MOVE WS-ENTRY-QTY TO CNT-QTY.
           MOVE WS-COUNT-DATE TO CNT-DATE.
           MOVE WS-OPERATOR-ID TO CNT-OPERATOR.
