      *          SUPPLIER.BKP as flat sequential backups, each record
      *          flagged D for data, with a T trailer carrying the
      *          record count so PARTS_RELOAD can verify the rebuild.
      *          The part trailer also carries the date and time the
      *          unload started and the total PARTQTY unloaded, so
      *          PARTS_RECOVER knows which of the day's transactions
      *          the backup already holds and can prove its rebuild.
      *          Run standalone right after PARTS_REORDER_RPT, not
      *          from PARTS-HOME-SCREEN.
      ******************************************************************
           VALUE OF FILE-ID IS "../SUPPLIER.BKP".
           01 SUPP-BKP-REC.
               05 SBKP-TYPE        PIC X.
               05 SBKP-DATA        PIC X(70).

       FD JOBLOGFILE
           VALUE OF FILE-ID IS "../JOBLOG.DAT".
       01 WS-PART-COUNT          PIC 9(7) VALUE ZEROES.
       01 WS-SUPP-COUNT          PIC 9(7) VALUE ZEROES.
       01 WS-COUNT-DISPLAY       PIC 9(7) VALUE ZEROES.
       01 WS-UNLOAD-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-UNLOAD-TIME         PIC 9(8) VALUE ZEROES.
       01 WS-PART-QTY-TOTAL      PIC 9(9) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UNLOAD-TIME FROM TIME.
           PERFORM UNLOAD-PART-MASTER.
           PERFORM UNLOAD-SUPPLIER-MASTER.
           DISPLAY "PARTS_UNLOAD: " WS-PART-COUNT " PART(S) AND "
                           MOVE "T" TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-PART-COUNT
                           IF PARTQTY NUMERIC
                               ADD PARTQTY TO WS-PART-QTY-TOTAL
                           END-IF
                           MOVE "D" TO PBKP-TYPE
                           MOVE REC-IO TO PBKP-DATA
                           WRITE PART-BKP-REC
           END-IF.

      ****** The trailer carries the data record count in the first
      ****** seven bytes so the reload can prove it saw every record,
      ****** then the unload's start date and time and the quantity
      ****** total for the forward recovery.
       WRITE-PART-TRAILER.
           MOVE "T" TO PBKP-TYPE.
           MOVE SPACES TO PBKP-DATA.
           MOVE WS-PART-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO PBKP-DATA(1:7).
           MOVE WS-UNLOAD-DATE TO PBKP-DATA(8:8).
           MOVE WS-UNLOAD-TIME TO PBKP-DATA(16:8).
           MOVE WS-PART-QTY-TOTAL TO PBKP-DATA(24:9).
           WRITE PART-BKP-REC.

       UNLOAD-SUPPLIER-MASTER.
