      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/01/2019
      * Purpose: Nightly lapse of stock reservations that were never
      *          issued. Every PARTRESV.DAT record whose reserve-to
      *          date is before today is removed, handing its quantity
      *          back to available stock, and the MAINTORD.DAT header
      *          of each order that loses its reservations goes from
      *          RESERVED to EXPIRED so it can no longer be issued.
      *          Nothing was ever relieved for a reservation, so there
      *          is no stock to put back. Run standalone or as a step
      *          of PARTS_NIGHT_RUN, not from PARTS-HOME-SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_RESV_EXPIRE INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RESVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS WS-RESV-STATUS.
               SELECT MORDFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MORD-NUMBER
               FILE STATUS IS WS-MORD-STATUS.
               SELECT JOBLOGFILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD RESVFILE
           VALUE OF FILE-ID IS "../PARTRESV.DAT".
           01 RESV-REC.
               COPY RESVREC.

       FD MORDFILE
           VALUE OF FILE-ID IS "../MAINTORD.DAT".
           01 MAINT-ORD-REC.
               COPY MAINTREC.

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
       01 WS-RESV-STATUS        PIC XX VALUE ZEROES.
       01 WS-MORD-STATUS        PIC XX VALUE ZEROES.
       01 WS-MORD-ON-FILE       PIC X VALUE "F".
       01 WS-SCAN-EOF           PIC X VALUE "F".
       01 WS-TODAY              PIC 9(8) VALUE ZEROES.
       01 WS-RESV-REMOVED       PIC 9(5) VALUE ZEROES.
       01 WS-ORDERS-EXPIRED     PIC 9(5) VALUE ZEROES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O RESVFILE.
           IF WS-RESV-STATUS NOT = "00"
               DISPLAY "PARTS_RESV_EXPIRE: PARTRESV.DAT NOT FOUND - "
                   "NO RESERVATIONS TO EXPIRE"
               PERFORM WRITE-JOB-END
               GOBACK
           END-IF.
           OPEN I-O MORDFILE.
           IF WS-MORD-STATUS = "00"
               MOVE "T" TO WS-MORD-ON-FILE
           END-IF.

           MOVE LOW-VALUES TO RESV-KEY.
           START RESVFILE KEY IS NOT LESS THAN RESV-KEY
               INVALID KEY
                   MOVE "T" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "T"
               READ RESVFILE NEXT RECORD
                   AT END
                       MOVE "T" TO WS-SCAN-EOF
                   NOT AT END
                       IF RESV-EXPIRY < WS-TODAY
                           PERFORM EXPIRE-RESERVATION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MORD-ON-FILE = "T"
               CLOSE MORDFILE
           END-IF.
           CLOSE RESVFILE.
           DISPLAY "PARTS_RESV_EXPIRE: " WS-RESV-REMOVED
               " RESERVATION(S) LAPSED ON " WS-ORDERS-EXPIRED
               " ORDER(S)".
           PERFORM WRITE-JOB-END.
           GOBACK.

       EXPIRE-RESERVATION.
           DELETE RESVFILE RECORD
               INVALID KEY
                   DISPLAY "PARTS_RESV_EXPIRE: ERROR REMOVING "
                       "RESERVATION " RESV-PARTID "/" RESV-ORDER-NO
                   MOVE 1 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-RESV-REMOVED
                   IF WS-MORD-ON-FILE = "T"
                       PERFORM EXPIRE-ORDER-HEADER
                   END-IF
           END-DELETE.

      ****** An order's parts are spread through the file by part
      ****** number, so its header is only counted the first time one
      ****** of its reservations is removed.
       EXPIRE-ORDER-HEADER.
           MOVE RESV-ORDER-NO TO MORD-NUMBER.
           READ MORDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MORD-STATUS = "RESERVED"
                       MOVE "EXPIRED" TO MORD-STATUS
                       REWRITE MAINT-ORD-REC
                           INVALID KEY
                               MOVE 1 TO WS-JOB-RC
                           NOT INVALID KEY
                               ADD 1 TO WS-ORDERS-EXPIRED
                       END-REWRITE
                   END-IF
           END-READ.

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
           MOVE "PARTS_RESV_EXPIRE" TO JOBLOG-PROGRAM.
           MOVE WS-JOB-RC TO JOBLOG-RETURN-CODE.
           MOVE WS-LOG-EVENT TO JOBLOG-EVENT.
           WRITE JOBLOG-REC.

       END PROGRAM PARTS_RESV_EXPIRE.
