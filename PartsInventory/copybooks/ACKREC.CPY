      ******************************************************************
      * Shared record layout for POACKLOG.DAT, the history of supplier
      * purchase order acknowledgements. PARTS_PO_ACK appends one
      * record for every acknowledgement line it reads from POACK.DAT:
      * the supplier's code (A accepted, C changed, R rejected), what
      * was done with it (ACCEPTED, CHANGED, REJECTED, or UNMATCHED
      * when the line could not be applied), and the expected date
      * and quantity on OPENPO.DAT before and after, so the promise
      * each supplier made can be traced after the open line has
      * moved on.
      ******************************************************************
           05 ACK-RUN-DATE         PIC 9(8).
           05 ACK-SUPP             PIC 9(5).
           05 ACK-PO-NO            PIC 9(5).
           05 ACK-PARTID           PIC 9(5).
           05 ACK-CODE             PIC X.
           05 ACK-RESULT           PIC X(10).
           05 ACK-OLD-DATE         PIC 9(8).
           05 ACK-NEW-DATE         PIC 9(8).
           05 ACK-OLD-QTY          PIC 9(5).
           05 ACK-NEW-QTY          PIC 9(5).
           05 ACK-REASON           PIC X(30).
