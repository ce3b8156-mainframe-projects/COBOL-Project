      ******************************************************************
      * Shared record layout for INVOICE.DAT, the supplier invoice
      * file written by PARTS_INVOICE_ENTRY - one record per invoice
      * line, keyed by the voucher number the entry screen assigns
      * and the line number within it. Every line is matched at entry
      * against its OPENPO.DAT line and the receipts booked to it on
      * PARTRCPT.DAT: INV-RECVD-QTY is the received quantity still
      * unbilled when the line was matched, INV-RCPT-COST the average
      * receipt cost it was priced against. A line inside the
      * tolerances is APPROVED; anything else is an EXCEPTION with
      * one or more of the exception flags set to Y. INV-AP-DATE is
      * the night PARTS_AP_EXTRACT handed an approved line to
      * accounts payable - zero until then.
      ******************************************************************
           05 INV-KEY.
               10 INV-VOUCHER      PIC 9(7).
               10 INV-LINE-NO      PIC 9(3).
           05 INV-SUPP             PIC 9(5).
           05 INV-NUMBER           PIC X(15).
           05 INV-ENTRY-DATE       PIC 9(8).
           05 INV-OPERATOR         PIC X(8).
           05 INV-PO-NO            PIC 9(5).
           05 INV-PARTID           PIC 9(5).
           05 INV-QTY              PIC 9(5).
           05 INV-UNIT-PRICE       PIC 9(7)V99.
           05 INV-RECVD-QTY        PIC 9(5).
           05 INV-RCPT-COST        PIC 9(7)V99.
           05 INV-MATCH-STATUS     PIC X(10).
           05 INV-EXCEPTIONS.
               10 INV-EXC-NOT-RECVD    PIC X.
               10 INV-EXC-OVER-PO      PIC X.
               10 INV-EXC-PRICE        PIC X.
               10 INV-EXC-DUPLICATE    PIC X.
               10 INV-EXC-NOT-ON-PO    PIC X.
           05 INV-AP-DATE          PIC 9(8).
