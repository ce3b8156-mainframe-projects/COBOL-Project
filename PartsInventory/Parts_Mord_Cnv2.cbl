      *          under its old header-and-line-count layout and
      *          writes every header to MAINTORD.NEW with both new
      *          fields blank - nobody recorded which machine the old
      *          orders were for, and a blank says so honestly - and
      *          the stockroom set to MAIN, the only one there was. Run
      *          ONCE at cutover: replace MAINTORD.DAT with
      *          MAINTORD.NEW when it finishes. Without this
      *          conversion the old order file fails to open under
           MOVE OMORD-LINE-COUNT TO MORD-LINE-COUNT.
           MOVE SPACES TO MORD-EQUIP-ID.
           MOVE SPACES TO MORD-REQ-BY.
           MOVE "MAIN" TO MORD-STORE.
           WRITE MAINT-ORD-REC
               INVALID KEY
                   DISPLAY "PARTS_MORD_CNV2: DUPLICATE ORDER "
