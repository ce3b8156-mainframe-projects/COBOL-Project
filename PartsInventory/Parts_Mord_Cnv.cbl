      *          under its old record layout, writes each order as a
      *          header on MAINTORD.NEW and one MAINTDTL.DAT line per
      *          keyed part slot - quantity 1 on every line, since
      *          the old layout carried no quantity pulled - and the
      *          stockroom on every header set to MAIN. Run ONCE
      *          at cutover: replace MAINTORD.DAT with MAINTORD.NEW
      *          when it finishes, then run PARTS_XREF_BUILD so the
      *          converted lines are cross-referenced. Without this
           MOVE OMORD-STATUS TO MORD-STATUS.
           MOVE SPACES TO MORD-EQUIP-ID.
           MOVE SPACES TO MORD-REQ-BY.
           MOVE "MAIN" TO MORD-STORE.
           MOVE ZEROES TO WS-LINE-NO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-IDX <= OMORD-PART-COUNT
           MOVE 1 TO MDTL-QTY.
           MOVE ZEROES TO MDTL-ISSUE-PRICE.
           MOVE ZEROES TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   CONTINUE
