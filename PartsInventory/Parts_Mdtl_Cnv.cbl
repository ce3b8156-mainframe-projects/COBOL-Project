      *          were pulled, and a zero prices the old orders
      *          honestly as unknown rather than at today's price -
      *          and a zero returned quantity, since nothing has been
      *          pulled back off them under the new arrangement, and
      *          no lot. Run ONCE at cutover: replace
      *          MAINTDTL.DAT with MAINTDTL.NEW when it finishes.
      *          Without this conversion the old detail file fails to
      *          open under the new layout. Run standalone, not from
           MOVE ODTL-QTY TO MDTL-QTY.
           MOVE ZEROES TO MDTL-ISSUE-PRICE.
           MOVE ZEROES TO MDTL-RET-QTY.
           MOVE SPACES TO MDTL-LOT-NO.
           WRITE MAINT-DTL-REC
               INVALID KEY
                   DISPLAY "PARTS_MDTL_CNV: DUPLICATE LINE ON ORDER "
