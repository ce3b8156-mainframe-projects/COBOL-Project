      ******************************************************************
      * Shared record layout for PART-AUDIT.DAT, the append-only audit
      * trail written by PARTS_ADD/PARTS_UPDATE/PARTS_DELETE whenever
      * they touch PARTLIST.DAT. Two actions are special: on a BKOFF
      * entry - a backorder written off by an order cancel, where no
      * stock moved - the before and after quantity images carry the
      * backorder quantity written down (before) to nothing (after),
      * not the on-hand count, so the movement statement can keep the
      * written-off demand out of its reconciliation. On an ISSUE
      * entry - stock taken off the shelf for a maintenance order by
      * order entry, a reservation issue, an approval, the PM raise or
      * a backorder released by a receipt - both description images
      * carry the order and line the stock went to (ORDER nnnnnnn
      * LINE nnn, line zero for a released backorder) instead of the
      * part description, which an issue never changes.
      ******************************************************************
           05 AUDIT-TIMESTAMP.
               10 AUDIT-DATE           PIC 9(8).
