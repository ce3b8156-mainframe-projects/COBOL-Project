      * PARTLASTCNT the date the part was last physically counted,
      * kept by PARTS_COUNT_APPLY - together they drive the weekly
      * cycle count slice instead of one annual wall-to-wall freeze.
      * PARTORDQTY is the planned order quantity set with the reorder
      * point by PARTS_PLAN_APPLY from the usage-based planning run;
      * PARTS_SUGGEST_PO orders it instead of doubling the reorder
      * point, and zero means the part has never been planned.
      * PARTLOTCTL is Y for a lot-controlled part - seals, adhesives,
      * lubricants, filters, anything with a shelf life - whose stock
      * is held by lot and expiry on PARTLOT.DAT and issued earliest
      * expiry first; anything else (the old zero byte included) is
      * not lot-controlled. It took the last of the reserved
      * expansion space, so the next field added to the master needs
      * a file conversion. A
      * parts file in the old 83-byte layout must be converted with
      * PARTS_PART_CNV before any of this runs against it.
      ******************************************************************
           05 PARTLASTISS  PIC 9(8).
           05 PARTCLASS    PIC X.
           05 PARTLASTCNT  PIC 9(8).
           05 PARTORDQTY   PIC 9(5).
           05 PARTLOTCTL   PIC X.
