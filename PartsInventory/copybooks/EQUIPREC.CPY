      * asset master the maintenance order header's MORD-EQUIP-ID is
      * validated against. Maintained by PARTS_EQUIP_MAINT; read by
      * PARTS_ORDER_ENTRY at entry time and by the consumption-by-
      * equipment report for the description. EQ-GROUP names the
      * group of machines the equipment is budgeted with (spaces for
      * none); a group budget on BUDGET.DAT covers every machine
      * carrying its name.
      ******************************************************************
           05 EQ-ID            PIC X(8).
           05 EQ-DESC          PIC X(30).
           05 EQ-GROUP         PIC X(8).
