      ******************************************************************
      * Shared record layout for KITMAST.DAT, the standard job kit
      * master. One record per kit - a pump rebuild, a conveyor belt
      * change - keyed by the kit code, carrying its description and
      * up to fifteen component parts with the quantity one kit
      * takes of each. Maintained by PARTS_KIT_MAINT, which holds
      * every component to a part on PARTLIST.DAT. PARTS_ORDER_ENTRY
      * explodes a kit keyed with a multiplier into ordinary order
      * lines; PARTS_KIT_INQ shows how many whole kits the stock on
      * hand covers.
      ******************************************************************
           05 KIT-CODE             PIC X(8).
           05 KIT-DESC             PIC X(30).
           05 KIT-PART-COUNT       PIC 99.
           05 KIT-PART-TABLE OCCURS 15 TIMES.
               10 KIT-PART-ID      PIC 9(5).
               10 KIT-PART-QTY     PIC 9(5).
