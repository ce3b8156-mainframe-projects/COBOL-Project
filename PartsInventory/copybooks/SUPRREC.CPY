      ******************************************************************
      * Shared record layout for PARTSUPR.DAT, the part supersession
      * and substitute file. One record per part that has a successor,
      * keyed by the old part ID, naming the part that replaces it.
      * SUPR-TYPE "S" is a full supersession - the manufacturer has
      * replaced the part number, so the old part is no longer bought
      * and PARTS_SUGGEST_PO rolls its stock and demand onto the
      * successor. "I" is an interchangeable substitute - both parts
      * stay live and either can be pulled for the other. A successor
      * may itself have a successor, so the links form a chain that
      * PARTS_LOOKUP and PARTS_SEARCH show. Maintained by
      * PARTS_SUPR_MAINT, which refuses a link that would loop back
      * on itself; PARTS_INTEGRITY_CHK flags loops and links to parts
      * no longer on PARTLIST.DAT. SUPR-DATE is the date the link was
      * last keyed.
      ******************************************************************
           05 SUPR-OLD-PART        PIC 9(5).
           05 SUPR-NEW-PART        PIC 9(5).
           05 SUPR-TYPE            PIC X.
           05 SUPR-DATE            PIC 9(8).
