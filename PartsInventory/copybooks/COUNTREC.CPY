      ******************************************************************
      * Shared record layout for PARTCNT.DAT, the physical inventory
      * count file. One record per part counted in a stockroom (see
      * STOREREC), keyed by part ID and stockroom code, written by
      * PARTS_COUNT_ENTRY and read by the variance report and the
      * apply step. The apply step empties the file as it posts, so
      * a count event still waiting to post when the stockroom code
      * was added to the key must be posted before the change.
      ******************************************************************
           05 CNT-KEY.
               10 CNT-PARTID       PIC 9(5).
               10 CNT-STORE        PIC X(4).
           05 CNT-QTY          PIC 9(5).
           05 CNT-DATE         PIC 9(8).
           05 CNT-OPERATOR     PIC X(8).
