      * MORD-EQUIP-ID says which machine the order was for, validated
      * against EQUIPMST.DAT (see EQUIPREC) at entry time, and
      * MORD-REQ-BY who asked for the work - together they let parts
      * consumption be asked from the machine's side. MORD-STORE is
      * the stockroom (see STOREREC) the parts were pulled from, so
      * returns go back onto the shelf they came off. An order file
      * in the old layout without the equipment and requester must
      * be converted with PARTS_MORD_CNV2, and one without the
      * stockroom with PARTS_MORD_CNV3, before anything opens it.
      ******************************************************************
           05 MORD-NUMBER      PIC 9(7).
           05 MORD-DATE        PIC 9(8).
           05 MORD-LINE-COUNT  PIC 9(3).
           05 MORD-EQUIP-ID    PIC X(8).
           05 MORD-REQ-BY      PIC X(8).
           05 MORD-STORE       PIC X(4).
