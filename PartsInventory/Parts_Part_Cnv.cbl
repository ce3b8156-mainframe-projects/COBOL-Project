      ****** converted record starts with a blank bin, zero cost and
      ****** movement dates, class C and no count on record - the
      ****** same starting point PARTS_ADD gives a brand-new part -
      ****** and not lot-controlled until the part is flagged on
      ****** PARTS_UPDATE.
       CONVERT-ONE-PART.
           MOVE OPART-ID TO PARTID.
           MOVE OPART-NAME TO PARTNAME.
           MOVE ZEROES TO PARTLASTISS.
           MOVE "C" TO PARTCLASS.
           MOVE ZEROES TO PARTLASTCNT.
           MOVE ZEROES TO PARTORDQTY.
           MOVE "N" TO PARTLOTCTL.
           WRITE REC-IO
               INVALID KEY
                   DISPLAY "PARTS_PART_CNV: DUPLICATE PART "
