           MOVE ZEROES TO PARTLASTISS.
           MOVE "C" TO PARTCLASS.
           MOVE ZEROES TO PARTLASTCNT.
           MOVE ZEROES TO PARTORDQTY.
           MOVE "N" TO PARTLOTCTL.
           WRITE REC-IO
               INVALID KEY
                   DISPLAY "PARTS_LOAD: DUPLICATE PART ID SKIPPED - "
