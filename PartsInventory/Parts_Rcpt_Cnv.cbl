
      ****** The old records carried no cost, so the converted record
      ****** reads back with a zero unit cost - the moving average
      ****** only ever builds from deliveries booked after cutover -
      ****** and no PO number either.
       CONVERT-ONE-RECORD.
           MOVE ORCPT-DATE TO RCPT-DATE.
           MOVE ORCPT-TIME TO RCPT-TIME.
           MOVE ORCPT-SUPP TO RCPT-SUPP.
           MOVE ORCPT-SLIP-NO TO RCPT-SLIP-NO.
           MOVE ZEROES TO RCPT-UNIT-COST.
           MOVE ZEROES TO RCPT-PO-NO.
           WRITE RCPT-REC.
           ADD 1 TO WS-RECORDS-CONVERTED.

