           VALUE OF FILE-ID IS "../SUPPLIER.BKP".
           01 SUPP-BKP-REC.
               05 SBKP-TYPE        PIC X.
               05 SBKP-DATA        PIC X(70).

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
