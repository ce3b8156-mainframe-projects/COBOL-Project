           VALUE OF FILE-ID IS WS-RCP-ARCH-NAME.
           01 RCP-ARCH-REC.
               05 RARC-TYPE        PIC X.
               05 RARC-DATA        PIC X(68).

       FD RCPNEW
           VALUE OF FILE-ID IS "../PARTRCPT.NEW".
           01 RCP-NEW-REC          PIC X(68).

      *-----------------------
       WORKING-STORAGE SECTION.
