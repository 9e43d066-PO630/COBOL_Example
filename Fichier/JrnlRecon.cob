                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

           WORKING-STORAGE SECTION.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
