      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParmLoad.

      *|==============================================================|
      *    ParmLoad is the shared run-parameter lookup service: every
      *    program CALLs it first thing, and it lays the central
      *    parameter file (CUSTPARMS, default RunParm.dat, RunParm.cpy
      *    layout) into the run unit's environment, so each CUST*
      *    lookup a program already makes finds the value on the
      *    file. A variable the scheduler has already set is left
      *    alone -- the environment still overrides the file -- and
      *    a setting on neither runs at the program's own default.
      *
      *    The file is read once per run unit: the nightly chain
      *    loads it when NightlyBatch starts and every step it CALLs
      *    finds the work done. A numeric parameter whose override
      *    does not read as a number is reported here, at the top of
      *    the run, rather than silently falling back to a default
      *    further down. The only setting that cannot live on the
      *    file is CUSTPARMS itself. No file means nothing to load.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ParmFile ASSIGN TO WSParmFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSParmStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ParmFile.
                   COPY "RunParm.cpy".

           WORKING-STORAGE SECTION.

               1 WSParmFileName PIC X(100).

               1 WSParmStatus PIC X(2).
                   88 WSParmOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSLoadedFlag PIC X(1) VALUE 'N'.
                   88 WSAlreadyLoaded VALUE 'Y'.

               1 WSEnvValue PIC X(100).
               1 WSEnvFlag PIC X(1).
                   88 WSEnvSet VALUE 'Y'.

               1 WSLoadedCount PIC 9(4) VALUE ZERO.
               1 WSOverrideCount PIC 9(4) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               IF WSAlreadyLoaded
                   GOBACK
               END-IF
               MOVE 'Y' TO WSLoadedFlag
               ACCEPT WSParmFileName FROM ENVIRONMENT "CUSTPARMS"
                   ON EXCEPTION
                       MOVE "RunParm.dat" TO WSParmFileName
               END-ACCEPT
               OPEN INPUT ParmFile
               IF NOT WSParmOK
                   GOBACK
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ ParmFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF ParmName NOT = SPACES
                               PERFORM LoadOneParm
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParmFile
               GOBACK.

      *|==============================================================|
      *    LoadOneParm: an environment setting of the same name is
      *    the override and stays; otherwise the file's value is
      *    set for the rest of the run unit.
      *|==============================================================|

           LoadOneParm.
               MOVE 'Y' TO WSEnvFlag
               ACCEPT WSEnvValue FROM ENVIRONMENT ParmName
                   ON EXCEPTION
                       MOVE 'N' TO WSEnvFlag
               END-ACCEPT
               IF WSEnvSet
                   ADD 1 TO WSOverrideCount
                   IF ParmNumeric
                       AND FUNCTION TEST-NUMVAL(WSEnvValue) NOT = 0
                       DISPLAY "ParmLoad: override " ParmName " = "
                           WSEnvValue(1:20) " is not a number; "
                           "file value is " ParmValue(1:20)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               DISPLAY ParmName UPON ENVIRONMENT-NAME
               DISPLAY ParmValue UPON ENVIRONMENT-VALUE
               ADD 1 TO WSLoadedCount.

      *|==============================================================|
