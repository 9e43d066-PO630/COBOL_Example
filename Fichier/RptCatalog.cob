      *    ReportCatalog.dat): the companion service to RptBanner,
      *    called right after the trailer is written, so everything
      *    the shop prints is on the inventory ReportViewer lists.
      *    The timestamp and business date are stamped here, and
      *    the requesting operator when the report is run off the
      *    overnight request queue: RptReqRun names the operator in
      *    CUSTRPTOPER for the length of the run, so every report a
      *    request produces is filed under its requester without
      *    any caller having to pass one.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSBizDateParm PIC X(8).

               1 WSRequestorParm PIC X(8).

           LINKAGE SECTION.

               1 LK-ReportName PIC X(20).
           LK-Pages LK-Records.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTRPTCAT"
                   ON EXCEPTION
                       MOVE "ReportCatalog.dat" TO WSCatalogFileName
               END-IF
               MOVE LK-Pages TO RCatPages
               MOVE LK-Records TO RCatRecords
               ACCEPT WSRequestorParm FROM ENVIRONMENT "CUSTRPTOPER"
                   ON EXCEPTION
                       MOVE SPACES TO WSRequestorParm
               END-ACCEPT
               MOVE WSRequestorParm TO RCatRequestor
               WRITE ReportCatalogRecord
               CLOSE CatalogFile
               EXIT PROGRAM.
