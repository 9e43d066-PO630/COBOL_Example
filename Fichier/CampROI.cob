                   FILE STATUS IS WSResultStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT RoiReport ASSIGN TO "CampROI.rpt"

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD RoiReport.
                   1 RoiLine PIC X(110).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
