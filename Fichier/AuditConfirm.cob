      *    through CampTrack like any other mailing. The yes/no
      *    confirmations come back through the ordinary
      *    ResponseImport path under the same code, and AuditRecon
      *    reconciles confirmed, disputed, and silent. Each letter
      *    goes on the customer correspondence log as AUDITCNF.
      *
      *    Two weeks of January typing becomes one CALL chain.
      *|==============================================================|
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSIdListName FROM ENVIRONMENT "CUSTAUDITIDS"
                   ON EXCEPTION
                       MOVE "AuditSample.ids" TO WSIdListName
               DISPLAY WSTemplateName UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY WSCampCode UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY "AUDITCNF" UPON ENVIRONMENT-VALUE
               DISPLAY "AuditConfirm: mailing confirmations for "
                   "campaign " WSCampCode " off " WSIdListName
               CALL 'FormLetter'
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               GOBACK.

      *|==============================================================|
