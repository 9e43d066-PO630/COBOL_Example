      *    (GOBACK behaves like STOP RUN for the outermost program in
      *    a run unit) for anyone who still wants to invoke them
      *    directly.
      *
      *    Choice 3 opens a small reports menu of its own: view the
      *    finished reports in the catalog (ReportViewer), or queue
      *    a one-off report to run overnight (RptRequest).
      *|==============================================================|

       DATA DIVISION.
                   88 WSDormChoice VALUES 'F', 'f'.
                   88 WSCollChoice VALUES 'G', 'g'.
                   88 WSRefundChoice VALUES 'H', 'h'.
                   88 WSGLMapChoice VALUES 'I', 'i'.
                   88 WSAutoPayChoice VALUES 'J', 'j'.
                   88 WSDisputeChoice VALUES 'K', 'k'.
                   88 WSLegalChoice VALUES 'L', 'l'.
                   88 WSEscheatChoice VALUES 'M', 'm'.
                   88 WSParmChoice VALUES 'N', 'n'.
                   88 WSSanctChoice VALUES 'O', 'o'.
                   88 WSSuspChoice VALUES 'P', 'p'.
                   88 WSSuspRuleChoice VALUES 'Q', 'q'.
                   88 WSKycChoice VALUES 'R', 'r'.
                   88 WSAuthChoice VALUES 'S', 's'.
                   88 WSHierChoice VALUES 'T', 't'.
                   88 WSRecurChoice VALUES 'U', 'u'.
                   88 WSTaxChoice VALUES 'V', 'v'.
                   88 WSLoyaltyChoice VALUES 'W', 'w'.
                   88 WSCaseChoice VALUES 'X', 'x'.
                   88 WSLimRevChoice VALUES 'Y', 'y'.
                   88 WSChkVoidChoice VALUES 'Z', 'z'.
                   88 WSExitChoice VALUE '0'.

               1 WSRptMenuChoice PIC X(1).
                   88 WSRptViewChoice VALUE '1'.
                   88 WSRptRequestChoice VALUE '2'.
                   88 WSRptBackChoice VALUE '0'.

      *    In-use marker state from the shared CustLock subprogram,
      *    checked before the maintenance screens are launched so an
      *    operator is turned away while the nightly chain holds the
               2 LINE 2 COL 5 VALUE 'Customer File System'.
               2 LINE 4 COL 5 VALUE '1. Customer file maintenance'.
               2 LINE 5 COL 5 VALUE '2. Print customer report'.
               2 LINE 6 COL 5 VALUE '3. Reports: finished, overnight'.
               2 LINE 7 COL 5 VALUE '4. Payment plan maintenance'.
               2 LINE 8 COL 5 VALUE '5. Credit limit maintenance'.
               2 LINE 9 COL 5 VALUE '6. Balance write-off'.
               2 LINE 19 COL 5 VALUE 'G. Collections workbench'.
               2 LINE 20 COL 5 VALUE 'H. Refund review'.
               2 LINE 21 COL 5 VALUE '0. Exit'.
               2 LINE 4 COL 45 VALUE 'I. GL account mapping'.
               2 LINE 5 COL 45 VALUE 'J. Autopay enrollment'.
               2 LINE 6 COL 45 VALUE 'K. Disputed charges'.
               2 LINE 7 COL 45 VALUE 'L. Legal holds'.
               2 LINE 8 COL 45 VALUE 'M. Unclaimed property'.
               2 LINE 9 COL 45 VALUE 'N. Run parameters'.
               2 LINE 10 COL 45 VALUE 'O. Sanctions review'.
               2 LINE 11 COL 45 VALUE 'P. Suspicious activity'.
               2 LINE 12 COL 45 VALUE 'Q. Monitoring rules'.
               2 LINE 13 COL 45 VALUE 'R. Identity verification'.
               2 LINE 14 COL 45 VALUE 'S. Authorized contacts'.
               2 LINE 15 COL 45 VALUE 'T. Customer hierarchy'.
               2 LINE 16 COL 45 VALUE 'U. Recurring charges'.
               2 LINE 17 COL 45 VALUE 'V. Sales tax'.
               2 LINE 18 COL 45 VALUE 'W. Loyalty points'.
               2 LINE 19 COL 45 VALUE 'X. Service cases'.
               2 LINE 20 COL 45 VALUE 'Y. Credit limit review'.
               2 LINE 21 COL 45 VALUE 'Z. Void a refund check'.
               2 LINE 23 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-rptmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Reports'.
               2 LINE 4 COL 5 VALUE '1. View finished reports'.
               2 LINE 5 COL 5 VALUE '2. Request an overnight report'.
               2 LINE 6 COL 5 VALUE '0. Back'.
               2 LINE 8 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSRptMenuChoice REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSReportChoice
                           CALL 'ReportsCob'
                       WHEN WSViewerChoice
                           PERFORM ReportsMenu
                       WHEN WSPlanChoice
                           CALL 'PlanMaint'
                       WHEN WSLimitChoice
                           CALL 'CollWork'
                       WHEN WSRefundChoice
                           CALL 'RefundReview'
                       WHEN WSGLMapChoice
                           CALL 'GLMapMaint'
                       WHEN WSAutoPayChoice
                           CALL 'AutoPayMaint'
                       WHEN WSDisputeChoice
                           CALL 'DispMaint'
                       WHEN WSLegalChoice
                           CALL 'LegalMaint'
                       WHEN WSEscheatChoice
                           CALL 'EscheatMaint'
                       WHEN WSParmChoice
                           CALL 'ParmMaint'
                       WHEN WSSanctChoice
                           CALL 'SanctReview'
                       WHEN WSSuspChoice
                           CALL 'SuspReview'
                       WHEN WSSuspRuleChoice
                           CALL 'SuspRuleMaint'
                       WHEN WSKycChoice
                           CALL 'KycMaint'
                       WHEN WSAuthChoice
                           CALL 'AuthMaint'
                       WHEN WSHierChoice
                           CALL 'HierMaint'
                       WHEN WSRecurChoice
                           CALL 'RecurMaint'
                       WHEN WSTaxChoice
                           CALL 'TaxMaint'
                       WHEN WSLoyaltyChoice
                           CALL 'LoyaltyRedeem'
                       WHEN WSCaseChoice
                           CALL 'CaseMaint'
                       WHEN WSLimRevChoice
                           CALL 'LimitApprove'
                       WHEN WSChkVoidChoice
                           CALL 'RefChkVoid'
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
               DISPLAY s-plg-topmenu.
               ACCEPT s-plg-topmenu.

      *|==============================================================|
      *    ReportsMenu: the finished reports, or a report queued for
      *    tonight's run.
      *|==============================================================|

           ReportsMenu.
               DISPLAY s-plg-rptmenu
               ACCEPT s-plg-rptmenu
               PERFORM UNTIL WSRptBackChoice
                   EVALUATE TRUE
                       WHEN WSRptViewChoice
                           CALL 'ReportViewer'
                       WHEN WSRptRequestChoice
                           CALL 'RptRequest'
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   DISPLAY s-plg-rptmenu
                   ACCEPT s-plg-rptmenu
               END-PERFORM.

      *|==============================================================|
      *    CheckMasterLock asks the shared CustLock subprogram whether
      *    the nightly chain currently holds the customer master.
