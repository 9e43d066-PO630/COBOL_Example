      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileInventory.

      *|==============================================================|
      *    FileInventory is the weekly data-file inventory and
      *    capacity forecast: it counts the records on every data
      *    file the system owns -- the master and the money files,
      *    the journals and their archived segments, the notes and
      *    campaign history, the reject files, the run log and the
      *    catalogs, the reference tables -- keeps the counts on the
      *    inventory history (CUSTINVHIST, default InvHist.dat,
      *    InvHist.cpy layout), and reports each file's growth per
      *    week against the previous run. Where a program holds a
      *    file in a fixed-size table, the report projects how many
      *    weeks remain before the file outgrows it, at that growth,
      *    so the ceiling is found on paper instead of by an abend.
      *    A file kept down by a cutover step (Journal.log,
      *    PostHist.dat) is marked as such; its archives are counted
      *    from their catalogs. A file not on disk counts as empty.
      *
      *    The inventory below names each file, the environment
      *    variable its programs read its name from, its default
      *    name, how it is counted (I indexed, S one record per line,
      *    J/P the entries the journal/posting-history catalog says
      *    were archived), a 'C' where a cutover step keeps it
      *    trimmed, and the tightest in-program table limit on it
      *    with the program that holds it.
      *
      *    Files within CUSTINVWARN weeks (default 13) of a limit,
      *    or at it, are starred. The report is CUSTINVRPT (default
      *    FileInventory.rpt). NightlyBatch runs it on the week's
      *    last business day; it can also be run at any time.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSDataStatus.

               SELECT BalanceFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT LimitFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LimIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT PlanFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT SuppressFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SuppIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT DisputeFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDataStatus.

               SELECT LegalFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LegalIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT AgencyFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AgcyIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT BureauHistFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BurIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT EscheatFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EschKey
                   FILE STATUS IS WSDataStatus.

               SELECT AutoPayFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AutoIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT CertFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CertIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT CostFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CCostCampCode
                   FILE STATUS IS WSDataStatus.

               SELECT KycFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS KycIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT AuthFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSDataStatus.

               SELECT HierFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSDataStatus.

               SELECT RecurFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RecurKey
                   FILE STATUS IS WSDataStatus.

               SELECT TaxExemptFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TxIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT DueFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DueKey
                   FILE STATUS IS WSDataStatus.

               SELECT LoyBalFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LBIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT CaseFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CaseNum
                   ALTERNATE RECORD KEY IS CaseIDNum
                       WITH DUPLICATES
                   FILE STATUS IS WSDataStatus.

               SELECT PostHistFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSDataStatus.

               SELECT XrefFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSDataStatus.

               SELECT FxAcctFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FxAIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT FxPostFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FxPKey
                   FILE STATUS IS WSDataStatus.

               SELECT ReferralFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RflNewIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT OpenItemFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OiKey
                   FILE STATUS IS WSDataStatus.

               SELECT DepositFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DepIDNum
                   FILE STATUS IS WSDataStatus.

               SELECT FlatFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSDataStatus.

               SELECT InvHistFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHistStatus.

               SELECT InvReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD LimitFile.
                   COPY "LimitRec.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

               FD SuppressFile.
                   COPY "SuppRec.cpy".

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD LegalFile.
                   COPY "LegalRec.cpy".

               FD AgencyFile.
                   COPY "AgcyRec.cpy".

               FD BureauHistFile.
                   COPY "BurHist.cpy".

               FD EscheatFile.
                   COPY "EschRec.cpy".

               FD AutoPayFile.
                   COPY "AutoRec.cpy".

               FD CertFile.
                   COPY "CertRec.cpy".

               FD CostFile.
                   COPY "CostRec.cpy".

               FD KycFile.
                   COPY "KycRec.cpy".

               FD AuthFile.
                   COPY "AuthRec.cpy".

               FD HierFile.
                   COPY "HierRec.cpy".

               FD RecurFile.
                   COPY "RecurRec.cpy".

               FD TaxExemptFile.
                   COPY "TaxExRec.cpy".

               FD DueFile.
                   COPY "DueRec.cpy".

               FD LoyBalFile.
                   COPY "LoyBal.cpy".

               FD CaseFile.
                   COPY "CaseRec.cpy".

               FD PostHistFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD XrefFile.
                   COPY "JrnlXref.cpy".

               FD FxAcctFile.
                   COPY "FxAcct.cpy".

               FD FxPostFile.
                   COPY "FxPost.cpy".

               FD ReferralFile.
                   COPY "RefRec.cpy".

               FD OpenItemFile.
                   COPY "OpenItem.cpy".

               FD DepositFile.
                   COPY "DepRec.cpy".

               FD FlatFile.
                   1 FlatLine PIC X(2000).

               FD InvHistFile.
                   COPY "InvHist.cpy".

               FD InvReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSDataFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSDataStatus PIC X(2).
                   88 WSDataOK VALUE '00'.
               1 WSHistStatus PIC X(2).
                   88 WSHistOK VALUE '00'.
                   88 WSHistMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).

               1 WSWarnParm PIC X(4).
               1 WSWarnWeeks PIC 9(4) VALUE 13.

      *    Catalog lines as JournalCutover and PostHistCutover write
      *    them, read here only for their archived-entry counts.
               1 JrnlCatView.
                   2 FILLER PIC X(108).
                   2 JCatViewCount PIC 9(7).
               1 PostHCatView.
                   2 FILLER PIC X(106).
                   2 PCatViewCount PIC 9(7).

      *    The inventory: what is counted, where it lives and what
      *    holds it.
               1 InventoryList.
                   2 FILLER PIC X(42) VALUE
                       "MASTER    CUSTMSTR    test.dat            ".
                   2 FILLER PIC X(23) VALUE
                       "I 005000DupFinder      ".
                   2 FILLER PIC X(42) VALUE
                       "BALANCE   CUSTBAL     CustBal.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "POSTHIST  CUSTPOSTH   PostHist.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "IC000000PostHistCutover".
                   2 FILLER PIC X(42) VALUE
                       "POSTHARC  CUSTPOSTHCATPostHCatalog.dat    ".
                   2 FILLER PIC X(23) VALUE
                       "P 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "POSTJRNL  CUSTPOSTJ   PostJournal.log     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "JOURNAL   CUSTJRNL    Journal.log         ".
                   2 FILLER PIC X(23) VALUE
                       "SC000000JournalCutover ".
                   2 FILLER PIC X(42) VALUE
                       "JRNLARC   CUSTJRNLCAT JrnlCatalog.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "J 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "JRNLCAT   CUSTJRNLCAT JrnlCatalog.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "NOTES     CUSTNOTES   CustNotes.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "CAMPHIST  CUSTCAMPHISTCampaignHist.dat    ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "ARCHIVE   CUSTARCH    CustArchive.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "RUNLOG    CUSTRUNLOG  RunLog.dat          ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "ACCESSLOG CUSTACCLOG  AccessLog.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "RPTCAT    CUSTRPTCAT  ReportCatalog.dat   ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "BAKCAT    CUSTBAKCAT  BackupCatalog.dat   ".
                   2 FILLER PIC X(23) VALUE
                       "S 000500BackupRetention".
                   2 FILLER PIC X(42) VALUE
                       "BATCHREJ              BatchReject.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000200RejectWorkbench".
                   2 FILLER PIC X(42) VALUE
                       "MERGEREJ              MergeReject.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000200RejectWorkbench".
                   2 FILLER PIC X(42) VALUE
                       "CSVREJ                CsvReject.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000200RejectWorkbench".
                   2 FILLER PIC X(42) VALUE
                       "POSTREJ               PostReject.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "PENDPOST  CUSTPENDPOSTPendPost.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000200PostApprove    ".
                   2 FILLER PIC X(42) VALUE
                       "COLLQ     CUSTCOLLQ   CollQueue.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000200CollWork       ".
                   2 FILLER PIC X(42) VALUE
                       "PROMISES  CUSTCOLLPROMCollProm.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "DUNHIST   CUSTDUNHIST DunningHist.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "NSFHIST   CUSTNSFHIST NsfHist.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "WRITEOFF  CUSTWOFF    WriteOff.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 002000CreditBureau   ".
                   2 FILLER PIC X(42) VALUE
                       "REFUNDQ   CUSTREFQ    RefundQ.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 002000RefundReview   ".
                   2 FILLER PIC X(42) VALUE
                       "DORMANT   CUSTDORM    Dormant.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 002000Dormancy       ".
                   2 FILLER PIC X(42) VALUE
                       "WATCHLIST CUSTWATCH   WatchList.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 005000WatchScreen    ".
                   2 FILLER PIC X(42) VALUE
                       "SANCTHITS CUSTSANCT   SanctHits.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 002000SanctReview    ".
                   2 FILLER PIC X(42) VALUE
                       "SUSPCASE  CUSTSUSPCASESuspCase.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 005000SuspReview     ".
                   2 FILLER PIC X(42) VALUE
                       "SUSPRULE  CUSTSUSPRULESuspRule.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000100SuspRuleMaint  ".
                   2 FILLER PIC X(42) VALUE
                       "ALTADDR   CUSTALTADDR AltAddr.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 002000AltAddr        ".
                   2 FILLER PIC X(42) VALUE
                       "CODES     CUSTCODES   CodeTable.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000500CodeLookup     ".
                   2 FILLER PIC X(42) VALUE
                       "ZIPREF    CUSTZIPREF  ZipCity.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 001000ZipCity        ".
                   2 FILLER PIC X(42) VALUE
                       "TERRDEF   CUSTTERRDEF TerrDef.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 000100TerrAssign     ".
                   2 FILLER PIC X(42) VALUE
                       "GLMAP     CUSTGLMAP   GLMap.dat           ".
                   2 FILLER PIC X(23) VALUE
                       "S 000100GLMapMaint     ".
                   2 FILLER PIC X(42) VALUE
                       "HOLIDAYS  CUSTHOLIDAY Holidays.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000100NightlyBatch   ".
                   2 FILLER PIC X(42) VALUE
                       "RUNPARM   CUSTPARMS   RunParm.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 000300ParmMaint      ".
                   2 FILLER PIC X(42) VALUE
                       "RATHIST   CUSTRATHIST RatingHist.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "STATSHIST CUSTSTATS   StatsHist.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "QUALHIST  CUSTQUALHISTQualityHist.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "LIMITS    CUSTLIMIT   CredLimit.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "PLANS     CUSTPLAN    PayPlan.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "SUPPRESS  CUSTSUPP    Suppress.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "DISPUTE   CUSTDISPUTE Dispute.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 002000CreditBureau   ".
                   2 FILLER PIC X(42) VALUE
                       "LEGAL     CUSTLEGAL   LegalHold.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000200WelcomeRun     ".
                   2 FILLER PIC X(42) VALUE
                       "AGENCY    CUSTAGENCY  Agency.dat          ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "BURHIST   CUSTBURHIST BureauHist.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "ESCHEAT   CUSTESCHEAT Escheat.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "AUTOPAY   CUSTAUTOPAY AutoPay.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 005000AutoPayDebit   ".
                   2 FILLER PIC X(42) VALUE
                       "CERTFUNDS CUSTCERTF   CertFunds.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "CAMPCOST  CUSTCAMPCOSTCampCost.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "KYCFILE   CUSTKYC     KycFile.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "AUTHCON   CUSTAUTHCON AuthContact.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "HIERARCHY CUSTHIER    Hierarchy.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "RECURRING CUSTRECUR   Recurring.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "TAXRATES  CUSTTAXRATE TaxRates.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 001000TaxCalc        ".
                   2 FILLER PIC X(42) VALUE
                       "TAXEXEMPT CUSTTAXEX   TaxExempt.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "TAXLEDGER CUSTTAXLED  TaxLedger.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "STMTDUE   CUSTDUE     StmtDue.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "MINPAY    CUSTMINPAY  MinPayRules.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000020Statement      ".
                   2 FILLER PIC X(42) VALUE
                       "LOYLEDGER CUSTLOYALTY LoyaltyLedger.dat   ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "LOYBAL    CUSTLOYBAL  LoyaltyBal.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "LOYRATES  CUSTLOYRATE LoyaltyRates.dat    ".
                   2 FILLER PIC X(23) VALUE
                       "S 000020LoyaltyEarn    ".
                   2 FILLER PIC X(42) VALUE
                       "CASES     CUSTCASES   Cases.dat           ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "CASESLA   CUSTCASESLA CaseSla.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 000050CaseMaint      ".
                   2 FILLER PIC X(42) VALUE
                       "CORR      CUSTCORR    Correspondence.dat  ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "CASHFCST  CUSTFCSTHISTCashForecast.dat    ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "ATTRHIST  CUSTATTRHISTAttrHist.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "OVERHIST  CUSTOVERHISTOverHist.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "LIMREVQ   CUSTLIMREVQ LimitRevQ.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "BANKREC   CUSTBANKREC BankRecon.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "REFCHKREG CUSTCHKREG  RefChkReg.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 005000RefChkRun      ".
                   2 FILLER PIC X(42) VALUE
                       "JRNLXREF  CUSTJRNLXREFJrnlXref.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "NOTIFYQ   CUSTNTFQ    NotifyQueue.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "NOTIFYLOG CUSTNTFLOG  NotifyLog.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "BOUNCE    CUSTBOUNCE  EmailBounce.dat     ".
                   2 FILLER PIC X(23) VALUE
                       "S 005000ContactScan    ".
                   2 FILLER PIC X(42) VALUE
                       "PERIODCTL CUSTPERIOD  PeriodCtl.dat       ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "SNAPSHOT  CUSTSNAP    CustSnap.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "FXRATES   CUSTFXRATE  FxRates.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "S 001000FxConv         ".
                   2 FILLER PIC X(42) VALUE
                       "FXACCT    CUSTFXACCT  FxAcct.dat          ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "FXPOST    CUSTFXPOST  FxPostHist.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "REFERRAL  CUSTREFERRALReferral.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "IFACEDEF  CUSTIFACEDEFIfaceDef.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000100IfaceMaint     ".
                   2 FILLER PIC X(42) VALUE
                       "IFACELOG  CUSTIFACELOGIfaceLog.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "S 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "RPTREQ    CUSTRPTREQ  RptRequest.dat      ".
                   2 FILLER PIC X(23) VALUE
                       "S 000500RptRequest     ".
                   2 FILLER PIC X(42) VALUE
                       "OPENITEM  CUSTOPENITEMOpenItem.dat        ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
                   2 FILLER PIC X(42) VALUE
                       "DEPOSIT   CUSTDEPOSIT Deposit.dat         ".
                   2 FILLER PIC X(23) VALUE
                       "I 000000               ".
               1 Inventory REDEFINES InventoryList.
                   2 InvEntry OCCURS 88 TIMES.
                       3 InvName PIC X(10).
                       3 InvEnvVar PIC X(12).
                       3 InvDefault PIC X(20).
                       3 InvHow PIC X(1).
                           88 InvIndexed VALUE 'I'.
                           88 InvJrnlCatalog VALUE 'J'.
                           88 InvPostHCatalog VALUE 'P'.
                       3 InvCutover PIC X(1).
                           88 InvKeptByCutover VALUE 'C'.
                       3 InvLimit PIC 9(6).
                       3 InvLimitBy PIC X(15).

      *    This run's count and the previous run's, per file.
               1 InvCounts.
                   2 InvCountEntry OCCURS 88 TIMES.
                       3 InvCount PIC 9(9).
                       3 InvFound PIC X(1).
                           88 InvOnDisk VALUE 'Y'.
                       3 InvPriorDate PIC 9(8).
                       3 InvPriorCount PIC 9(9).

               1 WSInvCount PIC 9(3) VALUE 88.
               1 WSInvIdx PIC 9(3).

               1 WSDays PIC S9(7).
               1 WSGrowth PIC S9(9).
               1 WSWeeksLeft PIC 9(7).

               1 WSFilesCounted PIC 9(5) VALUE ZERO.
               1 WSNearLimitCount PIC 9(5) VALUE ZERO.
               1 WSAtLimitCount PIC 9(5) VALUE ZERO.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate1 PIC 9(8).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(40)
                       VALUE " Data-file inventory for business date".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(33) VALUE " File       Data file".
                   2 FILLER PIC X(13) VALUE "    Records".
                   2 FILLER PIC X(23) VALUE "Prior     Prior count".
                   2 FILLER PIC X(10) VALUE "Per week".
                   2 FILLER PIC X(9) VALUE "  Limit".
                   2 FILLER PIC X(17) VALUE "Limited by".
                   2 FILLER PIC X(10) VALUE "Weeks left".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetName PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetFile PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCount PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetPriorDate PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetPriorCount PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetGrowth PIC -ZZZ,ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetLimit PIC ZZZ,ZZ9 BLANK WHEN ZERO.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetLimitBy PIC X(15).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetWeeks PIC X(11).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetFlag PIC X(2).

               1 PrnWeeksEdit PIC ZZZ,ZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "FileInventory".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "FileInventory".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTINVHIST"
                   ON EXCEPTION
                       MOVE "InvHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTINVRPT"
                   ON EXCEPTION
                       MOVE "FileInventory.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSWarnParm FROM ENVIRONMENT "CUSTINVWARN"
                   ON EXCEPTION
                       MOVE SPACES TO WSWarnParm
               END-ACCEPT
               IF WSWarnParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSWarnParm) TO WSWarnWeeks
               END-IF
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               INITIALIZE InvCounts
               PERFORM LoadPriorCounts
               PERFORM CountOneFile
                   VARYING WSInvIdx FROM 1 BY 1
                   UNTIL WSInvIdx > WSInvCount
               PERFORM AppendHistory
               OPEN OUTPUT InvReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSBizDate TO PrnHeadDate
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneFile
                   VARYING WSInvIdx FROM 1 BY 1
                   UNTIL WSInvIdx > WSInvCount
               MOVE "Data files inventoried" TO PrnTotLabel
               MOVE WSFilesCounted TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Files at a table limit" TO PrnTotLabel
               MOVE WSAtLimitCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Files within the warning weeks of a limit"
                   TO PrnTotLabel
               MOVE WSNearLimitCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSFilesCounted TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE InvReport
               MOVE "FileInventory" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSFilesCounted TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "FileInventory: " WSFilesCounted
                   " files counted, " WSAtLimitCount " at a limit, "
                   WSNearLimitCount " near one."
               MOVE 'E' TO WSLogEvent
               MOVE WSFilesCounted TO WSLogRecords
               MOVE WSAtLimitCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadPriorCounts keeps, per file, the latest history line
      *    dated before tonight -- the run growth is measured from.
      *|==============================================================|

           LoadPriorCounts.
               MOVE 'N' TO WSEOF
               OPEN INPUT InvHistFile
               IF NOT WSHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ InvHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF InvHDate < WSBizDate
                               PERFORM NotePriorCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvHistFile.

           NotePriorCount.
               PERFORM VARYING WSInvIdx FROM 1 BY 1
                       UNTIL WSInvIdx > WSInvCount
                   IF InvName(WSInvIdx) = InvHName
                       AND InvHDate >= InvPriorDate(WSInvIdx)
                       MOVE InvHDate TO InvPriorDate(WSInvIdx)
                       MOVE InvHCount TO InvPriorCount(WSInvIdx)
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    CountOneFile resolves the file's name the way its own
      *    programs do and counts it.
      *|==============================================================|

           CountOneFile.
               MOVE InvDefault(WSInvIdx) TO WSDataFileName
               IF InvEnvVar(WSInvIdx) NOT = SPACES
                   ACCEPT WSDataFileName
                       FROM ENVIRONMENT InvEnvVar(WSInvIdx)
                       ON EXCEPTION
                           MOVE InvDefault(WSInvIdx)
                               TO WSDataFileName
                   END-ACCEPT
               END-IF
               ADD 1 TO WSFilesCounted
               MOVE 'N' TO WSEOF
               IF InvIndexed(WSInvIdx)
                   PERFORM CountIndexedFile
               ELSE
                   PERFORM CountFlatFile
               END-IF.

           CountIndexedFile.
               EVALUATE InvName(WSInvIdx)
                   WHEN "MASTER"
                       OPEN INPUT CustomerFile
                   WHEN "BALANCE"
                       OPEN INPUT BalanceFile
                   WHEN "LIMITS"
                       OPEN INPUT LimitFile
                   WHEN "PLANS"
                       OPEN INPUT PlanFile
                   WHEN "SUPPRESS"
                       OPEN INPUT SuppressFile
                   WHEN "DISPUTE"
                       OPEN INPUT DisputeFile
                   WHEN "LEGAL"
                       OPEN INPUT LegalFile
                   WHEN "AGENCY"
                       OPEN INPUT AgencyFile
                   WHEN "BURHIST"
                       OPEN INPUT BureauHistFile
                   WHEN "ESCHEAT"
                       OPEN INPUT EscheatFile
                   WHEN "AUTOPAY"
                       OPEN INPUT AutoPayFile
                   WHEN "CERTFUNDS"
                       OPEN INPUT CertFile
                   WHEN "CAMPCOST"
                       OPEN INPUT CostFile
                   WHEN "KYCFILE"
                       OPEN INPUT KycFile
                   WHEN "AUTHCON"
                       OPEN INPUT AuthFile
                   WHEN "HIERARCHY"
                       OPEN INPUT HierFile
                   WHEN "RECURRING"
                       OPEN INPUT RecurFile
                   WHEN "TAXEXEMPT"
                       OPEN INPUT TaxExemptFile
                   WHEN "STMTDUE"
                       OPEN INPUT DueFile
                   WHEN "LOYBAL"
                       OPEN INPUT LoyBalFile
                   WHEN "CASES"
                       OPEN INPUT CaseFile
                   WHEN "POSTHIST"
                       OPEN INPUT PostHistFile
                   WHEN "JRNLXREF"
                       OPEN INPUT XrefFile
                   WHEN "FXACCT"
                       OPEN INPUT FxAcctFile
                   WHEN "FXPOST"
                       OPEN INPUT FxPostFile
                   WHEN "REFERRAL"
                       OPEN INPUT ReferralFile
                   WHEN "OPENITEM"
                       OPEN INPUT OpenItemFile
                   WHEN "DEPOSIT"
                       OPEN INPUT DepositFile
               END-EVALUATE
               IF NOT WSDataOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO InvFound(WSInvIdx)
               PERFORM UNTIL WSAtEOF
                   EVALUATE InvName(WSInvIdx)
                       WHEN "MASTER"
                           READ CustomerFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "BALANCE"
                           READ BalanceFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "LIMITS"
                           READ LimitFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "PLANS"
                           READ PlanFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "SUPPRESS"
                           READ SuppressFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "DISPUTE"
                           READ DisputeFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "LEGAL"
                           READ LegalFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "AGENCY"
                           READ AgencyFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "BURHIST"
                           READ BureauHistFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "ESCHEAT"
                           READ EscheatFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "AUTOPAY"
                           READ AutoPayFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "CERTFUNDS"
                           READ CertFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "CAMPCOST"
                           READ CostFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "KYCFILE"
                           READ KycFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "AUTHCON"
                           READ AuthFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "HIERARCHY"
                           READ HierFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "RECURRING"
                           READ RecurFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "TAXEXEMPT"
                           READ TaxExemptFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "STMTDUE"
                           READ DueFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "LOYBAL"
                           READ LoyBalFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "CASES"
                           READ CaseFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "POSTHIST"
                           READ PostHistFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "JRNLXREF"
                           READ XrefFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "FXACCT"
                           READ FxAcctFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "FXPOST"
                           READ FxPostFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "REFERRAL"
                           READ ReferralFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "OPENITEM"
                           READ OpenItemFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                       WHEN "DEPOSIT"
                           READ DepositFile
                               AT END SET WSAtEOF TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT WSAtEOF
                       PERFORM TallyIndexedRecord
                   END-IF
               END-PERFORM
               EVALUATE InvName(WSInvIdx)
                   WHEN "MASTER"
                       CLOSE CustomerFile
                   WHEN "BALANCE"
                       CLOSE BalanceFile
                   WHEN "LIMITS"
                       CLOSE LimitFile
                   WHEN "PLANS"
                       CLOSE PlanFile
                   WHEN "SUPPRESS"
                       CLOSE SuppressFile
                   WHEN "DISPUTE"
                       CLOSE DisputeFile
                   WHEN "LEGAL"
                       CLOSE LegalFile
                   WHEN "AGENCY"
                       CLOSE AgencyFile
                   WHEN "BURHIST"
                       CLOSE BureauHistFile
                   WHEN "ESCHEAT"
                       CLOSE EscheatFile
                   WHEN "AUTOPAY"
                       CLOSE AutoPayFile
                   WHEN "CERTFUNDS"
                       CLOSE CertFile
                   WHEN "CAMPCOST"
                       CLOSE CostFile
                   WHEN "KYCFILE"
                       CLOSE KycFile
                   WHEN "AUTHCON"
                       CLOSE AuthFile
                   WHEN "HIERARCHY"
                       CLOSE HierFile
                   WHEN "RECURRING"
                       CLOSE RecurFile
                   WHEN "TAXEXEMPT"
                       CLOSE TaxExemptFile
                   WHEN "STMTDUE"
                       CLOSE DueFile
                   WHEN "LOYBAL"
                       CLOSE LoyBalFile
                   WHEN "CASES"
                       CLOSE CaseFile
                   WHEN "POSTHIST"
                       CLOSE PostHistFile
                   WHEN "JRNLXREF"
                       CLOSE XrefFile
                   WHEN "FXACCT"
                       CLOSE FxAcctFile
                   WHEN "FXPOST"
                       CLOSE FxPostFile
                   WHEN "REFERRAL"
                       CLOSE ReferralFile
                   WHEN "OPENITEM"
                       CLOSE OpenItemFile
                   WHEN "DEPOSIT"
                       CLOSE DepositFile
               END-EVALUATE.

      *    The master's two control records are not customers.
           TallyIndexedRecord.
               IF InvName(WSInvIdx) = "MASTER"
                   AND (IDNum = ZERO OR IDNum = 9999999)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO InvCount(WSInvIdx).

           CountFlatFile.
               OPEN INPUT FlatFile
               IF NOT WSDataOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO InvFound(WSInvIdx)
               PERFORM UNTIL WSAtEOF
                   READ FlatFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TallyFlatRecord
                   END-READ
               END-PERFORM
               CLOSE FlatFile.

           TallyFlatRecord.
               EVALUATE TRUE
                   WHEN InvJrnlCatalog(WSInvIdx)
                       MOVE FlatLine TO JrnlCatView
                       IF JCatViewCount IS NUMERIC
                           ADD JCatViewCount TO InvCount(WSInvIdx)
                       END-IF
                   WHEN InvPostHCatalog(WSInvIdx)
                       MOVE FlatLine TO PostHCatView
                       IF PCatViewCount IS NUMERIC
                           ADD PCatViewCount TO InvCount(WSInvIdx)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO InvCount(WSInvIdx)
               END-EVALUATE.

           AppendHistory.
               OPEN EXTEND InvHistFile
               IF WSHistMissing
                   OPEN OUTPUT InvHistFile
               END-IF
               PERFORM VARYING WSInvIdx FROM 1 BY 1
                       UNTIL WSInvIdx > WSInvCount
                   MOVE WSBizDate TO InvHDate
                   MOVE InvName(WSInvIdx) TO InvHName
                   MOVE InvCount(WSInvIdx) TO InvHCount
                   WRITE InvHistRecord
               END-PERFORM
               CLOSE InvHistFile.

      *|==============================================================|
      *    PrintOneFile: growth per week is the change since the
      *    prior run scaled to seven days; weeks left is the room
      *    under the table limit at that growth.
      *|==============================================================|

           PrintOneFile.
               MOVE SPACES TO DetailLine
               MOVE InvName(WSInvIdx) TO PrnDetName
               MOVE InvDefault(WSInvIdx) TO PrnDetFile
               MOVE InvCount(WSInvIdx) TO PrnDetCount
               MOVE InvLimit(WSInvIdx) TO PrnDetLimit
               MOVE InvLimitBy(WSInvIdx) TO PrnDetLimitBy
               MOVE ZERO TO WSGrowth
               IF InvPriorDate(WSInvIdx) = ZERO
                   MOVE "none" TO PrnDetPriorDate
                   MOVE ZERO TO PrnDetPriorCount
               ELSE
                   MOVE InvPriorDate(WSInvIdx) TO PrnDetPriorDate
                   MOVE InvPriorCount(WSInvIdx) TO PrnDetPriorCount
                   PERFORM WorkOutGrowth
               END-IF
               MOVE WSGrowth TO PrnDetGrowth
               EVALUATE TRUE
                   WHEN InvKeptByCutover(WSInvIdx)
                       MOVE "cutover" TO PrnDetWeeks
                   WHEN NOT InvOnDisk(WSInvIdx)
                       MOVE "not on disk" TO PrnDetWeeks
                   WHEN InvLimit(WSInvIdx) = ZERO
                       MOVE SPACES TO PrnDetWeeks
                   WHEN InvCount(WSInvIdx) >= InvLimit(WSInvIdx)
                       MOVE "AT LIMIT" TO PrnDetWeeks
                       MOVE "**" TO PrnDetFlag
                       ADD 1 TO WSAtLimitCount
                   WHEN WSGrowth <= ZERO
                       MOVE "not growing" TO PrnDetWeeks
                   WHEN OTHER
                       COMPUTE WSWeeksLeft = (InvLimit(WSInvIdx)
                           - InvCount(WSInvIdx)) / WSGrowth
                       MOVE WSWeeksLeft TO PrnWeeksEdit
                       MOVE PrnWeeksEdit TO PrnDetWeeks
                       IF WSWeeksLeft < WSWarnWeeks
                           MOVE "**" TO PrnDetFlag
                           ADD 1 TO WSNearLimitCount
                       END-IF
               END-EVALUATE
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WorkOutGrowth.
               MOVE 'D' TO WSDateCalcOp
               MOVE InvPriorDate(WSInvIdx) TO WSDateCalcDate1
               MOVE WSBizDate TO WSDateCalcDate2
               CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y' OR WSDateCalcDays <= ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSGrowth ROUNDED = (InvCount(WSInvIdx)
                   - InvPriorCount(WSInvIdx)) * 7 / WSDateCalcDays.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
