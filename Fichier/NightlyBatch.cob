      *
      *    The chain, in the order a night's work actually has to
      *    happen, is:
      *        0. ParmList         - list the run parameters in force
      *                              for the business date into the
      *                              report catalog
      *        1. BackupCust       - archive today's master before
      *                              anything below is allowed to
      *                              change it
      *        1'. BackupSet       - archive the master together with
      *                              every money and control file as
      *                              one consistent set (RestoreSet
      *                              rolls a bad night back whole)
      *        1a. BackupRetention - prune archive generations beyond
      *                              the configured keep count, now
      *                              that tonight's archive is safely
      *                              written and catalogued
      *        1b. WatchLoad       - take in a newly published
      *                              sanctions watch list and
      *                              re-screen the master against it,
      *                              ahead of the day's new customers
      *        1c. PortalImport    - apply the web portal's
      *                              self-service contact and
      *                              do-not-contact requests, queue
      *                              its address changes for a
      *                              clerk's approval, and answer
      *                              the portal
      *        2. MergeTransactions - apply the day's accumulated
      *                              transactions to the master
      *        2'. RecurBill       - bill the standing charges
      *                              falling due on the customer's
      *                              cycle day as postings for
      *                              tonight's run
      *        2''. ReferralRun    - pay the referral reward on the
      *                              referrals that qualified, as
      *                              credit postings for tonight's
      *                              run
      *        2'''. DepRelease    - release the security deposits
      *                              due back, applying a closed
      *                              account's to what it owes as
      *                              adjustments for tonight's run
      *                              and queuing the rest for refund
      *        2a. FeeAssess       - on the month's last cycle,
      *                              generate the fee and interest
      *                              assessment postings so PostTrans
      *                              applies them with the day's keyed
      *                              postings
      *        2a'. NsfImport      - turn the bank's returned-item
      *                              file into reversal and NSF fee
      *                              postings for tonight's run
      *        2a''. AutoPaySettle - turn the bank's direct-debit
      *                              settlements into credit
      *                              postings; failures reported
      *        2a'''. AgcyImport   - net the collection agency's
      *                              remittance into credit postings
      *                              and requeue recalled accounts
      *        2a''''. BankRecon   - match the bank's statement
      *                              against our deposit batches,
      *                              lockbox and autopay totals;
      *                              unmatched items carry forward
      *        2b. PostTrans       - apply the day's debit/credit
      *                              postings to the balance file,
      *                              now that the merge has settled
      *                              who is on the master
      *        2b'. GLInterface    - summarize the day's posting
      *                              history into the balanced GL
      *                              journal file for accounting
      *        2c. PlanCheck       - monitor the payment plans
      *                              against the credits received,
      *                              now that tonight's postings are
      *                              on the history
      *        2c'. DueCheck       - judge the statements whose
      *                              payment due date has come
      *                              against the credits received,
      *                              marking each minimum paid or
      *                              missed
      *        2c'''. LoyaltyEarn  - earn loyalty points on tonight's
      *                              payments, pay campaign bonuses,
      *                              and on the month's last cycle
      *                              expire the aged points
      *        2c''''. AutoPayDebit  - write the month's direct-debit
      *                              requests off the settled balances
      *        2c'''''. RefChkRun  - number and print the approved
      *                              refund checks, write the bank's
      *                              positive-pay file, and reverse
      *                              voided and stale-dated checks
      *        3. ReconCheck       - confirm the master's record count
      *                              still agrees with its trailer
      *                              once the merge is done
      *        3'. CustSnapshot    - write the one flat customer
      *                              snapshot, master joined to
      *                              balance, tier, territory, cycle,
      *                              household and do-not-contact,
      *                              that every reporting step below
      *                              reads instead of the master
      *        4. SortCust         - build the sorted extract Reports
      *                              .cob reads back in name order
      *        5. ReportsCob       - print the customer report off
      *        5c. Dashboard       - the one-page management summary
      *                              of the master as the night
      *                              leaves it
      *        5d. AgcyPlace       - on the month's last cycle, hand
      *                              the aged broken-promise accounts
      *                              to the collection agency, ahead
      *                              of the MonthEnd snapshot
      *        5d'. CreditBureau   - on the month's last cycle, write
      *                              the credit-bureau reporting file
      *                              for the business accounts
      *        5d''. KycDue        - on the month's last cycle, list
      *                              the customers whose identity
      *                              document has expired or whose
      *                              re-verification falls due
      *        5d'''. AuthReview   - on the month's last cycle, list
      *                              the authorized contacts lapsed
      *                              or held without a signed
      *                              authority
      *        5d''''. TaxReport   - on the month's last cycle,
      *                              report the sales-tax liability
      *                              by jurisdiction, reconciled to
      *                              the posted tax lines
      *        5d'''''. LoyaltyRpt - on the month's last cycle,
      *                              report the points outstanding
      *                              and their cash value
      *        5d''''''. CaseReport - on the month's last cycle,
      *                              count the service cases opened,
      *                              closed and breached by category
      *        5d'''''''. AttrWatch - on the month's last cycle,
      *                              score the active customers for
      *                              early signs of leaving and list
      *                              those flagged by territory
      *        5d''''''''. FxReval - on the month's last cycle,
      *                              revalue the foreign-currency
      *                              balances at the month-end rate
      *        5d'''''''''. ReferralRpt - on the month's last cycle,
      *                              report referrals, qualifications
      *                              and rewards by referrer and
      *                              territory
      *        5d''''''''''. DepYearEnd - on December's last cycle,
      *                              accrue the year's interest on
      *                              the security deposits and print
      *                              the annual deposit statements
      *        5e. AccessAnomaly   - review the day's customer views
      *                              for operators far above their
      *                              own norm and views with nothing
      *                              done, while the day's journal is
      *                              still live
      *        5e'. OperDormant    - lock the operator Ids unused past
      *                              the dormancy limit, journaling
      *                              each lockout
      *        5e''. OperRecert    - on the quarter's last cycle,
      *                              print the operator access
      *                              recertification for sign-off
      *        5e'''. SodConflict  - on the month's last cycle, list
      *                              the operators who changed a
      *                              customer's identity data and
      *                              moved that customer's money
      *        5e''''. CustProfit  - on the quarter's last cycle,
      *                              the customer and tier
      *                              profitability report
      *        5e'''''. LimitReview - on the quarter's last cycle,
      *                              recommend raising or cutting
      *                              each credit limit, queued for
      *                              the supervisor's LimitApprove
      *        5f. SuspMonitor     - run the suspicious-activity rules
      *                              across the journal, the posting
      *                              history, the refund queue and
      *                              the dormancy marks, opening a
      *                              case for each alert
      *        5f'. CaseAging      - age the open service cases by
      *                              owner and escalate those past
      *                              their promised response date
      *        5g. AddrNotice      - letter every customer whose
      *                              address was changed, at the new
      *                              address and at the old one
      *        5g'. NotifyStat     - take in the messaging vendor's
      *                              delivery report for the last
      *                              messages sent; failures listed,
      *                              bounced emails filed for
      *                              ContactScan
      *        5g''. NotifySend    - turn the day's queued customer
      *                              events into tonight's outbound
      *                              email and text file
      *        5g'''. IfaceRpt     - the day's interface status:
      *                              each registered file received,
      *                              sent, acknowledged or overdue
      *        6. JournalCutover   - archive the night's journal into
      *                              a date-named segment and start a
      *                              fresh Journal.log, once every
      *                              journal-writing step above is
      *                              done with it
      *        6'. JrnlVerify      - walk the new segment, the live
      *                              Journal.log and PostJournal.log
      *                              along their chained check values;
      *                              a break (return code 8) is
      *                              reported, not a reason to stop
      *        6a. FileInventory   - on the week's last cycle, count
      *                              every data file and project its
      *                              growth against the table limits
      *        6b. CashForecast    - on the week's last cycle too,
      *                              the 13-week expected-collections
      *                              forecast for treasury
      *        7. RptReqRun        - run the one-off reports operators
      *                              queued on RptRequest during the
      *                              day, each filed in the report
      *                              catalog under its requester
      *
      *    A bare CALL carries no argv of its own, so RunStep-Report
      *    sets the CUSTSORT environment variable to 'N' ahead of the
      *    variable (the same DISPLAY UPON ENVIRONMENT-NAME route
      *    RunStep-Report uses for CUSTSORT); CloseBusinessDate marks
      *    it complete only once the whole chain has finished.
      *
      *    While the date is open each step's outcome goes on a
      *    ledger behind the date record on BizDate.dat. A night
      *    that stopped partway is not blindly started over -- that
      *    would take the backup again and re-enter the merge and
      *    the posting: the next run for the still-open date only
      *    says where it stopped, unless the 2nd command-line
      *    argument is RESUME, which passes over the steps the
      *    ledger shows finished and carries on from the failed
      *    step, logging a restart ('R') inside the same cycle, or
      *    RERUN, which starts the night over as before. A resumed
      *    night takes back the master marker its own stopped run
      *    left held.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                       2 BizStatusFlag PIC X(1).
                           88 BizDateOpen VALUE 'O'.
                           88 BizDateComplete VALUE 'C'.
      *    Behind the date record, one ledger line per step the
      *    open date has finished ('D') and the step it stopped at
      *    ('F'), so a restart knows what is already done.
                           88 BizStepDone VALUE 'D'.
                           88 BizStepFailed VALUE 'F'.
                       2 BizStepName PIC X(20).

      *    Business-day calendar: one listed holiday per line --
      *    weekends are implied by DateCalc's day-of-week answer and
               1 WSBizRefusedFlag PIC X(1) VALUE 'N'.
                   88 WSBizRefused VALUE 'Y'.

      *    Restart work: the 2nd command-line argument (RESUME or
      *    RERUN) answers the offer made when the business date is
      *    still open from a night that stopped partway; the step
      *    ledger off BizDate.dat says what that night finished.
               1 WSRestartParm PIC X(8).
                   88 WSResumeAsked VALUE 'RESUME'.
                   88 WSRerunAsked VALUE 'RERUN'.

               1 WSBizEOF PIC X(1).
                   88 WSBizAtEOF VALUE 'Y'.

               1 WSBizWasOpenFlag PIC X(1) VALUE 'N'.
                   88 WSBizWasOpen VALUE 'Y'.

               1 WSRestartOfferFlag PIC X(1) VALUE 'N'.
                   88 WSRestartOffered VALUE 'Y'.

               1 WSResumeFlag PIC X(1) VALUE 'N'.
                   88 WSResuming VALUE 'Y'.

               1 WSRestartFlag PIC X(1) VALUE 'N'.
                   88 WSIsRestart VALUE 'Y'.

               1 WSStepDoneFlag PIC X(1) VALUE 'N'.
                   88 WSStepAlreadyDone VALUE 'Y'.

               1 WSLedgerFlag PIC X(1).

               1 WSFailedStep PIC X(20) VALUE SPACES.
               1 WSLastDoneStep PIC X(20) VALUE SPACES.

               1 WSDoneMax PIC 9(3) VALUE 100.
               1 WSDoneCount PIC 9(3) VALUE ZERO.
               1 WSDoneIdx PIC 9(3).
               1 DoneTable.
                   2 DoneStep OCCURS 100 TIMES PIC X(20).

      *    Business-day calendar work: the holiday table off
      *    CUSTHOLIDAY (default Holidays.dat), and the verdict on
      *    whether a date is a business day at all.
               1 WSMonthEndFlag PIC X(1) VALUE 'N'.
                   88 WSIsMonthEnd VALUE 'Y'.

      *    Week-end test: the next business day falling on an
      *    earlier weekday than tonight means a new week starts.
               1 WSBizDow PIC 9(1).
               1 WSWeekEndFlag PIC X(1) VALUE 'N'.
                   88 WSIsWeekEnd VALUE 'Y'.

      *    Run-log work area handed to the shared RunLog subprogram:
      *    NightlyBatch writes the cycle-open and cycle-close records
      *    that bracket the step records each step writes for itself.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM SettleBusinessDate
               PERFORM LoadHolidayTable
      *    On a weekend or listed holiday the chain logs the skip
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSRestartOffered
                   PERFORM OfferRestart
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'T' TO WSLockFunction
               MOVE "NIGHTLY" TO WSLockHolder
               CALL 'CustLock' USING WSLockFunction WSLockHolder
                   WSLockHeld
      *    A resumed night takes over the marker its own stopped
      *    run left held; anyone else's marker still refuses it.
               IF WSMasterLocked AND WSResuming
                   AND WSLockHolder = "NIGHTLY"
                   MOVE 'N' TO WSLockHeld
               END-IF
               IF WSMasterLocked
                   DISPLAY "Nightly batch cycle refused: customer "
                       "master is marked in use by " WSLockHolder "."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *    A resumed night logs a restart inside the cycle it
      *    finishes rather than opening another, carrying the count
      *    of steps already done.
               IF WSResuming
                   MOVE 'R' TO WSLogEvent
                   MOVE WSDoneCount TO WSLogRecords
               ELSE
                   MOVE 'C' TO WSLogEvent
               END-IF
               MOVE ZERO TO WSLogRC
               PERFORM WriteRunLogRecord
               MOVE ZERO TO WSLogRecords
               PERFORM RunStep-ParmList
               IF NOT WSStepFailed
                   PERFORM RunStep-Backup
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-BackupSet
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-Retention
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-WatchLoad
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-PortalImport
               END-IF
               IF NOT WSStepFailed
      *    With branches configured (CUSTBRBASE set), their day
      *    files are proved and consolidated into the one merged
      *    day file before the merge reads it.
               IF NOT WSStepFailed
                   PERFORM RunStep-Merge
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-RecurBill
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-ReferralRun
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-DepRelease
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-Assess
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-NsfImport
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-AutoPaySettle
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-AgcyImport
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-BankRecon
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-PendPostRpt
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-Posting
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-GLInterface
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-PlanCheck
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-DueCheck
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-LoyaltyEarn
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-PostRecon
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-AutoPayDebit
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-OverLimit
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-CollCheck
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-RefChkRun
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-RefundSweep
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-Recon
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-CustSnapshot
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-Sort
               END-IF
      *    DateCalc.
                   PERFORM CheckMonthEnd
                   IF WSIsMonthEnd
                       PERFORM RunStep-AgcyPlace
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-CreditBureau
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-KycDue
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-AuthReview
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-TaxReport
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-LoyaltyRpt
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-CaseReport
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-AttrWatch
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-FxReval
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-ReferralRpt
                   END-IF
      *    The month-end that closes December closes the deposit
      *    year.
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       AND WSBizDate(5:2) = "12"
                       PERFORM RunStep-DepYearEnd
                   END-IF
                   IF WSIsMonthEnd AND NOT WSStepFailed
                       PERFORM RunStep-MonthEnd
                   END-IF
               END-IF
                   CALL 'CustLock' USING WSLockFunction WSLockHolder
                       WSLockHeld
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-AccessAnomaly
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-OperDormant
               END-IF
      *    The month-end that closes March, June, September or
      *    December closes the quarter too.
               IF NOT WSStepFailed AND WSIsMonthEnd
                   AND (WSBizDate(5:2) = "03" OR "06" OR "09" OR "12")
                   PERFORM RunStep-OperRecert
               END-IF
               IF NOT WSStepFailed AND WSIsMonthEnd
                   PERFORM RunStep-SodConflict
               END-IF
               IF NOT WSStepFailed AND WSIsMonthEnd
                   AND (WSBizDate(5:2) = "03" OR "06" OR "09" OR "12")
                   PERFORM RunStep-CustProfit
               END-IF
               IF NOT WSStepFailed AND WSIsMonthEnd
                   AND (WSBizDate(5:2) = "03" OR "06" OR "09" OR "12")
                   PERFORM RunStep-LimitReview
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-SuspMonitor
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-CaseAging
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-AddrNotice
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-NotifyStat
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-NotifySend
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-IfaceRpt
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-JrnlCutover
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-JrnlVerify
               END-IF
               IF NOT WSStepFailed
                   PERFORM CheckWeekEnd
                   IF WSIsWeekEnd
                       PERFORM RunStep-FileInventory
                       IF NOT WSStepFailed
                           PERFORM RunStep-CashForecast
                       END-IF
                   END-IF
               END-IF
               IF NOT WSStepFailed
                   PERFORM RunStep-RptReqRun
               END-IF
               IF WSStepFailed
                   DISPLAY "Nightly batch cycle stopped at step "
                       WSStepName
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WSRestartParm FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WSRestartParm
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WSRestartParm)
                   TO WSRestartParm
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               ELSE
               END-PERFORM.

           OpenBusinessDate.
               MOVE ZERO TO WSDoneCount
               OPEN INPUT BizDateFile
               IF WSBizFileOK
                   READ BizDateFile
                       AT END CONTINUE
                       NOT AT END
                           IF BizRunDate = WSBizDate
                               IF BizDateComplete
                                   SET WSBizRefused TO TRUE
                               END-IF
                               IF BizDateOpen
                                   SET WSBizWasOpen TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WSBizWasOpen
                       PERFORM LoadStepLedger
                   END-IF
                   CLOSE BizDateFile
               END-IF
               IF WSBizRefused
                   EXIT PARAGRAPH
               END-IF
      *    A date still open with steps finished is a night that
      *    stopped partway: it resumes only on RESUME, starts over
      *    only on RERUN, and otherwise the offer is all it gets.
               IF WSDoneCount > ZERO
                   EVALUATE TRUE
                       WHEN WSResumeAsked
                           SET WSResuming TO TRUE
                           SET WSIsRestart TO TRUE
                       WHEN WSRerunAsked
                           MOVE ZERO TO WSDoneCount
                       WHEN OTHER
                           SET WSRestartOffered TO TRUE
                           EXIT PARAGRAPH
                   END-EVALUATE
               END-IF
               IF NOT WSResuming
                   OPEN OUTPUT BizDateFile
                   MOVE WSBizDate TO BizRunDate
                   MOVE 'O' TO BizStatusFlag
                   MOVE SPACES TO BizStepName
                   WRITE BizDateRecord
                   CLOSE BizDateFile
               END-IF
               DISPLAY "CUSTBIZDATE" UPON ENVIRONMENT-NAME
               DISPLAY WSBizDate UPON ENVIRONMENT-VALUE
               IF WSResuming
                   DISPLAY "Nightly batch cycle resumed for business "
                       "date " WSBizDate "; " WSDoneCount
                       " steps already complete."
               ELSE
                   DISPLAY "Nightly batch cycle opened for business "
                       "date " WSBizDate "."
               END-IF.

      *|==============================================================|
      *    LoadStepLedger reads the open date's ledger lines behind
      *    the date record: every step finished, and the step the
      *    night stopped at when it stopped cleanly enough to say.
      *|==============================================================|

           LoadStepLedger.
               MOVE 'N' TO WSBizEOF
               PERFORM UNTIL WSBizAtEOF
                   READ BizDateFile
                       AT END SET WSBizAtEOF TO TRUE
                       NOT AT END
                           IF BizRunDate = WSBizDate
                               PERFORM NoteLedgerLine
                           END-IF
                   END-READ
               END-PERFORM.

           NoteLedgerLine.
               EVALUATE TRUE
                   WHEN BizStepDone
                       IF WSDoneCount < WSDoneMax
                           ADD 1 TO WSDoneCount
                           MOVE BizStepName TO DoneStep(WSDoneCount)
                       END-IF
                       MOVE BizStepName TO WSLastDoneStep
                       MOVE SPACES TO WSFailedStep
                   WHEN BizStepFailed
                       MOVE BizStepName TO WSFailedStep
               END-EVALUATE.

      *|==============================================================|
      *    OfferRestart tells the operator where the open night
      *    stopped and how to carry on from there.
      *|==============================================================|

           OfferRestart.
               DISPLAY "Nightly batch cycle not started: business "
                   "date " WSBizDate " is still open, "
                   WSDoneCount " steps complete."
               IF WSFailedStep NOT = SPACES
                   DISPLAY "  It stopped at step " WSFailedStep "."
               ELSE
                   DISPLAY "  It stopped after step "
                       WSLastDoneStep "."
               END-IF
               DISPLAY "  Rerun with RESUME as the 2nd argument to "
                   "carry on from the failed step, skipping the"
               DISPLAY "  steps already done, or RERUN to start the "
                   "night over from BackupCust.".

      *|==============================================================|
      *    CloseBusinessDate marks the open business date complete,
      *    which is what OpenBusinessDate tests to refuse an
      *    accidental second run of the same date. A cycle that
      *    stopped partway leaves the date open, with its step
      *    ledger, so the restart that finishes the night is still
      *    allowed in.
      *|==============================================================|

           CloseBusinessDate.
               OPEN OUTPUT BizDateFile
               MOVE WSBizDate TO BizRunDate
               MOVE 'C' TO BizStatusFlag
               MOVE SPACES TO BizStepName
               WRITE BizDateRecord
               CLOSE BizDateFile.

      *|==============================================================|
      *    Each RunStep- paragraph names its step, asks CheckStep-
      *    Done whether a resumed night already finished it, CALLs
      *    one program in the chain and then hands the RETURN-CODE
      *    the CALLed program left behind to CheckStepResult, so a
      *    failure message always says which step stopped the run.
      *|==============================================================|

           RunStep-ParmList.
               MOVE "ParmList" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'ParmList'
               PERFORM CheckStepResult.

           RunStep-Backup.
               MOVE "BackupCust" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'BackupCust'
               PERFORM CheckStepResult.

           RunStep-BackupSet.
               MOVE "BackupSet" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'BackupSet'
               PERFORM CheckStepResult.

           RunStep-Retention.
               MOVE "BackupRetention" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'BackupRetention'
               PERFORM CheckStepResult.

      *    WatchLoad takes in a new watch list before the merge, so
      *    the day's new customers are screened against it. A list
      *    that does not prove whole is refused with return code 8
      *    and the night goes on against the list already loaded.
      *    The screen's tables are reloaded for the new list.
           RunStep-WatchLoad.
               MOVE "WatchLoad" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CANCEL 'WatchScreen'
               CALL 'WatchLoad'
               PERFORM CheckTolerantStepResult.

      *    PortalImport empties the portal's request file once every
      *    request is answered, so a rerun of the night finds
      *    nothing to apply twice.
           RunStep-PortalImport.
               MOVE "PortalImport" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'PortalImport'
               PERFORM CheckStepResult.

           RunStep-BranchMerge.
               MOVE "BranchMerge" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'BranchMerge'
               PERFORM CheckStepResult.

           RunStep-Merge.
               MOVE "MergeTransactions" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'MergeTransactions'
               PERFORM CheckTolerantStepResult.

      *    RecurBill queues the recurring charges falling due ahead
      *    of PostTrans, under their own deposit batch header.
           RunStep-RecurBill.
               MOVE "RecurBill" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'RecurBill'
               PERFORM CheckStepResult.

      *    ReferralRun queues the night's referral rewards ahead of
      *    PostTrans, under their own deposit batch header.
           RunStep-ReferralRun.
               MOVE "ReferralRun" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'ReferralRun'
               PERFORM CheckStepResult.

           RunStep-DepRelease.
               MOVE "DepRelease" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'DepRelease'
               PERFORM CheckStepResult.

      *    FeeAssess runs between the merge and the posting so its
      *    month-end assessment lines join the day's postings and go
      *    through PostTrans's validate-reject-journal discipline.
      *    on CUSTMONTHEND, so the assessment agrees with the
      *    month-end snapshot about which cycle closes the month.
           RunStep-Assess.
               MOVE "FeeAssess" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckMonthEnd
               DISPLAY "CUSTMONTHEND" UPON ENVIRONMENT-NAME
               IF WSIsMonthEnd
                   DISPLAY "N" UPON ENVIRONMENT-VALUE
               END-IF
               CALL 'FeeAssess'
               PERFORM CheckStepResult.

      *    NsfImport queues the returned checks ahead of the
      *    posting, so the reversals and fees apply tonight; a bank
      *    file that does not balance to its header stops the chain.
           RunStep-NsfImport.
               MOVE "NsfImport" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'NsfImport'
               PERFORM CheckStepResult.

      *    AutoPaySettle queues the settled direct debits with the
      *    returned checks, ahead of the posting; a settlement file
      *    that does not balance to its header stops the chain.
           RunStep-AutoPaySettle.
               MOVE "AutoPaySettle" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AutoPaySettle'
               PERFORM CheckStepResult.

      *    AgcyImport queues the agency's net collections with the
      *    other bank credits, ahead of the posting; a remittance
      *    file that does not balance to its header stops the chain.
      *    FeeAssess has the placement file open through AgcyCheck,
      *    so AgcyCheck is cancelled to release it first.
           RunStep-AgcyImport.
               MOVE "AgcyImport" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CANCEL 'AgcyCheck'
               CALL 'AgcyImport'
               PERFORM CheckStepResult.

      *    BankRecon matches tonight's deposits, before the posting
      *    file is consumed, against the bank statement. A statement
      *    that does not balance to its header is refused with RC 8
      *    and the chain goes on; tomorrow's statement will do.
           RunStep-BankRecon.
               MOVE "BankRecon" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'BankRecon'
               PERFORM CheckTolerantStepResult.

      *    PendPostRpt lists postings still held for dual-control
      *    approval before tonight's posting run, so unapproved
      *    money never waits in silence.
           RunStep-PendPostRpt.
               MOVE "PendPostRpt" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'PendPostRpt'
               PERFORM CheckStepResult.

           RunStep-Posting.
               MOVE "PostTrans" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'PostTrans'
               PERFORM CheckTolerantStepResult.

      *    GLInterface follows the posting so the GL journal file
      *    carries everything tonight applied; a file whose debits
      *    and credits do not net to zero stops the chain here.
           RunStep-GLInterface.
               MOVE "GLInterface" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'GLInterface'
               PERFORM CheckStepResult.

      *    PlanCheck follows the posting so tonight's credits count
      *    toward the plans it monitors.
           RunStep-PlanCheck.
               MOVE "PlanCheck" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'PlanCheck'
               PERFORM CheckStepResult.

      *    DueCheck follows PlanCheck onto the same freshly posted
      *    history, so a payment posted on its due date counts.
           RunStep-DueCheck.
               MOVE "DueCheck" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'DueCheck'
               PERFORM CheckStepResult.

      *    LoyaltyEarn follows DueCheck, so a payment that has just
      *    cleared a missed minimum is judged before it earns; it
      *    expires aged points on the same month-end verdict
      *    FeeAssess is given.
           RunStep-LoyaltyEarn.
               MOVE "LoyaltyEarn" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckMonthEnd
               DISPLAY "CUSTMONTHEND" UPON ENVIRONMENT-NAME
               IF WSIsMonthEnd
                   DISPLAY "Y" UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY "N" UPON ENVIRONMENT-VALUE
               END-IF
               CALL 'LoyaltyEarn'
               PERFORM CheckStepResult.

      *    PostRecon proves tonight's balance file against its own
      *    posting history and stops the chain on any mismatch.
           RunStep-PostRecon.
               MOVE "PostRecon" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'PostRecon'
               PERFORM CheckStepResult.

      *    AutoPayDebit follows the reconciled posting so each
      *    request is drawn on the balance tonight left behind.
           RunStep-AutoPayDebit.
               MOVE "AutoPayDebit" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AutoPayDebit'
               PERFORM CheckStepResult.

      *    OverLimit reports the accounts already sitting above
      *    their credit limit once tonight's postings have settled.
           RunStep-OverLimit.
               MOVE "OverLimit" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'OverLimit'
               PERFORM CheckStepResult.

      *    Dormancy marks accounts gone quiet past the threshold
      *    once tonight's postings have settled the last-post
      *    dates.
           RunStep-Dormancy.
               MOVE "Dormancy" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'Dormancy'
               PERFORM CheckStepResult.

      *    CollBuild rebuilds the collections queue from tonight's
      *    balances, then CollCheck settles the promises against
      *    the credits that arrived and prints the morning report.
           RunStep-CollBuild.
               MOVE "CollBuild" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CollBuild'
               PERFORM CheckStepResult.

           RunStep-CollCheck.
               MOVE "CollCheck" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CollCheck'
               PERFORM CheckStepResult.

      *    RefChkRun issues the refund checks whose debits posted
      *    tonight and reverses the voided and stale-dated ones,
      *    ahead of the sweep that reads the balances they move.
           RunStep-RefChkRun.
               MOVE "RefChkRun" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'RefChkRun'
               PERFORM CheckStepResult.

      *    RefundSweep queues aged credit balances for the
      *    supervisor's refund review.
           RunStep-RefundSweep.
               MOVE "RefundSweep" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'RefundSweep'
               PERFORM CheckStepResult.

           RunStep-Recon.
               MOVE "ReconCheck" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'ReconCheck'
               PERFORM CheckStepResult.

      *    CustSnapshot copies the master just proved by ReconCheck,
      *    with its joined facts, for the reporting steps that
      *    follow; each of them refuses a snapshot whose trailer no
      *    longer agrees with the master's.
           RunStep-CustSnapshot.
               MOVE "CustSnapshot" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CustSnapshot'
               PERFORM CheckStepResult.

           RunStep-Sort.
               MOVE "SortCust" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'SortCust'
               PERFORM CheckStepResult.

           RunStep-Report.
               MOVE "ReportsCob" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CUSTSORT" UPON ENVIRONMENT-NAME
               DISPLAY "N" UPON ENVIRONMENT-VALUE
               CALL 'ReportsCob'
               PERFORM CheckStepResult.

           RunStep-ActGen.
               MOVE "ActivityGen" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'ActivityGen'
               PERFORM CheckStepResult.

           RunStep-Rating.
               MOVE "CustRating" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CustRating'
               PERFORM CheckStepResult.

      *    TerrAssign restamps each active customer's territory
      *    from the ZIP ranges once the merge has settled tonight's
      *    addresses.
           RunStep-TerrAssign.
               MOVE "TerrAssign" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'TerrAssign'
               PERFORM CheckStepResult.

           RunStep-Dashboard.
               MOVE "Dashboard" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'Dashboard'
               PERFORM CheckStepResult.

      *|==============================================================|
                   SET WSIsMonthEnd TO TRUE
               END-IF.

      *    AgcyPlace updates the placement file the collecting
      *    steps have held open through AgcyCheck since the
      *    import, so AgcyCheck is cancelled first to release it.
           RunStep-AgcyPlace.
               MOVE "AgcyPlace" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CANCEL 'AgcyCheck'
               CALL 'AgcyPlace'
               PERFORM CheckStepResult.

      *    CreditBureau reports the business accounts as the
      *    month closes, after the placements are settled.
           RunStep-CreditBureau.
               MOVE "CreditBureau" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CreditBureau'
               PERFORM CheckStepResult.

      *    KycDue lists the identity verifications to chase in
      *    the coming month.
           RunStep-KycDue.
               MOVE "KycDue" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'KycDue'
               PERFORM CheckStepResult.

      *    AuthReview lists the authorized contacts to renew or
      *    document.
           RunStep-AuthReview.
               MOVE "AuthReview" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AuthReview'
               PERFORM CheckStepResult.

      *    TaxReport files the month's sales-tax liability once the
      *    last night's tax lines have posted; a jurisdiction whose
      *    posted tax differs is flagged for accounting, and the
      *    night goes on.
           RunStep-TaxReport.
               MOVE "TaxReport" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'TaxReport'
               PERFORM CheckStepResult.

           RunStep-LoyaltyRpt.
               MOVE "LoyaltyRpt" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'LoyaltyRpt'
               PERFORM CheckStepResult.

           RunStep-ReferralRpt.
               MOVE "ReferralRpt" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'ReferralRpt'
               PERFORM CheckStepResult.

           RunStep-DepYearEnd.
               MOVE "DepYearEnd" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'DepYearEnd'
               PERFORM CheckStepResult.

           RunStep-CaseReport.
               MOVE "CaseReport" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CaseReport'
               PERFORM CheckStepResult.

           RunStep-AttrWatch.
               MOVE "AttrWatch" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AttrWatch'
               PERFORM CheckStepResult.

           RunStep-FxReval.
               MOVE "FxReval" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'FxReval'
               PERFORM CheckStepResult.

           RunStep-MonthEnd.
               MOVE "MonthEnd" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'MonthEnd'
               PERFORM CheckStepResult.

           RunStep-JrnlCutover.
               MOVE "JournalCutover" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'JournalCutover'
               PERFORM CheckStepResult.

           RunStep-JrnlVerify.
               MOVE "JrnlVerify" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'JrnlVerify'
               PERFORM CheckTolerantStepResult.

      *|==============================================================|
      *    CheckWeekEnd: tonight is the week's last cycle when the
      *    next business day falls on an earlier weekday, or a
      *    week or more away.
      *|==============================================================|

           CheckWeekEnd.
               MOVE 'N' TO WSWeekEndFlag
               MOVE 'W' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSBizDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDateCalcDow TO WSBizDow
               PERFORM FindNextBusinessDay
               IF WSNextBizDate = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSBizDate
                   WSNextBizDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcDays >= 7
                   SET WSIsWeekEnd TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'W' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSNextBizDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcDow <= WSBizDow
                   SET WSIsWeekEnd TO TRUE
               END-IF.

           RunStep-AccessAnomaly.
               MOVE "AccessAnomaly" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AccessAnomaly'
               PERFORM CheckStepResult.

           RunStep-OperDormant.
               MOVE "OperDormant" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'OperDormant'
               PERFORM CheckStepResult.

           RunStep-OperRecert.
               MOVE "OperRecert" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'OperRecert'
               PERFORM CheckStepResult.

           RunStep-CustProfit.
               MOVE "CustProfit" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CustProfit'
               PERFORM CheckStepResult.

           RunStep-LimitReview.
               MOVE "LimitReview" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'LimitReview'
               PERFORM CheckStepResult.

           RunStep-SodConflict.
               MOVE "SodConflict" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'SodConflict'
               PERFORM CheckStepResult.

      *    SuspMonitor runs once the refund sweep and the dormancy
      *    marks are done and while the day's journal is still live.
           RunStep-SuspMonitor.
               MOVE "SuspMonitor" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'SuspMonitor'
               PERFORM CheckStepResult.

      *    CaseAging escalates on the case file and the notes file
      *    only, so it may run anywhere after the postings; it runs
      *    here with the other daily reviews.
           RunStep-CaseAging.
               MOVE "CaseAging" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CaseAging'
               PERFORM CheckStepResult.

      *    AddrNotice reads the day's address changes off the live
      *    journal, so it too runs ahead of the cutover.
           RunStep-AddrNotice.
               MOVE "AddrNotice" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'AddrNotice'
               PERFORM CheckStepResult.

      *    NotifyStat takes the vendor's report on the messages
      *    already sent before NotifySend adds tonight's, so the
      *    log is current when tonight's repeats are judged.
           RunStep-NotifyStat.
               MOVE "NotifyStat" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'NotifyStat'
               PERFORM CheckStepResult.

      *    NotifySend runs once every event-raising step above has
      *    queued its events for the night.
           RunStep-NotifySend.
               MOVE "NotifySend" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'NotifySend'
               PERFORM CheckStepResult.

           RunStep-IfaceRpt.
               MOVE "IfaceRpt" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'IfaceRpt'
               PERFORM CheckStepResult.

           RunStep-FileInventory.
               MOVE "FileInventory" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'FileInventory'
               PERFORM CheckStepResult.

           RunStep-CashForecast.
               MOVE "CashForecast" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'CashForecast'
               PERFORM CheckStepResult.

           RunStep-RptReqRun.
               MOVE "RptReqRun" TO WSStepName
               PERFORM CheckStepDone
               IF WSStepAlreadyDone
                   EXIT PARAGRAPH
               END-IF
               CALL 'RptReqRun'
               PERFORM CheckStepResult.

      *|==============================================================|
                   DISPLAY WSStepName
                       " ended with return code " RETURN-CODE
                   MOVE 'Y' TO WSStepFailedFlag
                   MOVE 'F' TO WSLedgerFlag
               ELSE
                   MOVE 'D' TO WSLedgerFlag
               END-IF
               PERFORM RecordStepOutcome.

      *|==============================================================|
      *    CheckTolerantStepResult is CheckStepResult for the steps
                       " ended with rejects (return code 8); "
                       "cycle continues."
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'D' TO WSLedgerFlag
                   PERFORM RecordStepOutcome
               ELSE
                   PERFORM CheckStepResult
               END-IF.

      *|==============================================================|
      *    RecordStepOutcome adds the step just judged to the open
      *    date's ledger on BizDate.dat: 'D' finished, 'F' where the
      *    night stopped.
      *|==============================================================|

           RecordStepOutcome.
               OPEN EXTEND BizDateFile
               IF NOT WSBizFileOK
                   DISPLAY "Step ledger not updated for " WSStepName
                       ": BizDate.dat status " WSBizFileStatus
                   EXIT PARAGRAPH
               END-IF
               MOVE WSBizDate TO BizRunDate
               MOVE WSLedgerFlag TO BizStatusFlag
               MOVE WSStepName TO BizStepName
               WRITE BizDateRecord
               CLOSE BizDateFile.

      *|==============================================================|
      *    CheckStepDone passes over a step the resumed night already
      *    finished. The first step not on the ledger -- the one the
      *    night stopped at -- ends the resume: from there every
      *    step runs, so no step that never completed is skipped.
      *|==============================================================|

           CheckStepDone.
               MOVE 'N' TO WSStepDoneFlag
               IF NOT WSResuming
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSDoneIdx FROM 1 BY 1
                       UNTIL WSDoneIdx > WSDoneCount
                           OR WSStepAlreadyDone
                   IF DoneStep(WSDoneIdx) = WSStepName
                       SET WSStepAlreadyDone TO TRUE
                   END-IF
               END-PERFORM
               IF WSStepAlreadyDone
                   DISPLAY WSStepName " already complete for "
                       WSBizDate "; skipped on the restart."
               ELSE
                   MOVE 'N' TO WSResumeFlag
                   DISPLAY "Restart resumes at step " WSStepName "."
               END-IF.

      *|==============================================================|
