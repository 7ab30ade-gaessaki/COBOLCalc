       class-id COBOLCalc.OpsDashboard.

      *> The shift lead's morning question - did the night go well, and
      *> if not what needs working first - answered from the control
      *> files themselves instead of eight separate outputs:
      *>   RUN-CONTROL.DAT      evening run steps not finished clean
      *>   GL-BATCH-LOG.DAT     GL batches the loader never acknowledged
      *>   SUSPENSE.DAT         open suspense items, aged in business days
      *>   BATCH-REJECTS.DAT    records the edit rejected
      *>   EXCHANGE-RATES.DAT   rates still pending a second signature
      *>   RESUME-AUDIT.DAT     resumed reconciles not yet backed out
      *>   SESSION-LOG.DAT      sign-ins with no sign-out
      *>   BATCH-RESULTS.DAT    documents that did not balance
      *> Prints OPS-DASHBOARD.RPT, one action list in priority order -
      *> RED first, then AMBER, then NOTE, oldest first within each -
      *> every line saying what is wrong, since when, how many business
      *> days that is, and which program works it. Writes the one-line
      *> OPS-STATUS.DAT the scheduler checks: GREEN when nothing is
      *> outstanding beyond notes, AMBER when something needs working
      *> today, RED when the run or the money is at risk.
      *> The evening driver runs it after every run as its last step;
      *> run on demand it checks the previous business day's run.
      *> Arguments: none, or the business date as YYYY-MM-DD.

       input-output section.
       file-control.
           select ControlFile assign to ws-controlPath
               organization is line sequential
               file status is ws-controlStatus.
           select BatchLogFile assign to ws-batchLogPath
               organization is line sequential
               file status is ws-batchLogStatus.
           select SuspenseFile assign to ws-suspensePath
               organization is line sequential
               file status is ws-suspenseStatus.
           select RejectFile assign to ws-rejectPath
               organization is line sequential
               file status is ws-rejectStatus.
           select RateFile assign to ws-ratePath
               organization is line sequential
               file status is ws-rateStatus.
           select ResumeAuditFile assign to ws-resumeAuditPath
               organization is line sequential
               file status is ws-resumeAuditStatus.
           select SessionLogFile assign to ws-sessionLogPath
               organization is line sequential
               file status is ws-sessionLogStatus.
           select ResultFile assign to ws-resultPath
               organization is line sequential
               file status is ws-resultStatus.
           select ReportFile assign to ws-reportPath
               organization is line sequential
               file status is ws-reportStatus.
           select StatusFile assign to ws-statusPath
               organization is line sequential
               file status is ws-statusStatus.

       file section.
       fd  ControlFile.
       01  ControlRecord.
           05 RC-BusinessDate   pic 9(8).
           05 RC-Filler1        pic x.
           05 RC-StepNumber     pic 9.
           05 RC-Filler2        pic x.
           05 RC-StepName       pic x(12).
           05 RC-Filler3        pic x.
           05 RC-StartTimestamp pic x(19).
           05 RC-Filler4        pic x.
           05 RC-EndTimestamp   pic x(19).
           05 RC-Filler5        pic x.
           05 RC-Outcome        pic x(8).

       fd  BatchLogFile.
       01  BatchLogRecord.
           05 BL-BatchNumber   pic 9(5).
           05 BL-Filler1       pic x.
           05 BL-CutDate       pic 9(8).
           05 BL-Filler2       pic x.
           05 BL-RecordCount   pic 9(7).
           05 BL-Filler3       pic x.
           05 BL-HashTotal     pic S9(13)v99 sign is leading separate.
           05 BL-Filler4       pic x.
           05 BL-AckStatus     pic x(8).
           05 BL-Filler5       pic x.
           05 BL-AckTimestamp  pic x(19).

       fd  SuspenseFile.
       01  SuspenseRecord.
           05 SU-SuspenseID      pic 9(7).
           05 SU-Filler1         pic x.
           05 SU-Status          pic x(6).
           05 SU-Filler2         pic x.
           05 SU-Timestamp       pic x(19).
           05 SU-Filler3         pic x.
           05 SU-OperatorID      pic x(10).
           05 SU-Filler4         pic x.
           05 SU-ReasonCode      pic x(6).
           05 SU-Filler5         pic x.
           05 SU-Operand1        pic S9(9)v9(4) sign is leading separate.
           05 SU-Filler6         pic x.
           05 SU-Operator        pic x(10).
           05 SU-Filler7         pic x.
           05 SU-Operand2        pic S9(9)v9(4) sign is leading separate.
           05 SU-Filler8         pic x.
           05 SU-RepairOperator  pic x(10).
           05 SU-Filler9         pic x.
           05 SU-RepairTimestamp pic x(19).

       fd  RejectFile.
       01  RejectRecord.
           05 RJ-ReasonCode pic x(6).
           05 RJ-Filler1    pic x.
           05 RJ-Original   pic x(69).

      *> XR-Status "P" is pending approval
       fd  RateFile.
       01  RateRecord.
           05 XR-CurrencyCode  pic x(3).
           05 XR-Filler1       pic x.
           05 XR-Rate          pic 9(3)v9(6).
           05 XR-Filler2       pic x.
           05 XR-EffectiveDate pic 9(8).
           05 XR-Filler3       pic x.
           05 XR-Status        pic x.
           05 XR-Filler4       pic x.
           05 XR-EnteredBy     pic x(10).
           05 XR-Filler5       pic x.
           05 XR-ApprovedBy    pic x(10).

      *> RA-Status blank means ResumeBackout has not worked the entry
       fd  ResumeAuditFile.
       01  ResumeAuditRecord.
           05 RA-Timestamp      pic x(19).
           05 RA-Filler1        pic x.
           05 RA-SkipCount      pic 9(9).
           05 RA-Filler2        pic x.
           05 RA-ResultCount    pic 9(9).
           05 RA-Filler3        pic x.
           05 RA-HistoryCount   pic 9(9).
           05 RA-Filler4        pic x.
           05 RA-SuspenseHighID pic 9(7).
           05 RA-Filler5        pic x.
           05 RA-Status         pic x(6).
           05 RA-Filler6        pic x.
           05 RA-GLStartID      pic 9(9).

       fd  SessionLogFile.
       01  SessionLogRecord.
           05 SL-Timestamp      pic x(19).
           05 SL-Filler1        pic x.
           05 SL-Event          pic x(8).
           05 SL-Filler2        pic x.
           05 SL-OperatorID     pic x(10).
           05 SL-Filler3        pic x.
           05 SL-CalcCount      pic 9(7).
           05 SL-Filler4        pic x.
           05 SL-GLPostCount    pic 9(7).
           05 SL-Filler5        pic x.
           05 SL-ExceptionCount pic 9(7).

      *> only the reconciler's per-document verdict lines ("DOC " tag)
      *> matter here; the per-line results are read past
       fd  ResultFile.
       01  ResultLine         pic x(120).
       01  DocumentResultRecord.
           05 DR-Tag        pic x(4).
           05 DR-DocumentID pic x(12).
           05 DR-Filler1    pic x.
           05 DR-Expected   pic S9(9)v9(4) sign is leading separate.
           05 DR-Filler2    pic x.
           05 DR-Computed   pic S9(9)v9(4) sign is leading separate.
           05 DR-Filler3    pic x.
           05 DR-Difference pic S9(9)v9(4) sign is leading separate.
           05 DR-Filler4    pic x.
           05 DR-DocStatus  pic x(14).
           05 DR-Filler5    pic x.
           05 DR-GLPostingID pic 9(9).

       fd  ReportFile.
       01  ReportLine         pic x(132).

      *> rewritten every run: the scheduler reads the first five columns
       fd  StatusFile.
       01  StatusRecord.
           05 OS-Status       pic x(5).
           05 OS-Filler1      pic x.
           05 OS-Timestamp    pic x(19).
           05 OS-Filler2      pic x.
           05 OS-BusinessDate pic x(10).
           05 OS-Filler3      pic x.
           05 OS-RedCount     pic 9(5).
           05 OS-Filler4      pic x.
           05 OS-AmberCount   pic 9(5).
           05 OS-Filler5      pic x.
           05 OS-NoteCount    pic 9(5).

       working-storage section.
           01 ws-controlPath pic x(40) value is "RUN-CONTROL.DAT".
           01 ws-batchLogPath pic x(40) value is "GL-BATCH-LOG.DAT".
           01 ws-suspensePath pic x(40) value is "SUSPENSE.DAT".
           01 ws-rejectPath pic x(40) value is "BATCH-REJECTS.DAT".
           01 ws-ratePath pic x(40) value is "EXCHANGE-RATES.DAT".
           01 ws-resumeAuditPath pic x(40) value is "RESUME-AUDIT.DAT".
           01 ws-sessionLogPath pic x(40) value is "SESSION-LOG.DAT".
           01 ws-resultPath pic x(40) value is "BATCH-RESULTS.DAT".
           01 ws-reportPath pic x(40) value is "OPS-DASHBOARD.RPT".
           01 ws-statusPath pic x(40) value is "OPS-STATUS.DAT".
           01 ws-controlStatus pic xx.
           01 ws-batchLogStatus pic xx.
           01 ws-suspenseStatus pic xx.
           01 ws-rejectStatus pic xx.
           01 ws-rateStatus pic xx.
           01 ws-resumeAuditStatus pic xx.
           01 ws-sessionLogStatus pic xx.
           01 ws-resultStatus pic xx.
           01 ws-reportStatus pic xx.
           01 ws-statusStatus pic xx.
           01 ws-eofFlag condition-value value is false.

           01 ws-calendar type COBOLCalc.BusinessCalendar.
           01 ws-todayDate pic 9(8) value is 0.
           01 ws-businessDate pic 9(8) value is 0.
           01 ws-businessDateText pic x(10).
      *> open suspense items older than this many business days need
      *> working today - the same default threshold the aging report flags
           01 ws-flagDays binary-long value is 14.
           01 ws-colour pic x(5) value is "GREEN".

      *> the action list, kept in priority order as items are added:
      *> priority 1 RED, 2 AMBER, 3 NOTE, oldest first within a priority;
      *> if it fills, the least urgent items drop off the bottom and the
      *> colour counts still include them
           01 ws-itemCount binary-long value is 0.
           01 ws-itemTable.
              05 ws-item occurs 300.
                 10 ws-itemPriority pic 9.
                 10 ws-itemAge pic 9(5).
                 10 ws-itemSince pic x(19).
                 10 ws-itemWorkedBy pic x(16).
      *> every problem line is worded to fit at its longest field values
                 10 ws-itemProblem pic x(78).
           01 ws-itemDropped binary-long value is 0.
           01 ws-redCount pic 9(5) value is 0.
           01 ws-amberCount pic 9(5) value is 0.
           01 ws-noteCount pic 9(5) value is 0.
           01 ws-index binary-long value is 0.

      *> RUN-CONTROL.DAT in storage, so each date's five steps can be
      *> looked at together
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(72) occurs 1000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-work.
              05 WK-BusinessDate   pic 9(8).
              05 WK-Filler1        pic x.
              05 WK-StepNumber     pic 9.
              05 WK-Filler2        pic x.
              05 WK-StepName       pic x(12).
              05 WK-Filler3        pic x.
              05 WK-StartTimestamp pic x(19).
              05 WK-Filler4        pic x.
              05 WK-EndTimestamp   pic x(19).
              05 WK-Filler5        pic x.
              05 WK-Outcome        pic x(8).
           01 ws-stepNames.
              05 ws-stepName pic x(12) occurs 5.

      *> one row per reject reason, one per operator seen signing in
           01 ws-reasonCount binary-long value is 0.
           01 ws-reasonTable.
              05 ws-reasonEntry occurs 50.
                 10 ws-rsnCode pic x(6).
                 10 ws-rsnRecords pic 9(7).
           01 ws-sessionCount binary-long value is 0.
           01 ws-sessionTable.
              05 ws-sessionEntry occurs 200.
                 10 ws-sessOperator pic x(10).
                 10 ws-sessOpen pic x.
                 10 ws-sessSince pic x(19).

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.OpsDashboard.
           01 ls-dateArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-dateArg to args(1)
           end-if
           invoke type COBOLCalc.OpsDashboard::new returning ls-runner
           invoke ls-runner::Run(ls-dateArg)
           goback.
       end method.

       method-id NEW.
       procedure division.
           set ws-stepName(1) to "BATCHEDIT"
           set ws-stepName(2) to "RECONCILE"
           set ws-stepName(3) to "EODREPORT"
           set ws-stepName(4) to "GLTRANSMIT"
           set ws-stepName(5) to "EODCLOSE"
           goback.
       end method.

       method-id Run.
      *> paramDate is the business date whose evening run is checked;
      *> blank checks the business day before today
       local-storage section.
           01 ls-now pic x(21).
           01 ls-count pic z(4)9.
           01 ls-text string.
       procedure division using paramDate as string.
           set ls-now to function current-date
           set ws-todayDate to function numval(ls-now(1:8))
           invoke type COBOLCalc.BusinessCalendar::new returning ws-calendar
           if function trim(paramDate) equals "" then
               set ws-businessDate to ws-calendar::previousBusinessDay(ws-todayDate)
           else
               set ws-businessDate to self::dateToNumber(paramDate)
               if ws-businessDate equals 0 then
                   invoke type System.Console::WriteLine("USAGE: OPSDASHBOARD [BUSINESS-DATE (YYYY-MM-DD)]")
                   goback
               end-if
           end-if
           set ws-businessDateText to self::dateText(ws-businessDate)

           invoke self::checkRunControl()
           invoke self::checkResumeAudit()
           invoke self::checkRejects()
           invoke self::checkGLBatches()
           invoke self::checkRates()
           invoke self::checkResults()
           invoke self::checkSuspense()
           invoke self::checkSessions()

           evaluate true
               when ws-redCount > 0
                   set ws-colour to "RED"
               when ws-amberCount > 0
                   set ws-colour to "AMBER"
               when other
                   set ws-colour to "GREEN"
           end-evaluate
           invoke self::printReport()
           invoke self::writeStatus()

           set ls-count to ws-redCount + ws-amberCount
           string "OPERATIONS STATUS " function trim(ws-colour) ": "
                  function trim(ls-count) " ITEMS TO WORK - SEE OPS-DASHBOARD.RPT"
                  delimited by size into ls-text
           end-string
           invoke type System.Console::WriteLine(ls-text).
       end method.

       method-id getColour.
      *> GREEN, AMBER or RED once Run has finished
       procedure division returning return-item as string.
           set return-item to function trim(ws-colour)
           goback.
       end method.

       method-id checkRunControl.
      *> every date on the run-control file whose run did not get all
      *> five steps through clean, and the business date being checked
      *> if its run never started at all
       local-storage section.
           01 ls-date pic 9(8) value is 0.
           01 ls-step binary-long value is 0.
           01 ls-slot binary-long value is 0.
           01 ls-failStep binary-long value is 0.
           01 ls-outcome pic x(8).
           01 ls-since pic x(19).
           01 ls-problem string.
           01 ls-reason string.
           01 ls-lastEntry binary-long value is 0.
       procedure division.
           invoke self::loadControl()
           if self::findDateSlot(ws-businessDate 1) equals 0 then
               string "EVENING RUN FOR " ws-businessDateText " HAS NOT BEEN STARTED"
                      delimited by size into ls-problem
               end-string
               invoke self::addItem(1 self::dateText(ws-businessDate) "JOBSTREAM" ls-problem)
           end-if

           set ls-lastEntry to ws-entryCount
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ls-lastEntry
               move ws-entry(ws-entryIndex) to ws-work
               if WK-StepNumber equals 1 then
                   set ls-date to WK-BusinessDate
                   set ls-failStep to 0
                   perform varying ls-step from 1 by 1
                       until ls-step > 5 or ls-failStep > 0
                       set ls-slot to self::findDateSlot(ls-date ls-step)
                       if ls-slot equals 0 then
                           set ls-failStep to ls-step
                           set ls-outcome to spaces
                           set ls-since to self::dateText(ls-date)
                       else
                           move ws-entry(ls-slot) to ws-work
                           if WK-Outcome not equals "OK" then
                               set ls-failStep to ls-step
                               set ls-outcome to WK-Outcome
                               if WK-EndTimestamp not equals spaces then
                                   set ls-since to WK-EndTimestamp
                               else
                                   set ls-since to WK-StartTimestamp
                               end-if
                           end-if
                       end-if
                   end-perform
                   if ls-failStep > 0 then
                       evaluate ls-outcome
                           when spaces
                               set ls-reason to "NOT RUN"
                           when "RUNNING"
                               set ls-reason to "DIED MID-STEP"
                           when other
                               set ls-reason to function trim(ls-outcome)
                       end-evaluate
                       string "EVENING RUN FOR " function trim(self::dateText(ls-date))
                              " STOPPED AT " function trim(ws-stepName(ls-failStep))
                              ": " ls-reason
                              delimited by size into ls-problem
                       end-string
                       invoke self::addItem(1 ls-since "JOBSTREAM" ls-problem)
                   end-if
               end-if
           end-perform.
       end method.

       method-id checkResumeAudit.
      *> a resumed reconcile reprocesses what the dead run already wrote
      *> until ResumeBackout cuts the duplicates out again
       local-storage section.
           01 ls-problem string.
       procedure division.
           set ws-eofFlag to false
           open input ResumeAuditFile
           if ws-resumeAuditStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read ResumeAuditFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if RA-Status equals spaces then
                           string "RESUMED RECONCILE NOT BACKED OUT - RESULTS, HISTORY AND GL MAY HOLD DUPLICATES"
                                  delimited by size into ls-problem
                           end-string
                           invoke self::addItem(1 RA-Timestamp "RESUMEBACKOUT" ls-problem)
                       end-if
               end-read
           end-perform
           if ws-resumeAuditStatus equals "10" or ws-resumeAuditStatus equals "00" then
               close ResumeAuditFile
           end-if.
       end method.

       method-id checkRejects.
      *> the driver will not reconcile while the reject file holds
      *> anything, so every reason code left on it is RED
       local-storage section.
           01 ls-since pic x(19).
           01 ls-slot binary-long value is 0.
           01 ls-count pic z(6)9.
           01 ls-problem string.
       procedure division.
           set ws-reasonCount to 0
           set ws-eofFlag to false
           open input RejectFile
           if ws-rejectStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read RejectFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       set ls-slot to self::findReasonSlot(RJ-ReasonCode)
                       add 1 to ws-rsnRecords(ls-slot)
               end-read
           end-perform
           if ws-rejectStatus equals "10" or ws-rejectStatus equals "00" then
               close RejectFile
           end-if
           if ws-reasonCount equals 0 then
               goback
           end-if
           set ls-since to self::fileWritten(ws-rejectPath)
           perform varying ls-slot from 1 by 1
               until ls-slot > ws-reasonCount
               set ls-count to ws-rsnRecords(ls-slot)
               string function trim(ls-count) " RECORDS REJECTED, REASON "
                      function trim(ws-rsnCode(ls-slot))
                      " - RECONCILE BLOCKED"
                      delimited by size into ls-problem
               end-string
               invoke self::addItem(1 ls-since "BATCHENTRY" ls-problem)
           end-perform.
       end method.

       method-id checkGLBatches.
      *> a batch cut before today with no acknowledgment may never have
      *> reached the ledger; one cut today is still with the loader
       local-storage section.
           01 ls-count pic z(6)9.
           01 ls-problem string.
       procedure division.
           set ws-eofFlag to false
           open input BatchLogFile
           if ws-batchLogStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read BatchLogFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if BL-AckStatus equals spaces then
                           set ls-count to BL-RecordCount
                           string "GL BATCH " BL-BatchNumber " ("
                                  function trim(ls-count)
                                  " POSTINGS) NOT ACKNOWLEDGED BY THE LOADER"
                                  delimited by size into ls-problem
                           end-string
                           if BL-CutDate < ws-todayDate then
                               invoke self::addItem(1 self::dateText(BL-CutDate) "GLACKPROCESSOR" ls-problem)
                           else
                               invoke self::addItem(3 self::dateText(BL-CutDate) "GLACKPROCESSOR" ls-problem)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-batchLogStatus equals "10" or ws-batchLogStatus equals "00" then
               close BatchLogFile
           end-if.
       end method.

       method-id checkRates.
      *> a pending rate already in force leaves conversions on the old
      *> rate, or refused for a new currency, until it is signed off
       local-storage section.
           01 ls-rate pic zz9.9(6).
           01 ls-problem string.
       procedure division.
           set ws-eofFlag to false
           open input RateFile
           if ws-rateStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read RateFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if XR-Status equals "P" then
                           set ls-rate to XR-Rate
                           string "RATE " XR-CurrencyCode " " function trim(ls-rate)
                                  " EFFECTIVE " function trim(self::dateText(XR-EffectiveDate))
                                  " PENDING APPROVAL, KEYED BY " function trim(XR-EnteredBy)
                                  delimited by size into ls-problem
                           end-string
                           if XR-EffectiveDate <= ws-todayDate then
                               invoke self::addItem(2 self::dateText(XR-EffectiveDate) "RATEMAINT" ls-problem)
                           else
                               invoke self::addItem(3 self::dateText(XR-EffectiveDate) "RATEMAINT" ls-problem)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-rateStatus equals "10" or ws-rateStatus equals "00" then
               close RateFile
           end-if.
       end method.

       method-id checkResults.
      *> an out-of-balance document was not posted; it has to be found
      *> and rekeyed
       local-storage section.
           01 ls-since pic x(19).
           01 ls-difference pic -(9)9.9(4).
           01 ls-problem string.
       procedure division.
           set ls-since to self::fileWritten(ws-resultPath)
           set ws-eofFlag to false
           open input ResultFile
           if ws-resultStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read ResultFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if DR-Tag equals "DOC " and
                          DR-DocStatus equals "OUT-OF-BALANCE" then
                           set ls-difference to DR-Difference
                           string "DOCUMENT " function trim(DR-DocumentID)
                                  " OUT OF BALANCE BY " function trim(ls-difference)
                                  " - NOT POSTED"
                                  delimited by size into ls-problem
                           end-string
                           invoke self::addItem(2 ls-since "BATCHENTRY" ls-problem)
                       end-if
               end-read
           end-perform
           if ws-resultStatus equals "10" or ws-resultStatus equals "00" then
               close ResultFile
           end-if.
       end method.

       method-id checkSuspense.
      *> open items summarised in two lines - past the flag threshold
      *> (work today) and within it - each dated from its oldest item;
      *> the aging report has them item by item
       local-storage section.
           01 ls-age binary-long value is 0.
           01 ls-overCount binary-long value is 0.
           01 ls-underCount binary-long value is 0.
           01 ls-overSince pic x(19) value is high-values.
           01 ls-underSince pic x(19) value is high-values.
           01 ls-count pic z(6)9.
           01 ls-days pic z(4)9.
           01 ls-problem string.
       procedure division.
           set ws-eofFlag to false
           open input SuspenseFile
           if ws-suspenseStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read SuspenseFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if SU-Status(1:4) equals "OPEN" then
                           set ls-age to self::daysOutstanding(SU-Timestamp)
                           if ls-age > ws-flagDays then
                               add 1 to ls-overCount
                               if SU-Timestamp < ls-overSince then
                                   set ls-overSince to SU-Timestamp
                               end-if
                           else
                               add 1 to ls-underCount
                               if SU-Timestamp < ls-underSince then
                                   set ls-underSince to SU-Timestamp
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           if ws-suspenseStatus equals "10" or ws-suspenseStatus equals "00" then
               close SuspenseFile
           end-if
           set ls-days to ws-flagDays
           if ls-overCount > 0 then
               set ls-count to ls-overCount
               string function trim(ls-count) " SUSPENSE ITEMS OPEN OVER "
                      function trim(ls-days) " BUSINESS DAYS"
                      delimited by size into ls-problem
               end-string
               invoke self::addItem(2 ls-overSince "SUSPENSEREPAIR" ls-problem)
           end-if
           if ls-underCount > 0 then
               set ls-count to ls-underCount
               string function trim(ls-count) " SUSPENSE ITEMS OPEN WITHIN "
                      function trim(ls-days) " BUSINESS DAYS"
                      delimited by size into ls-problem
               end-string
               invoke self::addItem(3 ls-underSince "SUSPENSEREPAIR" ls-problem)
           end-if.
       end method.

       method-id checkSessions.
      *> the log is chronological: an operator whose last event is a
      *> SIGNIN is still signed in; one from before today was left open
       local-storage section.
           01 ls-slot binary-long value is 0.
           01 ls-problem string.
       procedure division.
           set ws-sessionCount to 0
           set ws-eofFlag to false
           open input SessionLogFile
           if ws-sessionLogStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read SessionLogFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       evaluate function trim(SL-Event)
                           when "SIGNIN"
                               set ls-slot to self::findSessionSlot(SL-OperatorID)
                               set ws-sessOpen(ls-slot) to "Y"
                               set ws-sessSince(ls-slot) to SL-Timestamp
                           when "SIGNOUT"
                               set ls-slot to self::findSessionSlot(SL-OperatorID)
                               set ws-sessOpen(ls-slot) to "N"
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           if ws-sessionLogStatus equals "10" or ws-sessionLogStatus equals "00" then
               close SessionLogFile
           end-if
           perform varying ls-slot from 1 by 1
               until ls-slot > ws-sessionCount
               if ws-sessOpen(ls-slot) equals "Y" then
                   string "OPERATOR " function trim(ws-sessOperator(ls-slot))
                          " SIGNED IN WITH NO SIGN-OUT"
                          delimited by size into ls-problem
                   end-string
                   if self::stampToDate(ws-sessSince(ls-slot)) < ws-todayDate then
                       invoke self::addItem(2 ws-sessSince(ls-slot) "WINDOW1 SIGN-OUT" ls-problem)
                   else
                       invoke self::addItem(3 ws-sessSince(ls-slot) "WINDOW1 SIGN-OUT" ls-problem)
                   end-if
               end-if
           end-perform.
       end method.

       method-id addItem.
      *> files the item in priority order, oldest first within its
      *> priority, and counts it towards the colour
       local-storage section.
           01 ls-age binary-long value is 0.
           01 ls-position binary-long value is 0.
           01 ls-move binary-long value is 0.
       procedure division using paramPriority as binary-long
                                 paramSince as pic x(19)
                                 paramWorkedBy as string
                                 paramProblem as string.
           evaluate paramPriority
               when 1
                   add 1 to ws-redCount
               when 2
                   add 1 to ws-amberCount
               when other
                   add 1 to ws-noteCount
           end-evaluate
           set ls-age to self::daysOutstanding(paramSince)
           set ls-position to ws-itemCount + 1
           perform varying ws-index from 1 by 1
               until ws-index > ws-itemCount or ls-position <= ws-itemCount
               if ws-itemPriority(ws-index) > paramPriority or
                  (ws-itemPriority(ws-index) equals paramPriority and
                   ws-itemAge(ws-index) < ls-age) then
                   set ls-position to ws-index
               end-if
           end-perform
           if ws-itemCount >= 300 then
               add 1 to ws-itemDropped
               if ls-position > 300 then
                   goback
               end-if
               set ws-itemCount to 299
           end-if
           perform varying ls-move from ws-itemCount by -1
               until ls-move < ls-position
               move ws-item(ls-move) to ws-item(ls-move + 1)
           end-perform
           add 1 to ws-itemCount
           set ws-itemPriority(ls-position) to paramPriority
           set ws-itemAge(ls-position) to ls-age
           set ws-itemSince(ls-position) to paramSince
           set ws-itemWorkedBy(ls-position) to paramWorkedBy
           set ws-itemProblem(ls-position) to paramProblem
      *> a line that ever outgrows the column shows it was cut
           if function length(function trim(paramProblem)) > 78 then
               move "..." to ws-itemProblem(ls-position)(76:3)
           end-if.
       end method.

       method-id printReport.
       local-storage section.
           01 ls-now pic x(21).
           01 ls-line pic x(132).
           01 ls-age pic z(4)9.
           01 ls-count pic z(4)9.
           01 ls-text string.
       procedure division.
           open output ReportFile
           if ws-reportStatus not equals "00" then
               goback
           end-if
           set ls-now to function current-date
           invoke self::printLine("==================================================================")
           string "OPERATIONS DASHBOARD   BUSINESS DATE: " ws-businessDateText
                  "   RUN: " ls-now(1:4) "-" ls-now(5:2) "-" ls-now(7:2) " "
                  ls-now(9:2) ":" ls-now(11:2)
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine("==================================================================")
           invoke self::printLine(" ")
           string "OVERALL STATUS: " ws-colour
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-redCount
           string "RED:   " ls-count "   - THE RUN OR THE MONEY IS AT RISK, WORK FIRST"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-amberCount
           string "AMBER: " ls-count "   - NEEDS WORKING TODAY"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-noteCount
           string "NOTE:  " ls-count "   - IN HAND, FOR INFORMATION"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine(" ")

           if ws-itemCount equals 0 then
               invoke self::printLine("NOTHING OUTSTANDING ON ANY CONTROL FILE")
           else
               invoke self::printLine("PRI     AGE  SINCE               WORKED BY        PROBLEM")
               perform varying ws-index from 1 by 1
                   until ws-index > ws-itemCount
                   move spaces to ls-line
                   evaluate ws-itemPriority(ws-index)
                       when 1
                           move "RED" to ls-line(1:5)
                       when 2
                           move "AMBER" to ls-line(1:5)
                       when other
                           move "NOTE" to ls-line(1:5)
                   end-evaluate
                   set ls-age to ws-itemAge(ws-index)
                   move ls-age to ls-line(7:5)
                   move ws-itemSince(ws-index) to ls-line(14:19)
                   move ws-itemWorkedBy(ws-index) to ls-line(34:16)
                   move ws-itemProblem(ws-index) to ls-line(51:78)
                   move ls-line to ReportLine
                   write ReportLine
               end-perform
           end-if
           if ws-itemDropped > 0 then
               set ls-count to ws-itemDropped
               string "*** " function trim(ls-count)
                      " LESS URGENT ITEMS DID NOT FIT THE LIST - THEY ARE IN THE COUNTS ABOVE ***"
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if
           invoke self::printLine(" ")
           invoke self::printLine("AGE IS IN BUSINESS DAYS SINCE THE DATE SHOWN")
           close ReportFile.
       end method.

       method-id writeStatus.
       procedure division.
           open output StatusFile
           if ws-statusStatus equals "00" then
               move spaces to StatusRecord
               set OS-Status to ws-colour
               set OS-Timestamp to type COBOLCalc.AuditWriter::formatTimestamp()
               set OS-BusinessDate to ws-businessDateText
               set OS-RedCount to ws-redCount
               set OS-AmberCount to ws-amberCount
               set OS-NoteCount to ws-noteCount
               write StatusRecord
               close StatusFile
           end-if.
       end method.

       method-id loadControl.
      *> read only here, so a file larger than the table is checked as
      *> far as it fits rather than refused
       procedure division.
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input ControlFile
           if ws-controlStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read ControlFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 1000 then
                           add 1 to ws-entryCount
                           move ControlRecord to ws-entry(ws-entryCount)
                       else
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           if ws-controlStatus equals "10" or ws-controlStatus equals "00" then
               close ControlFile
           end-if.
       end method.

       method-id findDateSlot.
       local-storage section.
           01 ls-index binary-long value is 0.
           01 ls-work.
              05 LW-BusinessDate pic 9(8).
              05 LW-Filler1      pic x.
              05 LW-StepNumber   pic 9.
              05 LW-Rest         pic x(62).
       procedure division using paramDate as pic 9(8)
                                 paramStep as binary-long
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ls-index from 1 by 1
               until ls-index > ws-entryCount or return-item > 0
               move ws-entry(ls-index) to ls-work
               if LW-BusinessDate equals paramDate and
                  LW-StepNumber equals paramStep then
                   set return-item to ls-index
               end-if
           end-perform
           goback.
       end method.

       method-id findReasonSlot.
      *> table overflow folds into the last row rather than dropping
      *> records from the count
       procedure division using paramReason as pic x(6)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-index from 1 by 1
               until ws-index > ws-reasonCount or return-item > 0
               if ws-rsnCode(ws-index) equals paramReason then
                   set return-item to ws-index
               end-if
           end-perform
           if return-item equals 0 then
               if ws-reasonCount < 50 then
                   add 1 to ws-reasonCount
               end-if
               set return-item to ws-reasonCount
               set ws-rsnCode(return-item) to paramReason
               set ws-rsnRecords(return-item) to 0
           end-if
           goback.
       end method.

       method-id findSessionSlot.
       procedure division using paramOperatorID as pic x(10)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-index from 1 by 1
               until ws-index > ws-sessionCount or return-item > 0
               if ws-sessOperator(ws-index) equals paramOperatorID then
                   set return-item to ws-index
               end-if
           end-perform
           if return-item equals 0 then
               if ws-sessionCount < 200 then
                   add 1 to ws-sessionCount
               end-if
               set return-item to ws-sessionCount
               set ws-sessOperator(return-item) to paramOperatorID
               set ws-sessOpen(return-item) to "N"
           end-if
           goback.
       end method.

       method-id daysOutstanding.
      *> business days from a "YYYY-MM-DD ..." stamp to today; a stamp
      *> that does not parse, or lies in the future, ages as today
       local-storage section.
           01 ls-date pic 9(8) value is 0.
       procedure division using paramTimestamp as pic x(19)
                           returning return-item as binary-long.
           set return-item to 0
           set ls-date to self::stampToDate(paramTimestamp)
           if ls-date >= 16010101 and ls-date < ws-todayDate then
               set return-item to ws-calendar::businessDaysBetween(ls-date ws-todayDate)
           end-if
           if return-item > 99999 then
               set return-item to 99999
           end-if
           goback.
       end method.

       method-id stampToDate.
       local-storage section.
           01 ls-dateText pic x(8).
       procedure division using paramTimestamp as pic x(19)
                           returning return-item as pic 9(8).
           set return-item to 0
           string paramTimestamp(1:4) paramTimestamp(6:2) paramTimestamp(9:2)
                  delimited by size into ls-dateText
           end-string
           if ls-dateText is numeric then
               set return-item to function numval(ls-dateText)
           end-if
           goback.
       end method.

       method-id dateText.
      *> YYYYMMDD shown as YYYY-MM-DD
       local-storage section.
           01 ls-digits pic 9(8).
           01 ls-text pic x(19).
       procedure division using paramDate as pic 9(8)
                           returning return-item as pic x(19).
           set ls-digits to paramDate
           move spaces to ls-text
           string ls-digits(1:4) "-" ls-digits(5:2) "-" ls-digits(7:2)
                  delimited by size into ls-text
           end-string
           set return-item to ls-text
           goback.
       end method.

       method-id fileWritten.
      *> when a control file with no dates of its own was last written -
      *> the reject and result files are rewritten by every run
       local-storage section.
           01 ls-path string.
       procedure division using paramPath as pic x(40)
                           returning return-item as pic x(19).
           set return-item to spaces
           set ls-path to function trim(paramPath)
           if type System.IO.File::Exists(ls-path) equals true then
               set return-item to type System.IO.File::GetLastWriteTime(ls-path)::ToString("yyyy-MM-dd HH:mm:ss")
           end-if
           goback.
       end method.

       method-id dateToNumber.
      *> "YYYY-MM-DD" to YYYYMMDD; zero when it is not a real date
       local-storage section.
           01 ls-text pic x(10).
           01 ls-digits pic x(8).
           01 ls-date pic 9(8) value is 0.
       procedure division using paramDate as string
                           returning return-item as pic 9(8).
           set return-item to 0
           if function length(function trim(paramDate)) not equals 10 then
               goback
           end-if
           set ls-text to function trim(paramDate)
           string ls-text(1:4) ls-text(6:2) ls-text(9:2)
                  delimited by size into ls-digits
           end-string
           if ls-digits is not numeric
                   or ls-text(5:1) not equals "-" or ls-text(8:1) not equals "-" then
               goback
           end-if
           set ls-date to function numval(ls-digits)
           if ls-date < 16010101 or ls-digits(5:2) < "01" or ls-digits(5:2) > "12"
                   or ls-digits(7:2) < "01" or ls-digits(7:2) > "31" then
               goback
           end-if
           if function date-of-integer(function integer-of-date(ls-date)) equals ls-date then
               set return-item to ls-date
           end-if
           goback.
       end method.

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
           set ReportLine to paramText
           write ReportLine.
       end method.

       end class.
