      *>   3 EODREPORT   COBOLCalc.EndOfDayReport
      *>   4 GLTRANSMIT  COBOLCalc.GLTransmit
      *>   5 EODCLOSE    COBOLCalc.EndOfDayClose
      *> followed by
      *>   6 DASHBOARD   COBOLCalc.OpsDashboard
      *> which runs at the end of every run for an accepted date - a run
      *> that stopped is exactly what the dashboard must report - and
      *> is never skipped as already done. Its outcome is the GREEN,
      *> AMBER or RED the dashboard wrote to OPS-STATUS.DAT; it gates
      *> nothing, since the close-out (step 5) is what a later date
      *> waits for.
      *> RUN-CONTROL.DAT records each step's start, end and outcome per
      *> business date. A step will not start unless its predecessor
      *> finished clean for the same date, a step that already finished
      *> clean, so a restart the same evening picks up at the failed
      *> step, not from the top. RUN-STATUS.RPT is printed at the end of
      *> every run for the shift lead to sign.
      *> The run is for an explicit business date, not the machine date,
      *> so a missed night is caught up under its own date. A date that
      *> is not a business day on BUSINESS-CALENDAR.DAT is refused
      *> unless an active level-3 operator overrides it. Before anything
      *> runs, the last date on RUN-CONTROL.DAT before this one must
      *> have closed out clean, and no business day may lie unrun
      *> between the two - the skipped date must be run first.
      *> Arguments: business date as YYYY-MM-DD, optionally the
      *> overriding supervisor's ID.

       input-output section.
       file-control.
           05 RC-Outcome        pic x(8).

       fd  RejectFile.
       01  RejectRecord       pic x(76).

       fd  CheckpointFile.
       01  CheckpointRecord.
           05 CK-LastCount    pic 9(9).
           05 CK-Filler1      pic x.
           05 CK-GLStartID    pic 9(9).

       fd  ReportFile.
       01  ReportLine         pic x(132).

      *> the whole run-control file in storage so a step's line can be
      *> rewritten in place (line sequential has no REWRITE); if it
      *> won't fit - or is too close to full for tonight's six stamps -
      *> nothing runs, because rewriting from a truncated table would
      *> silently delete the newest lines and break the skip/rerun
      *> checks for this very date
              05 WK-Outcome        pic x(8).

           01 ws-stepNames.
              05 ws-stepName pic x(12) occurs 6.
      *> why the run stopped, for the status page; blank means the whole
      *> sequence finished clean
           01 ws-stopReason string value is "".
           01 ws-stepsRun binary-long value is 0.
           01 ws-calendar type COBOLCalc.BusinessCalendar.
      *> who let the run go ahead on a non-business day, for the page
           01 ws-overrideBy string value is "".

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.JobStream.
           01 ls-dateArg string value is "".
           01 ls-overrideArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-dateArg to args(1)
           end-if
           if args::Length > 1 then
               set ls-overrideArg to args(2)
           end-if
           invoke type COBOLCalc.JobStream::new returning ls-runner
           invoke ls-runner::Run(ls-dateArg ls-overrideArg)
           goback.
       end method.

           set ws-stepName(3) to "EODREPORT"
           set ws-stepName(4) to "GLTRANSMIT"
           set ws-stepName(5) to "EODCLOSE"
           set ws-stepName(6) to "DASHBOARD"
           goback.
       end method.

       method-id Run.
      *> paramDate is the business date "YYYY-MM-DD" and is required;
      *> paramOverride is blank or the supervisor letting the run go
      *> ahead on a non-business day
       local-storage section.
           01 ls-step binary-long value is 0.
           01 ls-haltFlag condition-value value is false.
       procedure division using paramDate as string
                                 paramOverride as string.
           set ws-businessDate to self::dateToNumber(paramDate)
           if ws-businessDate equals 0 then
               invoke type System.Console::WriteLine("USAGE: JOBSTREAM BUSINESS-DATE (YYYY-MM-DD) [OVERRIDE-SUPERVISOR-ID]")
               goback
           end-if
           set ws-businessDateText to function trim(paramDate)

           invoke self::loadControl()
           if ws-overflowFlag equals true or ws-entryCount > 994 then
               invoke type System.Console::WriteLine("RUN-CONTROL.DAT TOO LARGE TO LOAD - NOTHING RUN, ARCHIVE THE OLD DATES FIRST")
               goback
           end-if
           invoke type System.Console::WriteLine("EVENING RUN DRIVER")

           invoke type COBOLCalc.BusinessCalendar::new returning ws-calendar
           if self::mayRunDate(paramOverride) equals false then
               invoke self::printStatusPage()
               invoke type System.Console::WriteLine(ws-stopReason)
               goback
           end-if

           perform varying ls-step from 1 by 1
               until ls-step > 5 or ls-haltFlag equals true
               if self::stepOutcome(ls-step) equals "OK" then
               end-if
           end-perform

           invoke self::runStep(6)
           invoke self::printStatusPage()
           if ws-stopReason not equals "" then
               invoke type System.Console::WriteLine(ws-stopReason)
           end-if.
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

       method-id mayRunDate.
      *> calendar and catch-up enforcement for the date as a whole, before
      *> any step is looked at; sets ws-stopReason when the answer is no
       local-storage section.
           01 ls-master type COBOLCalc.OperatorMaster.
           01 ls-lastDate pic 9(8) value is 0.
           01 ls-skippedDate pic 9(8) value is 0.
           01 ls-dayInteger binary-long value is 0.
           01 ls-toInteger binary-long value is 0.
           01 ls-date pic 9(8) value is 0.
           01 ls-note string.
       procedure division using paramOverride as string
                           returning return-item as condition-value.
           set return-item to true
           if ws-calendar::isBusinessDay(ws-businessDate) equals false then
               set ls-note to ws-calendar::getDayDescription(ws-businessDate)
               if function trim(paramOverride) equals "" then
                   string ws-businessDateText " IS NOT A BUSINESS DAY " ls-note
                          " - NOTHING RUN; A SUPERVISOR ID AS THE SECOND ARGUMENT OVERRIDES"
                          delimited by size into ws-stopReason
                   end-string
                   set return-item to false
                   goback
               end-if
               invoke type COBOLCalc.OperatorMaster::new returning ls-master
               invoke ls-master::Lookup(function trim(paramOverride))
               if ls-master::isFileAvailable() equals false
                       or ls-master::wasFound() equals false
                       or ls-master::isActive() equals false
                       or ls-master::getAuthLevel() < 3 then
                   string ws-businessDateText
                          " IS NOT A BUSINESS DAY - OVERRIDE NOT BY AN ACTIVE SUPERVISOR, NOTHING RUN"
                          delimited by size into ws-stopReason
                   end-string
                   set return-item to false
                   goback
               end-if
               set ws-overrideBy to function upper-case(function trim(paramOverride))
           end-if

      *> the latest date run before this one
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if WK-BusinessDate < ws-businessDate and
                  WK-BusinessDate > ls-lastDate then
                   set ls-lastDate to WK-BusinessDate
               end-if
           end-perform
           if ls-lastDate equals 0 then
               goback
           end-if
           if self::dateOutcome(ls-lastDate 5) not equals "OK" then
               string "BUSINESS DATE " ls-lastDate
                      " HAS NOT CLOSED OUT CLEAN - RESTART THE DRIVER FOR THAT DATE FIRST"
                      delimited by size into ws-stopReason
               end-string
               set return-item to false
               goback
           end-if

      *> the first business day between the two that never ran
           set ls-dayInteger to function integer-of-date(ls-lastDate) + 1
           set ls-toInteger to function integer-of-date(ws-businessDate)
           perform until ls-dayInteger >= ls-toInteger or ls-skippedDate > 0
               set ls-date to function date-of-integer(ls-dayInteger)
               if ws-calendar::isBusinessDay(ls-date) equals true then
                   set ls-skippedDate to ls-date
               end-if
               add 1 to ls-dayInteger
           end-perform
           if ls-skippedDate > 0 then
               string "BUSINESS DATE " ls-skippedDate
                      " WAS SKIPPED - RUN THE DRIVER FOR IT FIRST, OR MARK IT A HOLIDAY ON CALENDARMAINT IF THE OFFICE WAS CLOSED"
                      delimited by size into ws-stopReason
               end-string
               set return-item to false
           end-if
           goback.
       end method.

       method-id mayStart.
      *> sequence enforcement: the predecessor must have finished clean
      *> for this business date, and the reconciler must not start while
           01 ls-report type COBOLCalc.EndOfDayReport.
           01 ls-transmit type COBOLCalc.GLTransmit.
           01 ls-close type COBOLCalc.EndOfDayClose.
           01 ls-dashboard type COBOLCalc.OpsDashboard.
       procedure division using paramStep as binary-long.
           invoke self::sayStep(paramStep "STARTING")
           invoke self::stampStep(paramStep "RUNNING" true)
                   end-if
               when 5
                   invoke type COBOLCalc.EndOfDayClose::new returning ls-close
                   invoke ls-close::Run(ws-businessDateText)
               when 6
                   invoke type COBOLCalc.OpsDashboard::new returning ls-dashboard
                   invoke ls-dashboard::Run(ws-businessDateText)
                   set ls-outcome to ls-dashboard::getColour()
           end-evaluate

           invoke self::stampStep(paramStep ls-outcome false)
       method-id findStepSlot.
       procedure division using paramStep as binary-long
                           returning return-item as binary-long.
           set return-item to self::findDateSlot(ws-businessDate paramStep)
           goback.
       end method.

       method-id findDateSlot.
       procedure division using paramDate as pic 9(8)
                                 paramStep as binary-long
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or return-item > 0
               move ws-entry(ws-entryIndex) to ws-work
               if WK-BusinessDate equals paramDate and
                  WK-StepNumber equals paramStep then
                   set return-item to ws-entryIndex
               end-if
           goback.
       end method.

       method-id dateOutcome.
      *> the recorded outcome of a step for another business date
       local-storage section.
           01 ls-slot binary-long value is 0.
       procedure division using paramDate as pic 9(8)
                                 paramStep as binary-long
                           returning return-item as pic x(8).
           set return-item to spaces
           set ls-slot to self::findDateSlot(paramDate paramStep)
           if ls-slot > 0 then
               move ws-entry(ls-slot) to ws-work
               set return-item to WK-Outcome
           end-if
           goback.
       end method.

       method-id stampStep.
      *> paramStarting true stamps the start of an attempt (fresh start
      *> timestamp, end blank); false stamps the end and the outcome
           invoke self::printLine(" ")
           invoke self::printLine("STEP NAME         START               END                 OUTCOME")
           perform varying ls-step from 1 by 1
               until ls-step > 6
               move spaces to ls-line
               move ws-stepName(ls-step) to ls-line(1:12)
               set ls-slot to self::findStepSlot(ls-step)
               write ReportLine
           end-perform
           invoke self::printLine(" ")
           if ws-overrideBy not equals "" then
               string "NOT A BUSINESS DAY - RUN ON OVERRIDE BY " ws-overrideBy
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
               invoke self::printLine(" ")
           end-if
           if ws-stopReason not equals "" then
               invoke self::printLine(ws-stopReason)
               invoke self::printLine(" ")
