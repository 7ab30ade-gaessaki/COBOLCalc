      *> and EXCEPTIONS.DYYYYMMDD.LOG generation in the range plus the
      *> GL interface records dated inside it, and prints per-operator
      *> operation counts and per-account GL totals for the whole period
      *> with a day-by-day subtotal line per business day. Business days
      *> come from BUSINESS-CALENDAR.DAT, so a holiday is not expected
      *> to have a generation; a business day in the range with no
      *> generation on disk is flagged on its own subtotal line and
      *> counted at the bottom - a missing day cannot be overlooked. A
      *> non-business day the job stream was run for on override gets
      *> its own line too, marked +, so its work is not left out. GL
      *> postings FileArchive has moved out of the live interface are
      *> read back from the GL-ARCHIVE.DYYYYMMDD.DAT files whenever the
      *> range reaches back before an archive's date, so an archived
      *> period still rolls up to the same totals. The period's grand
      *> totals are written to PERIOD-SUMMARY.DAT; the summary the
      *> previous run left there is read first so the report shows this
      *> period against the prior one. Before anything is read, every
      *> generation dated in the range is checked against
      *> GENERATION-MANIFEST.DAT; a range holding a generation that is
      *> mismatched, missing or unregistered is refused, because a
      *> rollup over an edited or truncated day is wrong without looking
      *> wrong. An active level-3 operator ID as the third argument
      *> overrides the refusal, and the report then names the supervisor
      *> and lists the failing generations. Prints PERIOD-ROLLUP.RPT.
      *> Arguments: from-date and to-date as YYYY-MM-DD, optionally the
      *> overriding supervisor's ID.

       input-output section.
       file-control.
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-glStatus.
           select GLArchiveFile assign to ws-glArchivePath
               organization is line sequential
               file status is ws-glArchiveStatus.
           select SummaryFile assign to ws-summaryPath
               organization is line sequential
               file status is ws-summaryStatus.
           05 HR-Operand2     pic x(15).
           05 HR-Filler5      pic x.
           05 HR-Result       pic x(15).
           05 HR-Filler6      pic x.
           05 HR-Template.
              10 HR-TemplateName    pic x(10).
              10 HR-Filler7         pic x.
              10 HR-TemplateVersion pic x(3).

       fd  ExceptionFile.
       01  ExceptionRecord.
           05 GL-OperatorID   pic x(10).
           05 GL-BatchNumber  pic 9(5).
           05 GL-AckStatus    pic x(3).
           05 GL-EntryType    pic x.
           05 GL-OriginalID   pic 9(9).
           05 GL-Reason       pic x(20).
           05 GL-HoldStatus   pic x(8).
           05 GL-ReleasedBy   pic x(10).
           05 GL-ReleaseTimestamp pic x(19).
           05 GL-DocumentID   pic x(12).

      *> the same record FileArchive moved out of the live interface
       fd  GLArchiveFile.
       01  GLArchiveRecord.
           05 GA-PostingID    pic 9(9).
           05 GA-Date         pic 9(8).
           05 GA-Account      pic x(10).
           05 GA-Amount       pic S9(9)v99 sign is leading separate.
           05 GA-Reference    pic x(20).
           05 GA-OperatorID   pic x(10).
           05 GA-BatchNumber  pic 9(5).
           05 GA-AckStatus    pic x(3).
           05 GA-EntryType    pic x.
           05 GA-OriginalID   pic 9(9).
           05 GA-Reason       pic x(20).
           05 GA-HoldStatus   pic x(8).
           05 GA-ReleasedBy   pic x(10).
           05 GA-ReleaseTimestamp pic x(19).
           05 GA-DocumentID   pic x(12).

      *> the period's grand totals, left on disk for the next period's
      *> run to compare against
           01 ws-historyStatus pic xx.
           01 ws-exceptionStatus pic xx.
           01 ws-glStatus pic xx.
           01 ws-glArchivePath pic x(60).
           01 ws-glArchiveStatus pic xx.
           01 ws-summaryStatus pic xx.
           01 ws-reportStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-index binary-long value is 0.
           01 ws-slot binary-long value is 0.

      *> the generation check on the range, and who overrode it
           01 ws-manifest type COBOLCalc.GenerationManifest.
           01 ws-overrideBy string value is "".
           01 ws-calendar type COBOLCalc.BusinessCalendar.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.PeriodRollup.
           01 ls-fromArg string value is "".
           01 ls-toArg string value is "".
           01 ls-overrideArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-fromArg to args(1)
           if args::Length > 1 then
               set ls-toArg to args(2)
           end-if
           if args::Length > 2 then
               set ls-overrideArg to args(3)
           end-if
           invoke type COBOLCalc.PeriodRollup::new returning ls-runner
           invoke ls-runner::Run(ls-fromArg ls-toArg ls-overrideArg)
           goback.
       end method.

       end method.

       method-id Run.
      *> paramFrom/paramTo are "YYYY-MM-DD"; both are required;
      *> paramOverride is blank or the supervisor overriding a failed
      *> generation check
       local-storage section.
           01 ls-fromInteger binary-long value is 0.
           01 ls-toInteger binary-long value is 0.
           01 ls-dayInteger binary-long value is 0.
           01 ls-date pic 9(8) value is 0.
       procedure division using paramFrom as string
                                 paramTo as string
                                 paramOverride as string.
           if function length(function trim(paramFrom)) not equals 10 or
              function length(function trim(paramTo)) not equals 10 then
               invoke type System.Console::WriteLine("USAGE: PERIODROLLUP FROM-DATE TO-DATE (YYYY-MM-DD) [OVERRIDE-SUPERVISOR-ID]")
               goback
           end-if
           set ws-fromDate to self::dateToNumber(paramFrom)
               goback
           end-if

           invoke type COBOLCalc.BusinessCalendar::new returning ws-calendar
           set ls-fromInteger to function integer-of-date(ws-fromDate)
           set ls-toInteger to function integer-of-date(ws-toDate)
      *> the day table holds 62 business days - two whole months; a
               goback
           end-if

           if self::checkGenerations(paramOverride) equals false then
               goback
           end-if

           invoke self::loadPriorSummary()

      *> one pass per business day in the range, oldest first; weekends
      *> and holidays are not business days and are not flagged, but
      *> one with a generation on disk is still read, marked +
           perform varying ls-dayInteger from ls-fromInteger by 1
               until ls-dayInteger > ls-toInteger
               set ls-date to function date-of-integer(ls-dayInteger)
               if self::isRollupDay(ls-date) equals true then
                   add 1 to ws-dayCount
                   set ws-daySlot to ws-dayCount
                   set ws-dayDate(ws-daySlot) to ls-date
                   if ws-calendar::isBusinessDay(ls-date) equals true then
                       set ws-dayMissing(ws-daySlot) to space
                   else
                       set ws-dayMissing(ws-daySlot) to "+"
                   end-if
                   invoke self::tallyDay()
               end-if
           end-perform

           invoke self::tallyGL()
           invoke self::tallyGLArchives()
           invoke self::printReport()
           invoke self::saveSummary().
       end method.

       method-id checkGenerations.
      *> true when every generation in the range verifies, or when an
      *> active level-3 operator has overridden the failures
       local-storage section.
           01 ls-master type COBOLCalc.OperatorMaster.
           01 ls-count pic z(6)9.
           01 ls-text string.
       procedure division using paramOverride as string
                           returning return-item as condition-value.
           set return-item to true
           invoke type COBOLCalc.GenerationManifest::new returning ws-manifest
           invoke ws-manifest::Verify(ws-fromDate ws-toDate)
           if ws-manifest::getFailureCount() equals 0 then
               goback
           end-if

           invoke self::listFailures()
           if function trim(paramOverride) equals "" then
               set ls-count to ws-manifest::getFailureCount()
               string function trim(ls-count)
                      " GENERATIONS IN THE RANGE FAIL VERIFICATION - NOTHING DONE"
                      delimited by size into ls-text
               end-string
               invoke type System.Console::WriteLine(ls-text)
               invoke type System.Console::WriteLine("RUN GENERATIONVERIFY, OR GIVE A SUPERVISOR ID AS THE THIRD ARGUMENT TO OVERRIDE")
               set return-item to false
               goback
           end-if
           invoke type COBOLCalc.OperatorMaster::new returning ls-master
           invoke ls-master::Lookup(function trim(paramOverride))
           if ls-master::isFileAvailable() equals false
                   or ls-master::wasFound() equals false
                   or ls-master::isActive() equals false
                   or ls-master::getAuthLevel() < 3 then
               invoke type System.Console::WriteLine("OVERRIDE NOT BY AN ACTIVE SUPERVISOR - NOTHING DONE")
               set return-item to false
               goback
           end-if
           set ws-overrideBy to function upper-case(function trim(paramOverride))
           goback.
       end method.

       method-id listFailures.
      *> to the console, or to the report once it is open
       local-storage section.
           01 ls-problem string.
           01 ls-name string.
           01 ls-detail string.
           01 ls-text string.
       procedure division.
           perform varying ws-index from 1 by 1
               until ws-index > ws-manifest::getResultCount()
               set ls-problem to ws-manifest::getResultProblem(ws-index)
               if ls-problem not equals "OK" and ls-problem not equals "PRUNED" then
                   set ls-name to ws-manifest::getResultName(ws-index)
                   set ls-detail to ws-manifest::getResultDetail(ws-index)
                   string "  " ls-name " " ls-problem " - " ls-detail
                          delimited by size into ls-text
                   end-string
                   if ws-overrideBy equals "" then
                       invoke type System.Console::WriteLine(ls-text)
                   else
                       invoke self::printLine(ls-text)
                   end-if
               end-if
           end-perform.
       end method.

       method-id countBusinessDays.
      *> the rows the day table will need: every business day plus any
      *> non-business day with a generation on disk
       local-storage section.
           01 ls-dayInteger binary-long value is 0.
           01 ls-date pic 9(8) value is 0.
           01 ls-count binary-long value is 0.
       procedure division using paramFromInteger as binary-long
                                 paramToInteger as binary-long
                           returning return-item as binary-long.
           perform varying ls-dayInteger from paramFromInteger by 1
               until ls-dayInteger > paramToInteger
               set ls-date to function date-of-integer(ls-dayInteger)
               if self::isRollupDay(ls-date) equals true then
                   add 1 to ls-count
               end-if
           end-perform
           goback.
       end method.

       method-id isRollupDay.
       local-storage section.
           01 ls-path string.
       procedure division using paramDate as pic 9(8)
                           returning return-item as condition-value.
           set return-item to true
           if ws-calendar::isBusinessDay(paramDate) equals true then
               goback
           end-if
           string "CALC-HISTORY.D" paramDate ".DAT"
                  delimited by size into ls-path
           end-string
           if type System.IO.File::Exists(ls-path) equals true then
               goback
           end-if
           string "EXCEPTIONS.D" paramDate ".LOG"
                  delimited by size into ls-path
           end-string
           if type System.IO.File::Exists(ls-path) equals true then
               goback
           end-if
           set return-item to false
           goback.
       end method.

       method-id dateToNumber.
       local-storage section.
           01 ls-date pic x(10).

       method-id tallyDay.
      *> reads one business day's history and exception generations into
      *> the period tables and the day's subtotal row; a business day
      *> with neither generation on disk is the miss the report must
      *> shout
       local-storage section.
           01 ls-date pic 9(8).
           01 ls-historyFound condition-value value is false.
       method-id tallyGL.
      *> the GL interface is not cycled into generations - the batch
      *> stamps must carry forward - so the period's postings are the
      *> records dated inside the range; a posting rejected at
      *> supervisor release never went out and is not counted
       procedure division.
           set ws-eofFlag to false
           open input GLFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if GL-Date >= ws-fromDate and GL-Date <= ws-toDate
                               and GL-HoldStatus not equals "REJECTED" then
                           add 1 to ws-glGrandCount
                           add GL-Amount to ws-glGrandTotal
                           set ws-slot to self::findAccountSlot(GL-Account)
           end-if.
       end method.

       method-id tallyGLArchives.
      *> an archive cut on a given date holds only postings dated before
      *> it, so only archives cut after the range's first day can hold
      *> any of the period; the archive date sits right after ".D"
       local-storage section.
           01 ls-files string occurs any.
           01 ls-index binary-long value is 0.
           01 ls-file string.
           01 ls-markerPos binary-long value is 0.
           01 ls-dateText string.
           01 ls-archiveDate pic 9(8) value is 0.
       procedure division.
           set ls-files to type System.IO.Directory::GetFiles("." "GL-ARCHIVE.D*.DAT")
           perform varying ls-index from 1 by 1
               until ls-index > ls-files::Length
               set ls-file to ls-files(ls-index)
               set ls-markerPos to ls-file::IndexOf(".D")
               if ls-markerPos >= 0 and
                  ls-file::Length >= ls-markerPos + 10 then
                   set ls-dateText to ls-file::Substring(ls-markerPos + 2 8)
                   set ls-archiveDate to function numval(ls-dateText)
                   if ls-archiveDate > ws-fromDate then
                       set ws-glArchivePath to ls-file
                       invoke self::tallyGLArchiveFile()
                   end-if
               end-if
           end-perform.
       end method.

       method-id tallyGLArchiveFile.
      *> a posting still on the live file was already counted there -
      *> the archive run stopped between writing it out and deleting it
       local-storage section.
           01 ls-eofFlag condition-value value is false.
           01 ls-liveFlag condition-value value is false.
           01 ls-glOpen condition-value value is false.
       procedure division.
           open input GLArchiveFile
           if ws-glArchiveStatus not equals "00" then
               goback
           end-if
           open input GLFile
           if ws-glStatus equals "00" then
               set ls-glOpen to true
           end-if
           perform until ls-eofFlag equals true
               read GLArchiveFile
                   at end
                       set ls-eofFlag to true
                   not at end
                       if GA-Date >= ws-fromDate and GA-Date <= ws-toDate
                               and GA-HoldStatus not equals "REJECTED" then
                           set ls-liveFlag to false
                           if ls-glOpen equals true then
                               set GL-PostingID to GA-PostingID
                               read GLFile key is GL-PostingID
                                   invalid key
                                       continue
                                   not invalid key
                                       set ls-liveFlag to true
                               end-read
                           end-if
                           if ls-liveFlag equals false then
                               add 1 to ws-glGrandCount
                               add GA-Amount to ws-glGrandTotal
                               set ws-slot to self::findAccountSlot(GA-Account)
                               add 1 to ws-acctPostings(ws-slot)
                               add GA-Amount to ws-acctAmount(ws-slot)
                               set ws-daySlot to self::findDaySlot(GA-Date)
                               if ws-daySlot > 0 then
                                   add 1 to ws-dayGLCount(ws-daySlot)
                                   add GA-Amount to ws-dayGLAmount(ws-daySlot)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           if ls-glOpen equals true then
               close GLFile
           end-if
           close GLArchiveFile.
       end method.

       method-id findDaySlot.
       procedure division using paramDate as pic 9(8)
                           returning return-item as binary-long.
           invoke self::printLine("==================================================================")
           invoke self::printLine(" ")

           if ws-overrideBy not equals "" then
               string "*** GENERATION VERIFICATION FAILED - REPORT PRODUCED ON OVERRIDE BY "
                      ws-overrideBy " ***"
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
               invoke self::listFailures()
               invoke self::printLine(" ")
           end-if

           invoke self::printLine("DAY-BY-DAY SUBTOTALS (* = NO GENERATION ON DISK, + = NON-BUSINESS DAY RUN ON OVERRIDE)")
           invoke self::printLine("DATE       HISTORY GLPOSTS        GL AMOUNT EXCEPTS")
           perform varying ws-index from 1 by 1
               until ws-index > ws-dayCount
           if ws-dayMissing(paramIndex) equals "*" then
               move "NO GENERATION ON DISK" to ls-line(55:21)
           end-if
           if ws-dayMissing(paramIndex) equals "+" then
               move "NOT A BUSINESS DAY" to ls-line(55:18)
           end-if
           move ls-line to ReportLine
           write ReportLine.
       end method.
