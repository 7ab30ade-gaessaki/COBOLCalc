      *> (CALC-HISTORY.D20260822.DAT and so on), prunes generations past
      *> the seven-year retention, opens fresh empty files for the next
      *> business day, and prints a close-out certificate showing the
      *> record count carried into each generation. Each generation cut
      *> is registered on GENERATION-MANIFEST.DAT - name, business date,
      *> record count, result-column total and content hash - so
      *> GenerationVerify and PeriodRollup can prove later that it has
      *> not been edited, truncated or deleted. The generations are
      *> dated with the business date being closed - the job stream
      *> passes it, so a catch-up night is dated for the night it stands
      *> for - or today when run by hand with no argument. Run after the
      *> balancing report and the GL transmission extract; the GL
      *> interface and suspense files are deliberately not cycled - the
      *> transmitted-batch stamps and open suspense items must carry
      *> forward. Their finished records are moved out periodically by
      *> COBOLCalc.FileArchive instead.

       input-output section.
       file-control.
           01 ws-cutoffDate pic 9(8) value is 0.
           01 ws-recordCount pic 9(9) value is 0.
           01 ws-prunedCount pic 9(5) value is 0.
           01 ws-manifest type COBOLCalc.GenerationManifest.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.EndOfDayClose.
           01 ls-dateArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-dateArg to args(1)
           end-if
           invoke type COBOLCalc.EndOfDayClose::new returning ls-runner
           invoke ls-runner::Run(ls-dateArg)
           goback.
       end method.

       end method.

       method-id Run.
      *> paramDate is "YYYY-MM-DD"; blank means close out today. A date
      *> that is not a real date, or is later than today, is refused
      *> before anything is cycled - the generations would be named for
      *> it and the retention cutoff taken from it
       local-storage section.
           01 ls-now pic x(21).
           01 ls-today pic 9(8) value is 0.
           01 ls-text string.
       procedure division using paramDate as string.
           set ls-now to function current-date
           set ls-today to function numval(ls-now(1:8))
           if function trim(paramDate) equals "" then
               set ws-runDate to ls-today
           else
               set ws-runDate to self::dateToNumber(paramDate)
               if ws-runDate equals 0 or ws-runDate > ls-today then
                   invoke type System.Console::WriteLine("USAGE: EODCLOSE [BUSINESS-DATE (YYYY-MM-DD)]")
                   goback
               end-if
               move ws-runDate to ls-now(1:8)
           end-if
           set ws-cutoffDate to ws-runDate - 70000
           invoke type COBOLCalc.GenerationManifest::new returning ws-manifest

           open output ReportFile
           invoke self::printLine("==================================================================")
                  ": " ls-count " RECORDS CARRIED"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ws-manifest::Register(ls-generationPath ws-runDate) equals false then
               string "*** " function trim(ls-generationPath)
                      " NOT REGISTERED ON GENERATION-MANIFEST.DAT - RUN GENERATIONVERIFY ***"
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if.
       end method.

       method-id countRecords.
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

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
