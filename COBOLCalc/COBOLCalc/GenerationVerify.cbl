       class-id COBOLCalc.GenerationVerify.

      *> Rechecks every dated generation the end-of-day close-out has
      *> cut - CALC-HISTORY.D*.DAT, EXCEPTIONS.D*.LOG and TAPE.D*.TXT -
      *> against GENERATION-MANIFEST.DAT: record count, result-column
      *> total and content hash. Prints GENERATION-VERIFY.RPT listing
      *> every generation that is mismatched, missing or unregistered,
      *> with the counts checked, and ends with a plain verdict line.
      *> Generations cut before the manifest existed show up as
      *> unregistered; run with REGISTER and an active level-3 operator
      *> ID to register them as they stand. REGISTER never touches an
      *> entry already on the manifest, so a mismatched or missing
      *> generation cannot be registered away.
      *> Arguments: none, or REGISTER supervisor-id.

       input-output section.
       file-control.
           select ReportFile assign to ws-reportPath
               organization is line sequential
               file status is ws-reportStatus.

       file section.
       fd  ReportFile.
       01  ReportLine         pic x(132).

       working-storage section.
           01 ws-reportPath pic x(40) value is "GENERATION-VERIFY.RPT".
           01 ws-reportStatus pic xx.
           01 ws-manifest type COBOLCalc.GenerationManifest.
           01 ws-index binary-long value is 0.
           01 ws-okCount pic 9(9) value is 0.
           01 ws-prunedCount pic 9(9) value is 0.
           01 ws-registeredCount pic 9(9) value is 0.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.GenerationVerify.
           01 ls-modeArg string value is "".
           01 ls-supervisorArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-modeArg to args(1)
           end-if
           if args::Length > 1 then
               set ls-supervisorArg to args(2)
           end-if
           invoke type COBOLCalc.GenerationVerify::new returning ls-runner
           invoke ls-runner::Run(ls-modeArg ls-supervisorArg)
           goback.
       end method.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Run.
       local-storage section.
           01 ls-registerFlag condition-value value is false.
           01 ls-master type COBOLCalc.OperatorMaster.
           01 ls-now pic x(21).
           01 ls-count pic z(8)9.
           01 ls-text string.
           01 ls-failures binary-long value is 0.
           01 ls-problem string.
       procedure division using paramMode as string
                                 paramSupervisor as string.
           if function trim(paramMode) not equals "" then
               if function upper-case(function trim(paramMode)) not equals "REGISTER" then
                   invoke type System.Console::WriteLine("USAGE: GENERATIONVERIFY [REGISTER SUPERVISOR-ID]")
                   goback
               end-if
               invoke type COBOLCalc.OperatorMaster::new returning ls-master
               invoke ls-master::Lookup(function trim(paramSupervisor))
               if function trim(paramSupervisor) equals ""
                       or ls-master::isFileAvailable() equals false
                       or ls-master::wasFound() equals false
                       or ls-master::isActive() equals false
                       or ls-master::getAuthLevel() < 3 then
                   invoke type System.Console::WriteLine("NOT AN ACTIVE SUPERVISOR - NOTHING DONE")
                   goback
               end-if
               set ls-registerFlag to true
           end-if

           invoke type COBOLCalc.GenerationManifest::new returning ws-manifest
           invoke ws-manifest::Verify(0 99999999)

           set ls-now to function current-date
           open output ReportFile
           invoke self::printLine("==================================================================")
           string "GENERATION VERIFICATION                    RUN DATE: "
                  delimited by size
                  ls-now(1:4) "-" ls-now(5:2) "-" ls-now(7:2)
                  delimited by size
                  into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine("==================================================================")
           invoke self::printLine(" ")
           invoke self::printLine("GENERATION                               DATE     PROBLEM      DETAIL")

           perform varying ws-index from 1 by 1
               until ws-index > ws-manifest::getResultCount()
               set ls-problem to ws-manifest::getResultProblem(ws-index)
               evaluate ls-problem
                   when "OK"
                       add 1 to ws-okCount
                   when "PRUNED"
                       add 1 to ws-prunedCount
                   when "UNREGISTERED"
                       if ls-registerFlag equals true then
                           invoke self::registerGeneration(ws-index)
                       else
                           invoke self::printResultLine(ws-index)
                       end-if
                   when other
                       invoke self::printResultLine(ws-index)
               end-evaluate
           end-perform
           if ws-manifest::wasResultTruncated() equals true then
               invoke self::printLine("*** TOO MANY GENERATIONS TO LIST - RESULTS ABOVE ARE NOT THE WHOLE ANSWER ***")
           end-if
           invoke self::printLine(" ")

           set ls-count to ws-okCount
           string "GENERATIONS VERIFIED OK:          " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-prunedCount
           string "PRUNED PAST RETENTION:            " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ls-registerFlag equals true then
               set ls-count to ws-registeredCount
               string "REGISTERED BY " function upper-case(function trim(paramSupervisor))
                      ":  " ls-count
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if
           set ls-failures to ws-manifest::getFailureCount() - ws-registeredCount
           set ls-count to ls-failures
           string "GENERATIONS FAILING VERIFICATION: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine(" ")
           if ls-failures equals 0 then
               invoke self::printLine("ALL GENERATIONS VERIFIED")
           else
               invoke self::printLine("*** GENERATIONS FAIL VERIFICATION - PERIODROLLUP WILL REFUSE RANGES CONTAINING THEM ***")
           end-if
           close ReportFile
           invoke type System.Console::WriteLine(ls-text).
       end method.

       method-id registerGeneration.
       local-storage section.
           01 ls-name string.
           01 ls-date pic 9(8).
           01 ls-text string.
       procedure division using paramIndex as binary-long.
           set ls-name to ws-manifest::getResultName(paramIndex)
           set ls-date to ws-manifest::getResultDate(paramIndex)
           if ws-manifest::Register(ls-name ls-date) equals true then
               add 1 to ws-registeredCount
               string ls-name " REGISTERED AS IT STANDS"
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           else
               invoke self::printResultLine(paramIndex)
           end-if.
       end method.

       method-id printResultLine.
       local-storage section.
           01 ls-line pic x(132).
           01 ls-name pic x(40).
           01 ls-date pic 9(8).
           01 ls-problem pic x(12).
           01 ls-detail pic x(60).
       procedure division using paramIndex as binary-long.
           set ls-name to ws-manifest::getResultName(paramIndex)
           set ls-date to ws-manifest::getResultDate(paramIndex)
           set ls-problem to ws-manifest::getResultProblem(paramIndex)
           set ls-detail to ws-manifest::getResultDetail(paramIndex)
           move spaces to ls-line
           move ls-name to ls-line(1:40)
           move ls-date to ls-line(42:8)
           move ls-problem to ls-line(51:12)
           move ls-detail to ls-line(64:60)
           move ls-line to ReportLine
           write ReportLine.
       end method.

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
           set ReportLine to paramText
           write ReportLine.
       end method.

       end class.
