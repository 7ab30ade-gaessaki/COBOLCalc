       class-id COBOLCalc.TemplateMaint.

      *> Supervisor console maintenance for CALC-TEMPLATES.DAT, the named
      *> multi-step formulas Window1's template key, BatchEntry and the
      *> reconciler's "M" records run through COBOLCalc.TemplateLibrary.
      *> Only an active level-3 operator on OPERATOR-MASTER.DAT may run
      *> it. A template is never changed in place: keying a name that is
      *> already on file puts a new version on file and retires the
      *> active one, and retiring a template leaves every version on
      *> file, so a version stamped on an old history or result line can
      *> always be looked up. Each version records who keyed it and
      *> when, and who retired it.
      *> A template has a start prompt (its first input) and up to 8
      *> steps; at most 3 steps may prompt, because a batch "M" record
      *> carries 4 input amounts.

       input-output section.
       file-control.
           select TemplateFile assign to ws-templatePath
               organization is line sequential
               file status is ws-templateStatus.

       file section.
      *> same layout as COBOLCalc.TemplateLibrary reads
       fd  TemplateFile.
       01  TemplateRecord.
           05 TM-Name         pic x(10).
           05 TM-Filler1      pic x.
           05 TM-Version      pic 9(3).
           05 TM-Filler2      pic x.
           05 TM-Status       pic x(8).
           05 TM-Filler3      pic x.
           05 TM-Description  pic x(30).
           05 TM-Filler4      pic x.
           05 TM-StartPrompt  pic x(20).
           05 TM-Filler5      pic x.
           05 TM-StepCount    pic 9(2).
           05 TM-Filler6      pic x.
           05 TM-KeyedBy      pic x(10).
           05 TM-Filler7      pic x.
           05 TM-KeyedAt      pic x(19).
           05 TM-Filler8      pic x.
           05 TM-RetiredBy    pic x(10).
           05 TM-Step occurs 8.
              10 TM-StepFiller1  pic x.
              10 TM-StepOperator pic x(8).
              10 TM-StepFiller2  pic x.
              10 TM-StepApply    pic x(8).
              10 TM-StepFiller3  pic x.
              10 TM-StepSource   pic x.
              10 TM-StepFiller4  pic x.
              10 TM-StepConstant pic S9(9)v9(4) sign is leading separate.
              10 TM-StepFiller5  pic x.
              10 TM-StepPrompt   pic x(20).

       working-storage section.
           01 ws-templatePath pic x(40) value is "CALC-TEMPLATES.DAT".
           01 ws-templateStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-supervisorID string value is "".

      *> the whole template file in storage so changes rewrite it; if it
      *> won't fit nothing is changed - rewriting from a truncated table
      *> would delete the versions old figures were produced by
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(568) occurs 1000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.TemplateMaint.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.TemplateMaint::new returning ls-runner
           invoke ls-runner::Run()
           goback.
       end method.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Run.
       local-storage section.
           01 ls-reply string.
           01 ls-master type COBOLCalc.OperatorMaster.
           01 ls-doneFlag condition-value value is false.
       procedure division.
           invoke type System.Console::WriteLine("CALCULATION TEMPLATE MAINTENANCE")
           invoke type System.Console::Write("SUPERVISOR ID: ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               goback
           end-if
           invoke type COBOLCalc.OperatorMaster::new returning ls-master
           invoke ls-master::Lookup(function trim(ls-reply))
           if ls-master::isFileAvailable() equals false then
               invoke type System.Console::WriteLine("NO OPERATOR MASTER ON FILE - SET ONE UP FIRST")
               goback
           end-if
           if ls-master::wasFound() equals false
                   or ls-master::isActive() equals false
                   or ls-master::getAuthLevel() < 3 then
               invoke type System.Console::WriteLine("NOT AN ACTIVE SUPERVISOR - NOTHING DONE")
               goback
           end-if
           set ws-supervisorID to function upper-case(function trim(ls-reply))

           invoke self::loadTemplates()
           if ws-overflowFlag equals true then
               invoke type System.Console::WriteLine("TEMPLATE FILE TOO LARGE TO LOAD - NOTHING DONE")
               goback
           end-if

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list A=add or change R=retire Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
               else
                   evaluate function upper-case(function trim(ls-reply))
                       when "L"
                           invoke self::listTemplates()
                       when "A"
                           invoke self::addTemplate()
                       when "R"
                           invoke self::retireTemplate()
                       when "Q"
                           set ls-doneFlag to true
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
       end method.

       method-id loadTemplates.
       procedure division.
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input TemplateFile
           if ws-templateStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read TemplateFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 1000 then
                           add 1 to ws-entryCount
                           move TemplateRecord to ws-entry(ws-entryCount)
                       else
                           set ws-overflowFlag to true
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           if ws-templateStatus equals "10" or ws-templateStatus equals "00" then
               close TemplateFile
           end-if.
       end method.

       method-id rewriteTemplates.
       procedure division.
           open output TemplateFile
           if ws-templateStatus equals "00" then
               perform varying ws-entryIndex from 1 by 1
                   until ws-entryIndex > ws-entryCount
                   move ws-entry(ws-entryIndex) to TemplateRecord
                   write TemplateRecord
               end-perform
               close TemplateFile
           end-if.
       end method.

       method-id findActive.
      *> the slot of the active version of a name, zero if none
       procedure division using paramName as pic x(10)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or return-item > 0
               move ws-entry(ws-entryIndex) to TemplateRecord
               if TM-Name equals paramName and TM-Status equals "ACTIVE" then
                   set return-item to ws-entryIndex
               end-if
           end-perform
           goback.
       end method.

       method-id highestVersion.
       procedure division using paramName as pic x(10)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to TemplateRecord
               if TM-Name equals paramName and TM-Version > return-item then
                   set return-item to TM-Version
               end-if
           end-perform
           goback.
       end method.

       method-id listTemplates.
      *> blank name: every active template; a name: every version of it
       local-storage section.
           01 ls-reply string.
           01 ls-name pic x(10) value is spaces.
           01 ls-count binary-long value is 0.
       procedure division.
           invoke type System.Console::Write("NAME (blank for all active): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply not equals null then
               move function upper-case(function trim(ls-reply)) to ls-name
           end-if
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to TemplateRecord
               if (ls-name equals spaces and TM-Status equals "ACTIVE")
                       or (ls-name not equals spaces and TM-Name equals ls-name) then
                   add 1 to ls-count
                   invoke self::showTemplate()
               end-if
           end-perform
           if ls-count equals 0 then
               invoke type System.Console::WriteLine("(NONE)")
           end-if.
       end method.

       method-id showTemplate.
      *> prints the template in TemplateRecord, one line per step
       local-storage section.
           01 ls-line string.
           01 ls-retired string value is "".
           01 ls-step binary-long value is 0.
           01 ls-version pic zz9.
           01 ls-stepNumber pic 9.
           01 ls-constant decimal value is 0.
           01 ls-operand string.
       procedure division.
           set ls-version to TM-Version
           string TM-Name " V" function trim(ls-version) " " TM-Status " "
                  TM-Description delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           if TM-RetiredBy not equals spaces then
               string "  RETIRED BY " TM-RetiredBy
                      delimited by size into ls-retired
               end-string
           end-if
           string "    KEYED BY " TM-KeyedBy " AT " TM-KeyedAt ls-retired
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           string "    START WITH  <" function trim(TM-StartPrompt) ">"
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           perform varying ls-step from 1 by 1
               until ls-step > TM-StepCount
               set ls-stepNumber to ls-step
               evaluate TM-StepSource(ls-step)
                   when "P"
                       string "<" function trim(TM-StepPrompt(ls-step)) ">"
                              delimited by size into ls-operand
                       end-string
                   when "C"
                       set ls-constant to TM-StepConstant(ls-step)
                       set ls-operand to ls-constant::ToString()
                   when other
                       set ls-operand to ""
               end-evaluate
               if TM-StepOperator(ls-step) equals "percent" then
                   if TM-StepApply(ls-step) equals spaces then
                       string "    STEP " ls-stepNumber "  percent of the total: " ls-operand " %"
                              delimited by size into ls-line
                       end-string
                   else
                       string "    STEP " ls-stepNumber "  " function trim(TM-StepApply(ls-step))
                              " " ls-operand " %"
                              delimited by size into ls-line
                       end-string
                   end-if
               else
                   string "    STEP " ls-stepNumber "  " function trim(TM-StepOperator(ls-step))
                          " " ls-operand
                          delimited by size into ls-line
                   end-string
               end-if
               invoke type System.Console::WriteLine(ls-line)
           end-perform.
       end method.

       method-id askName.
      *> a template name is one word of letters and digits, keyed in
      *> upper case the way a batch "M" record names it; spaces when
      *> blank or not a usable name
       local-storage section.
           01 ls-reply string.
           01 ls-text pic x(10).
           01 ls-index binary-long value is 0.
           01 ls-badFlag condition-value value is false.
       procedure division returning return-item as pic x(10).
           move spaces to return-item
           invoke type System.Console::Write("TEMPLATE NAME: ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               goback
           end-if
           if function length(function trim(ls-reply)) > 10 then
               invoke type System.Console::WriteLine("A TEMPLATE NAME IS AT MOST 10 CHARACTERS - NOTHING DONE")
               goback
           end-if
           move function upper-case(function trim(ls-reply)) to ls-text
           perform varying ls-index from 1 by 1
               until ls-index > function length(function trim(ls-reply))
               if not ((ls-text(ls-index:1) >= "A" and ls-text(ls-index:1) <= "Z")
                       or (ls-text(ls-index:1) >= "0" and ls-text(ls-index:1) <= "9")) then
                   set ls-badFlag to true
               end-if
           end-perform
           if ls-badFlag equals true then
               invoke type System.Console::WriteLine("A TEMPLATE NAME IS LETTERS AND DIGITS ONLY - NOTHING DONE")
               goback
           end-if
           set return-item to ls-text
           goback.
       end method.

       method-id addTemplate.
      *> keys a complete template; a name already on file becomes its
      *> next version, the active one retiring only when this is saved
       local-storage section.
           01 ls-name pic x(10).
           01 ls-reply string.
           01 ls-activeSlot binary-long value is 0.
           01 ls-version binary-long value is 0.
           01 ls-versionText pic zz9.
           01 ls-stepText pic 9.
           01 ls-step binary-long value is 0.
           01 ls-prompts binary-long value is 0.
           01 ls-doneFlag condition-value value is false.
           01 ls-stepOK condition-value value is false.
           01 ls-operator string.
           01 ls-apply string.
           01 ls-constant decimal value is 0.
           01 ls-new pic x(568).
           01 ls-text string.
       procedure division.
           if ws-entryCount >= 1000 then
               invoke type System.Console::WriteLine("TEMPLATE FILE FULL")
               goback
           end-if
           set ls-name to self::askName()
           if ls-name equals spaces then
               goback
           end-if
           set ls-activeSlot to self::findActive(ls-name)
           set ls-version to self::highestVersion(ls-name) + 1
           if ls-version > 999 then
               invoke type System.Console::WriteLine("NO VERSIONS LEFT FOR THAT NAME - USE A NEW NAME")
               goback
           end-if
           if ls-activeSlot > 0 then
               move ws-entry(ls-activeSlot) to TemplateRecord
               invoke type System.Console::WriteLine("CURRENTLY ON FILE:")
               invoke self::showTemplate()
               set ls-versionText to ls-version
               string "KEY VERSION " function trim(ls-versionText)
                      " TO REPLACE IT (Y/N)? " delimited by size into ls-text
               end-string
               invoke type System.Console::Write(ls-text)
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null or
                  function upper-case(function trim(ls-reply)) not equals "Y" then
                   goback
               end-if
           end-if

           move spaces to TemplateRecord
           set TM-Name to ls-name
           set TM-Version to ls-version
           set TM-Status to "ACTIVE"
           set TM-KeyedBy to ws-supervisorID
           set TM-KeyedAt to type COBOLCalc.AuditWriter::formatTimestamp()
           invoke type System.Console::Write("DESCRIPTION: ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply not equals null then
               set TM-Description to function trim(ls-reply)
           end-if
           invoke type System.Console::Write("START PROMPT (blank for AMOUNT): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               set TM-StartPrompt to "AMOUNT"
           else
               set TM-StartPrompt to function upper-case(function trim(ls-reply))
           end-if

           perform until ls-doneFlag equals true or ls-step >= 8
               set ls-stepText to ls-step + 1
               string "STEP " ls-stepText
                      " OPERATOR (plus/minus/multiply/divide/percent/sqrt, blank to end): "
                      delimited by size into ls-text
               end-string
               invoke type System.Console::Write(ls-text)
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null or function trim(ls-reply) equals "" then
                   set ls-doneFlag to true
               else
                   set ls-operator to function lower-case(function trim(ls-reply))
                   set ls-apply to ""
                   set ls-stepOK to true
                   if self::isArithmetic(ls-operator) equals false
                           and ls-operator not equals "percent"
                           and ls-operator not equals "sqrt" then
                       invoke type System.Console::WriteLine("NOT AN OPERATOR THE CALCULATOR KNOWS - REKEY THE STEP")
                       set ls-stepOK to false
                   end-if
                   if ls-stepOK equals true and ls-operator equals "percent" then
                       invoke type System.Console::Write("APPLY THE PERCENT WITH (plus/minus/multiply/divide, blank to take the percent of the total): ")
                       set ls-reply to type System.Console::ReadLine()
                       if ls-reply not equals null and function trim(ls-reply) not equals "" then
                           set ls-apply to function lower-case(function trim(ls-reply))
                           if self::isArithmetic(ls-apply) equals false then
                               invoke type System.Console::WriteLine("NOT AN OPERATOR THE CALCULATOR KNOWS - REKEY THE STEP")
                               set ls-stepOK to false
                           end-if
                       end-if
                   end-if
                   if ls-stepOK equals true then
                       add 1 to ls-step
                       set TM-StepOperator(ls-step) to ls-operator
                       set TM-StepApply(ls-step) to ls-apply
                       set TM-StepSource(ls-step) to space
                       set TM-StepConstant(ls-step) to 0
                       if ls-operator not equals "sqrt" then
                           invoke type System.Console::Write("OPERAND - A NUMBER FOR A CONSTANT, OR P TO PROMPT FOR IT: ")
                           set ls-reply to type System.Console::ReadLine()
                           if ls-reply not equals null and function upper-case(function trim(ls-reply)) equals "P" then
                               if ls-prompts >= 3 then
                                   invoke type System.Console::WriteLine("A TEMPLATE TAKES AT MOST 3 PROMPTED STEPS - REKEY THE STEP")
                                   set ls-stepOK to false
                               else
                                   add 1 to ls-prompts
                                   set TM-StepSource(ls-step) to "P"
                                   invoke type System.Console::Write("PROMPT TEXT: ")
                                   set ls-reply to type System.Console::ReadLine()
                                   if ls-reply equals null or function trim(ls-reply) equals "" then
                                       set TM-StepPrompt(ls-step) to "OPERAND"
                                   else
                                       set TM-StepPrompt(ls-step) to function upper-case(function trim(ls-reply))
                                   end-if
                               end-if
                           else
                               if self::isDecimal(ls-reply) equals false then
                                   invoke type System.Console::WriteLine("NOT A NUMBER - REKEY THE STEP")
                                   set ls-stepOK to false
                               else
                                   set ls-constant to function numval(ls-reply)
                                   if ls-constant equals 0 and
                                      (ls-operator equals "divide" or ls-apply equals "divide") then
                                       invoke type System.Console::WriteLine("DIVIDE BY ZERO - REKEY THE STEP")
                                       set ls-stepOK to false
                                   else
                                       set TM-StepSource(ls-step) to "C"
                                       set TM-StepConstant(ls-step) to ls-constant
                                   end-if
                               end-if
                           end-if
                       end-if
                       if ls-stepOK equals false then
                           move spaces to TM-Step(ls-step)
                           subtract 1 from ls-step
                       end-if
                   end-if
               end-if
           end-perform
           if ls-step equals 0 then
               invoke type System.Console::WriteLine("NO STEPS - NOTHING SAVED")
               goback
           end-if
           set TM-StepCount to ls-step

           invoke type System.Console::WriteLine("TEMPLATE AS KEYED:")
           invoke self::showTemplate()
           invoke type System.Console::Write("SAVE IT (Y/N)? ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or
              function upper-case(function trim(ls-reply)) not equals "Y" then
               invoke type System.Console::WriteLine("NOTHING SAVED")
               goback
           end-if

           move TemplateRecord to ls-new
           if ls-activeSlot > 0 then
               move ws-entry(ls-activeSlot) to TemplateRecord
               set TM-Status to "RETIRED"
               set TM-RetiredBy to ws-supervisorID
               move TemplateRecord to ws-entry(ls-activeSlot)
           end-if
           add 1 to ws-entryCount
           move ls-new to ws-entry(ws-entryCount)
           invoke self::rewriteTemplates()
           set ls-versionText to ls-version
           string function trim(ls-name) " VERSION " function trim(ls-versionText)
                  " SAVED AND ACTIVE" delimited by size into ls-text
           end-string
           invoke type System.Console::WriteLine(ls-text).
       end method.

       method-id retireTemplate.
      *> the version stays on file, marked retired - figures it produced
      *> must still trace to it
       local-storage section.
           01 ls-name pic x(10).
           01 ls-slot binary-long value is 0.
           01 ls-reply string.
       procedure division.
           set ls-name to self::askName()
           if ls-name equals spaces then
               goback
           end-if
           set ls-slot to self::findActive(ls-name)
           if ls-slot equals 0 then
               invoke type System.Console::WriteLine("NO ACTIVE TEMPLATE BY THAT NAME")
               goback
           end-if
           move ws-entry(ls-slot) to TemplateRecord
           invoke self::showTemplate()
           invoke type System.Console::Write("RETIRE IT - BATCH RECORDS NAMING IT WILL BE REJECTED (Y/N)? ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or
              function upper-case(function trim(ls-reply)) not equals "Y" then
               goback
           end-if
           set TM-Status to "RETIRED"
           set TM-RetiredBy to ws-supervisorID
           move TemplateRecord to ws-entry(ls-slot)
           invoke self::rewriteTemplates()
           invoke type System.Console::WriteLine("RETIRED").
       end method.

       method-id isArithmetic.
       procedure division using paramOperator as string
                           returning return-item as condition-value.
           if paramOperator equals "plus" or paramOperator equals "minus"
                   or paramOperator equals "multiply"
                   or paramOperator equals "divide" then
               set return-item to true
           else
               set return-item to false
           end-if
           goback.
       end method.

       method-id isDecimal.
      *> an ordinary keyed number: optional leading minus, digits, at
      *> most one decimal point - everything numval can take without
      *> surprises
       local-storage section.
           01 ls-text string.
           01 ls-index binary-long value is 0.
           01 ls-char string.
           01 ls-pointSeen condition-value value is false.
           01 ls-digitSeen condition-value value is false.
       procedure division using paramText as string
                           returning return-item as condition-value.
           set return-item to false
           if paramText equals null then
               goback
           end-if
           set ls-text to function trim(paramText)
           if ls-text::Length equals 0 then
               goback
           end-if
           set return-item to true
           perform varying ls-index from 0 by 1
               until ls-index >= ls-text::Length
                   or return-item equals false
               set ls-char to ls-text::Substring(ls-index 1)
               evaluate true
                   when ls-char equals "-"
                       if ls-index not equals 0 then
                           set return-item to false
                       end-if
                   when ls-char equals "."
                       if ls-pointSeen equals true then
                           set return-item to false
                       end-if
                       set ls-pointSeen to true
                   when ls-char >= "0" and ls-char <= "9"
                       set ls-digitSeen to true
                   when other
                       set return-item to false
               end-evaluate
           end-perform
           if ls-digitSeen equals false then
               set return-item to false
           end-if
           goback.
       end method.

       end class.
