       class-id COBOLCalc.TemplateLibrary.

      *> Access to CALC-TEMPLATES.DAT, the named multi-step formulas a
      *> supervisor keeps on COBOLCalc.TemplateMaint ("amount times the
      *> tax rate plus the fee"), and the one place a template step is
      *> run through COBOLCalc.CalcEngine - so Window1's template key,
      *> BatchEntry and the reconciler's "M" records produce the same
      *> figure from the same inputs. A template starts from its first
      *> input (the start prompt) and applies each step in order to the
      *> running total: plus, minus, multiply or divide with an operand,
      *> sqrt of the running total, or percent - the operand taken as a
      *> percent of the running total, either left as the result or
      *> applied with plus/minus/multiply/divide the way "200 - 10 %"
      *> is keyed on the calculator. Each step's operand is a constant
      *> fixed on the template or a prompt answered at run time.
      *> Every change to a template puts a new version on file and
      *> retires the one before, so the version stamped on a history or
      *> result line always names the exact formula that produced it.
      *> Lookup() answers the active version of a name; the file is read
      *> once per instance and held in storage.

       input-output section.
       file-control.
           select TemplateFile assign to ws-templatePath
               organization is line sequential
               file status is ws-templateStatus.

       file section.
      *> TM-Status ACTIVE or RETIRED; at most one version of a name is
      *> active. TM-StepSource "C" constant (TM-StepConstant), "P"
      *> prompt (TM-StepPrompt), blank on a sqrt step, which takes no
      *> operand. TM-StepApply is only used on a percent step.
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
           01 ws-loadedFlag condition-value value is false.
           01 ws-fileAvailable condition-value value is false.

      *> the template file in storage; past the cap a name not in the
      *> table is looked up on the file itself
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(568) occurs 1000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> the template the last Lookup() found
           01 ws-found condition-value value is false.
           01 ws-current pic x(568).

      *> the history lines the last runStep() produced: one, or two for
      *> a percent applied with an operator (the percent, then the
      *> operator completing with it) - the same lines Window1 writes
      *> when the step is keyed by hand. On an error the last line is
      *> the one that failed.
           01 ws-lineCount binary-long value is 0.
           01 ws-lineTable.
              05 ws-line occurs 2.
                 10 ws-lineOperand1 pic S9(11)v9(6).
                 10 ws-lineOperator pic x(10).
                 10 ws-lineOperand2 pic S9(11)v9(6).
                 10 ws-lineResult   pic S9(11)v9(6).

       method-id Lookup.
       local-storage section.
           01 ls-name pic x(10).
       procedure division using paramName as string.
           set ws-found to false
           move spaces to ws-current
           if ws-loadedFlag equals false then
               invoke self::loadTemplates()
           end-if
           if ws-fileAvailable equals false then
               goback
           end-if
           move function upper-case(function trim(paramName)) to ls-name
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to TemplateRecord
               invoke self::considerRecord(ls-name)
           end-perform
           if ws-found equals false and ws-overflowFlag equals true then
               invoke self::scanFile(ls-name)
           end-if
           if ws-found equals true then
               move ws-current to TemplateRecord
           end-if.
       end method.

       method-id considerRecord.
      *> TemplateRecord holds a candidate: keep it if it is the active
      *> version of the name and newer than anything kept so far
       procedure division using paramName as pic x(10).
           if TM-Name equals paramName and TM-Status equals "ACTIVE" then
               if ws-found equals false then
                   move TemplateRecord to ws-current
                   set ws-found to true
               else
                   if TM-Version > function numval(ws-current(12:3)) then
                       move TemplateRecord to ws-current
                   end-if
               end-if
           end-if.
       end method.

       method-id wasFound.
       procedure division returning return-item as condition-value.
           set return-item to ws-found
           goback.
       end method.

       method-id isFileAvailable.
       procedure division returning return-item as condition-value.
           if ws-loadedFlag equals false then
               invoke self::loadTemplates()
           end-if
           set return-item to ws-fileAvailable
           goback.
       end method.

       method-id getName.
       procedure division returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-Name)
           goback.
       end method.

       method-id getVersion.
       procedure division returning return-item as binary-long.
           move ws-current to TemplateRecord
           set return-item to TM-Version
           goback.
       end method.

       method-id getDescription.
       procedure division returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-Description)
           goback.
       end method.

       method-id getStartPrompt.
       procedure division returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-StartPrompt)
           goback.
       end method.

       method-id getStepCount.
       procedure division returning return-item as binary-long.
           move ws-current to TemplateRecord
           set return-item to TM-StepCount
           goback.
       end method.

       method-id getInputCount.
      *> the start value plus one input per prompted step - what a
      *> batch "M" record must supply, in that order
       local-storage section.
           01 ls-step binary-long value is 0.
       procedure division returning return-item as binary-long.
           move ws-current to TemplateRecord
           set return-item to 1
           perform varying ls-step from 1 by 1
               until ls-step > TM-StepCount
               if TM-StepSource(ls-step) equals "P" then
                   add 1 to return-item
               end-if
           end-perform
           goback.
       end method.

       method-id getStepOperator.
       procedure division using paramStep as binary-long
                           returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-StepOperator(paramStep))
           goback.
       end method.

       method-id getStepApply.
       procedure division using paramStep as binary-long
                           returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-StepApply(paramStep))
           goback.
       end method.

       method-id isStepPrompted.
       procedure division using paramStep as binary-long
                           returning return-item as condition-value.
           move ws-current to TemplateRecord
           if TM-StepSource(paramStep) equals "P" then
               set return-item to true
           else
               set return-item to false
           end-if
           goback.
       end method.

       method-id getStepConstant.
       procedure division using paramStep as binary-long
                           returning return-item as decimal.
           move ws-current to TemplateRecord
           set return-item to TM-StepConstant(paramStep)
           goback.
       end method.

       method-id getStepPrompt.
       procedure division using paramStep as binary-long
                           returning return-item as string.
           move ws-current to TemplateRecord
           set return-item to function trim(TM-StepPrompt(paramStep))
           goback.
       end method.

       method-id startTemplate.
      *> a template always runs from a clean engine, its first input
      *> standing as the running total
       procedure division using paramEngine as type COBOLCalc.CalcEngine
                                 paramStart as decimal.
           invoke paramEngine::reset()
           invoke paramEngine::operatorAlt("none" paramStart).
       end method.

       method-id runStep.
      *> applies one step of the found template to the engine's running
      *> total; paramInput is the answer to the step's prompt and is
      *> ignored on a constant step. False means the engine is in error
      *> and the template went no further.
       local-storage section.
           01 ls-operator string.
           01 ls-apply string.
           01 ls-running decimal value is 0.
           01 ls-operand decimal value is 0.
           01 ls-percent decimal value is 0.
           01 ls-root decimal value is 0.
       procedure division using paramEngine as type COBOLCalc.CalcEngine
                                 paramStep as binary-long
                                 paramInput as decimal
                           returning return-item as condition-value.
           set ws-lineCount to 0
           move ws-current to TemplateRecord
           set ls-operator to function trim(TM-StepOperator(paramStep))
           set ls-apply to function trim(TM-StepApply(paramStep))
           if TM-StepSource(paramStep) equals "P" then
               set ls-operand to paramInput
           else
               set ls-operand to TM-StepConstant(paramStep)
           end-if
           set ls-running to paramEngine::getLastInput()

           evaluate ls-operator
               when "sqrt"
                   set ls-root to paramEngine::squareRoot(ls-running)
                   invoke self::addLine(ls-running "sqrt" 0 ls-root)
               when "percent"
                   if ls-apply equals "" then
      *> percent of the running total becomes the running total
                       invoke paramEngine::operatorAlt("multiply" ls-running)
                       set ls-percent to paramEngine::percent(ls-operand)
                       invoke paramEngine::operatorAlt("none" ls-percent)
                       invoke self::addLine(ls-running "percent" ls-operand ls-percent)
                   else
                       invoke paramEngine::operatorAlt(ls-apply ls-running)
                       set ls-percent to paramEngine::percent(ls-operand)
                       invoke self::addLine(ls-running "percent" ls-operand ls-percent)
                       invoke paramEngine::calculate(ls-percent)
                       invoke self::addLine(ls-running ls-apply ls-percent paramEngine::getLastInput())
                   end-if
               when other
      *> plus/minus/multiply/divide; anything else the engine itself
      *> refuses as a bad operator
                   invoke paramEngine::operatorAlt(ls-operator ls-running)
                   invoke paramEngine::calculate(ls-operand)
                   invoke self::addLine(ls-running ls-operator ls-operand paramEngine::getLastInput())
           end-evaluate

           if paramEngine::isInError() equals true then
               set ws-lineResult(ws-lineCount) to 0
               set return-item to false
           else
               set return-item to true
           end-if
           goback.
       end method.

       method-id addLine.
       procedure division using paramOperand1 as decimal
                                 paramOperator as string
                                 paramOperand2 as decimal
                                 paramResult as decimal.
           if ws-lineCount < 2 then
               add 1 to ws-lineCount
               set ws-lineOperand1(ws-lineCount) to paramOperand1
               set ws-lineOperator(ws-lineCount) to paramOperator
               set ws-lineOperand2(ws-lineCount) to paramOperand2
               set ws-lineResult(ws-lineCount) to paramResult
           end-if.
       end method.

       method-id getLineCount.
       procedure division returning return-item as binary-long.
           set return-item to ws-lineCount
           goback.
       end method.

       method-id getLineOperand1.
       procedure division using paramLine as binary-long
                           returning return-item as decimal.
           set return-item to ws-lineOperand1(paramLine)
           goback.
       end method.

       method-id getLineOperator.
       procedure division using paramLine as binary-long
                           returning return-item as string.
           set return-item to function trim(ws-lineOperator(paramLine))
           goback.
       end method.

       method-id getLineOperand2.
       procedure division using paramLine as binary-long
                           returning return-item as decimal.
           set return-item to ws-lineOperand2(paramLine)
           goback.
       end method.

       method-id getLineResult.
       procedure division using paramLine as binary-long
                           returning return-item as decimal.
           set return-item to ws-lineResult(paramLine)
           goback.
       end method.

       method-id loadTemplates.
       procedure division.
           set ws-loadedFlag to true
           set ws-fileAvailable to false
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input TemplateFile
           if ws-templateStatus not equals "00" then
               goback
           end-if
           set ws-fileAvailable to true
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
           close TemplateFile.
       end method.

       method-id scanFile.
       procedure division using paramName as pic x(10).
           set ws-eofFlag to false
           open input TemplateFile
           if ws-templateStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read TemplateFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       invoke self::considerRecord(paramName)
               end-read
           end-perform
           close TemplateFile.
       end method.

       end class.
