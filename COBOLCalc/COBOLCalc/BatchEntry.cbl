      *> filler columns (which the edit and the reconciler ignore) and a
      *> line per document goes to BATCH-KEYING.LOG, so a rejected
      *> document traces back to whoever keyed it.
      *> The header also takes the GL account and reference the
      *> reconciler posts the document under once it balances; the
      *> account is checked against CHART-OF-ACCOUNTS.DAT while keying,
      *> as the edit will check it. Leaving the account blank keys a
      *> document that is balanced but not posted.
      *> A calculation template from CALC-TEMPLATES.DAT is keyed as an
      *> "M" record - standalone, or as a "template" detail whose result
      *> is added to the document's running total - prompting for the
      *> template's own inputs and showing each step as it will run.

       input-output section.
       file-control.
               file status is ws-keyingLogStatus.

       file section.
      *> the same 69-column record BatchEditor re-reads as raw text; the
      *> header and trailer filler columns carry the keying operator,
      *> which every downstream program ignores, and the extension
      *> columns carry the header's GL account and reference, or a
      *> template record's third and fourth inputs
       fd  TransactionFile.
       01  TransactionRecord.
           05 TR-RecordType pic x.
              10 TR-TrailerDocID pic x(12).
              10 TR-TrailerKeyedBy pic x(10).
              10 TR-TrailerFiller pic x(16).
           05 TR-TemplateBody redefines TR-Body.
              10 TR-TemplateName pic x(10).
              10 TR-TemplateInput1 pic S9(9)v9(4) sign is leading separate.
              10 TR-TemplateInput2 pic S9(9)v9(4) sign is leading separate.
           05 TR-Extension pic x(30).
           05 TR-HeaderGL redefines TR-Extension.
              10 TR-GLAccount pic x(10).
              10 TR-GLReference pic x(20).
           05 TR-TemplateMore redefines TR-Extension.
              10 TR-TemplateInput3 pic S9(9)v9(4) sign is leading separate.
              10 TR-TemplateInput4 pic S9(9)v9(4) sign is leading separate.
              10 TR-TemplateFiller pic x(2).

      *> one line per document or standalone written, naming who keyed
      *> it, when, and how many lines
           01 ws-engine type COBOLCalc.CalcEngine.
           01 ws-operatorID string value is "".

      *> templates are tried out on their own engine while being keyed,
      *> so a template detail never disturbs the document's running
      *> total until its result is chained in
           01 ws-templates type COBOLCalc.TemplateLibrary.
           01 ws-templateEngine type COBOLCalc.CalcEngine.
           01 ws-templateResult decimal value is 0.

      *> the document being keyed, buffered from header to trailer and
      *> written whole - the same guarantee the edit's document buffer
      *> gives the reconciler
           01 ws-docCount binary-long value is 0.
           01 ws-docBuffer.
              05 ws-docRecord pic x(69) occurs 500.
           01 ws-docIndex binary-long value is 0.

       method-id Main static.
       method-id NEW.
       procedure division.
           invoke type COBOLCalc.CalcEngine::new returning ws-engine
           invoke type COBOLCalc.CalcEngine::new returning ws-templateEngine
           invoke type COBOLCalc.TemplateLibrary::new returning ws-templates
           goback.
       end method.

           set ws-operatorID to function trim(ls-reply)

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (D=document S=standalone M=template Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
                           invoke self::keyDocument()
                       when "S"
                           invoke self::keyStandalone()
                       when "M"
                           invoke self::keyTemplate()
                       when "Q"
                           set ls-doneFlag to true
                       when other
           01 ls-today pic 9(8) value is 0.
           01 ls-chainAmount decimal value is 0.
           01 ls-lineTotal binary-long value is 0.
           01 ls-glAccount pic x(10).
           01 ls-glReference pic x(20).
           01 ls-chart type COBOLCalc.ChartOfAccounts.
       procedure division.
           invoke type COBOLCalc.RateTable::new returning ls-rateTable
           set ls-now to function current-date
               goback
           end-if
           set ls-controlTotal to function numval(ls-reply)
           move spaces to ls-glAccount
           move spaces to ls-glReference
           invoke type System.Console::Write("GL ACCOUNT TO POST TO (blank for none): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply not equals null and function trim(ls-reply) not equals "" then
               if function length(function trim(ls-reply)) > 10 then
                   invoke type System.Console::WriteLine("ACCOUNT LONGER THAN 10 CHARACTERS - NOTHING KEYED")
                   goback
               end-if
               move function trim(ls-reply) to ls-glAccount
               invoke type COBOLCalc.ChartOfAccounts::new returning ls-chart
               invoke ls-chart::Lookup(ls-glAccount)
               if ls-chart::isFileAvailable() equals true then
                   if ls-chart::wasFound() equals false
                           or ls-chart::isOpen() equals false
                           or ls-chart::isPostable() equals false then
                       invoke type System.Console::WriteLine("NOT AN OPEN, POSTABLE ACCOUNT ON THE CHART - THE EDIT WOULD REJECT IT, NOTHING KEYED")
                       goback
                   end-if
               end-if
               invoke type System.Console::Write("GL REFERENCE (blank for the document ID): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null or function trim(ls-reply) equals "" then
                   move ls-docID to ls-glReference
               else
                   if function length(function trim(ls-reply)) > 20 then
                       invoke type System.Console::WriteLine("REFERENCE LONGER THAN 20 CHARACTERS - NOTHING KEYED")
                       goback
                   end-if
                   move function trim(ls-reply) to ls-glReference
               end-if
           end-if

           set ws-docCount to 0
           move spaces to TransactionRecord
           set TR-DocumentID to ls-docID
           set TR-ControlTotal to ls-controlTotal
           set TR-HeaderKeyedBy to ws-operatorID
           set TR-GLAccount to ls-glAccount
           set TR-GLReference to ls-glReference
           invoke self::bufferRecord()

      *>details chain exactly the way the reconciler chains them: the
      *>completes the step
           invoke ws-engine::reset()
           perform until ls-doneFlag equals true
               invoke type System.Console::Write("DETAIL OPERATOR (plus/minus/multiply/divide/template, blank to end): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null or function trim(ls-reply) equals "" then
                   set ls-doneFlag to true
               else
                   set ls-operator to function trim(ls-reply)
                   set ls-lineOK to true
      *>a template line keys its own inputs and chains its own result,
      *>so none of the operand prompts below apply to it
                   if ls-operator equals "template" then
                       invoke self::keyTemplateDetail(ls-controlTotal)
                       set ls-lineOK to false
                   else
                       if self::isKnownOperator(ls-operator) equals false then
                           invoke type System.Console::WriteLine("NOT AN OPERATOR THE RECONCILER KNOWS - REKEY THE LINE")
                           set ls-lineOK to false
                       end-if
                   end-if
                   if ls-lineOK equals true then
                       invoke type System.Console::Write("DETAIL OPERAND: ")
           end-if.
       end method.

       method-id keyTemplate.
      *> a standalone template run: one "M" record, written straight away
      *> the way a standalone triple is
       procedure division.
           if self::keyTemplateRecord() equals false then
               goback
           end-if
           invoke self::openTransactionFile()
           if ws-transactionStatus equals "00" then
               write TransactionRecord
               close TransactionFile
               invoke self::logKeying("TEMPLATE" " " 1)
               invoke type System.Console::WriteLine("TRANSACTION WRITTEN")
           else
               invoke type System.Console::WriteLine("BATCH-TRANSACTIONS.DAT COULD NOT BE OPENED - NOTHING KEYED")
           end-if.
       end method.

       method-id keyTemplateDetail.
      *> a template inside a document: the reconciler adds the template's
      *> result to the running total, so the keying does the same
       local-storage section.
           01 ls-priorTotal decimal value is 0.
           01 ls-difference decimal value is 0.
           01 ls-text string.
       procedure division using paramControlTotal as decimal.
           if ws-docCount >= 499 then
               invoke type System.Console::WriteLine("DOCUMENT IS AT THE 498-DETAIL LIMIT - END IT AND START ANOTHER")
               goback
           end-if
           if self::keyTemplateRecord() equals false then
               goback
           end-if
           set ls-priorTotal to ws-engine::getLastInput()
           invoke ws-engine::operatorAlt("plus" ls-priorTotal)
           invoke ws-engine::calculate(ws-templateResult)
           if ws-engine::isInError() equals true then
               invoke type System.Console::WriteLine(ws-engine::getErrorMessage())
               invoke ws-engine::undo()
               goback
           end-if
           invoke self::bufferRecord()
           set ls-difference to ws-engine::getLastInput() - paramControlTotal
           string "RUNNING TOTAL: "
                  ws-engine::getLastInput()::ToString()
                  "   CONTROL: " paramControlTotal::ToString()
                  "   DIFFERENCE: " ls-difference::ToString()
                  delimited by size into ls-text
           end-string
           invoke type System.Console::WriteLine(ls-text).
       end method.

       method-id keyTemplateRecord.
      *> prompts for the template and its inputs, runs it once on the
      *> side engine so the clerk sees every step and its result, and
      *> leaves the "M" record built in TransactionRecord with the result
      *> in ws-templateResult; answers false, with nothing built, for
      *> anything the edit would reject or the reconciler would suspend
       local-storage section.
           01 ls-reply string.
           01 ls-prompt string.
           01 ls-text string.
           01 ls-versionText pic zz9.
           01 ls-inputTable.
              05 ls-input pic S9(9)v9(4) occurs 4.
           01 ls-inputCount binary-long value is 1.
           01 ls-nextInput binary-long value is 2.
           01 ls-step binary-long value is 0.
           01 ls-line binary-long value is 0.
           01 ls-operand decimal value is 0.
           01 ls-stepOK condition-value value is true.
       procedure division returning return-item as condition-value.
           set return-item to false
           invoke type System.Console::Write("TEMPLATE NAME: ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               invoke type System.Console::WriteLine("NO TEMPLATE NAME - NOTHING KEYED")
               goback
           end-if
           invoke ws-templates::Lookup(function trim(ls-reply))
           if ws-templates::isFileAvailable() equals false then
               invoke type System.Console::WriteLine("NO CALCULATION TEMPLATES ON FILE - NOTHING KEYED")
               goback
           end-if
           if function length(function trim(ls-reply)) > 10
                   or ws-templates::wasFound() equals false then
               invoke type System.Console::WriteLine("NO ACTIVE TEMPLATE BY THAT NAME - THE EDIT WOULD REJECT IT, NOTHING KEYED")
               goback
           end-if
           set ls-versionText to ws-templates::getVersion()
           string ws-templates::getName() " V" function trim(ls-versionText)
                  " - " ws-templates::getDescription()
                  delimited by size into ls-text
           end-string
           invoke type System.Console::WriteLine(ls-text)

           string ws-templates::getStartPrompt() ": "
                  delimited by size into ls-prompt
           end-string
           invoke type System.Console::Write(ls-prompt)
           set ls-reply to type System.Console::ReadLine()
           if self::isDecimal(ls-reply) equals false then
               invoke type System.Console::WriteLine("NOT A NUMBER - NOTHING KEYED")
               goback
           end-if
           set ls-input(1) to function numval(ls-reply)
           perform varying ls-step from 1 by 1
               until ls-step > ws-templates::getStepCount()
               if ws-templates::isStepPrompted(ls-step) equals true and ls-inputCount < 4 then
                   string ws-templates::getStepPrompt(ls-step) ": "
                          delimited by size into ls-prompt
                   end-string
                   invoke type System.Console::Write(ls-prompt)
                   set ls-reply to type System.Console::ReadLine()
                   if self::isDecimal(ls-reply) equals false then
                       invoke type System.Console::WriteLine("NOT A NUMBER - NOTHING KEYED")
                       goback
                   end-if
                   add 1 to ls-inputCount
                   set ls-input(ls-inputCount) to function numval(ls-reply)
               end-if
           end-perform

      *>the same run the reconciler will make, shown step by step
           set ls-operand to ls-input(1)
           invoke ws-templates::startTemplate(ws-templateEngine ls-operand)
           perform varying ls-step from 1 by 1
               until ls-step > ws-templates::getStepCount() or ls-stepOK equals false
               set ls-operand to 0
               if ws-templates::isStepPrompted(ls-step) equals true and ls-nextInput <= 4 then
                   set ls-operand to ls-input(ls-nextInput)
                   add 1 to ls-nextInput
               end-if
               set ls-stepOK to ws-templates::runStep(ws-templateEngine ls-step ls-operand)
               perform varying ls-line from 1 by 1
                   until ls-line > ws-templates::getLineCount()
                   string "  " ws-templates::getLineOperand1(ls-line)::ToString()
                          " " ws-templates::getLineOperator(ls-line)
                          " " ws-templates::getLineOperand2(ls-line)::ToString()
                          " = " ws-templates::getLineResult(ls-line)::ToString()
                          delimited by size into ls-text
                   end-string
                   invoke type System.Console::WriteLine(ls-text)
               end-perform
           end-perform
           if ls-stepOK equals false then
               invoke type System.Console::WriteLine(ws-templateEngine::getErrorMessage())
               invoke type System.Console::WriteLine("THE TEMPLATE FAILS ON THESE INPUTS - THE RECONCILER WOULD SUSPEND IT, NOTHING KEYED")
               goback
           end-if
           set ws-templateResult to ws-templateEngine::getLastInput()

      *>inputs the template does not prompt for stay blank
           move spaces to TransactionRecord
           set TR-RecordType to "M"
           set TR-TemplateName to ws-templates::getName()
           set TR-TemplateInput1 to ls-input(1)
           if ls-inputCount >= 2 then
               set TR-TemplateInput2 to ls-input(2)
           end-if
           if ls-inputCount >= 3 then
               set TR-TemplateInput3 to ls-input(3)
           end-if
           if ls-inputCount >= 4 then
               set TR-TemplateInput4 to ls-input(4)
           end-if
           set return-item to true
           goback.
       end method.

       method-id bufferRecord.
      *> the detail prompt stops at 498 so header and trailer always
      *> fit; the bound here is belt and braces against overrunning the
