           01 ws-operatorID string value is "UNKNOWN". *>shift operator stamped onto every history record
           01 ws-authLevel binary-long value is 0. *>from OPERATOR-MASTER.DAT: 1 clerk, 2 may post to GL, 3 supervisor
           01 ws-operatorMaster type COBOLCalc.OperatorMaster. *>validates sign-ins against OPERATOR-MASTER.DAT
           01 ws-limitSet condition-value value is false. *>whether the signed-in operator's master record carries a posting limit
           01 ws-postingLimit decimal value is 0. *>GL posts above this (either sign) land HELD for supervisor release
           01 ws-tapeText string value is "". *>adding-machine tape of every completed step this session
      *>what the signed-in identity has produced so far: written to
      *>SESSION-LOG.DAT at sign-out so the shift handover report can say
                   if ws-operatorMaster::isFileAvailable() equals false then
                       set ws-operatorID to function trim(ls-enteredID)
                       set ws-authLevel to 1
                       set ws-limitSet to false
                       set ws-postingLimit to 0
                       set ls-signedIn to true
                       invoke ws-auditWriter::LogException("SIGN-IN UNVERIFIED: NO MASTER" ws-operatorID)
                   else
                          ws-operatorMaster::isActive() equals true then
                           set ws-operatorID to function trim(ls-enteredID)
                           set ws-authLevel to ws-operatorMaster::getAuthLevel()
                           set ws-limitSet to ws-operatorMaster::hasPostingLimit()
                           set ws-postingLimit to ws-operatorMaster::getPostingLimit()
                           set ls-signedIn to true
                       else
                           invoke ws-auditWriter::LogException("ERR: SIGN-IN REJECTED" function trim(ls-enteredID))
       method-id btnPostToGL_Click.
      *>posts the value currently on the display to the general ledger
      *>interface file as one completed total, tagged with the account/
      *>reference the operator supplies and the signed-in operator ID.
      *>The account must be on CHART-OF-ACCOUNTS.DAT, open and postable;
      *>a missing chart lets the posting through with an exception
      *>logged, the same way a missing operator master treats sign-in.
      *>An amount above the operator's posting limit is still written,
      *>but HELD - it goes nowhere until a different level-3 supervisor
      *>releases it on COBOLCalc.GLRelease.
       local-storage section.
           01 ls-account string.
           01 ls-reference string.
           01 ls-amount decimal value is 0.
           01 ls-chart type COBOLCalc.ChartOfAccounts.
           01 ls-refusal string value is "".
           01 ls-message string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke self::touchActivity()
      *>posting to the ledger needs level 2 or better on the operator
           if ws-engine::isInError() equals false then
               set ls-account to type Microsoft.VisualBasic.Interaction::InputBox("GL account:" "Post to GL" "" -1 -1)
               if function trim(ls-account) not equals "" then
      *>an over-long account would be truncated into GL-Account and
      *>could then match some other account on the chart
                   if function length(function trim(ls-account)) > 10 then
                       set ls-refusal to "ERR: GL ACCOUNT TOO LONG"
                       set ls-message to "GL account is longer than 10 characters"
                   else
                       invoke type COBOLCalc.ChartOfAccounts::new returning ls-chart
                       invoke ls-chart::Lookup(function trim(ls-account))
                       if ls-chart::isFileAvailable() equals false then
                           invoke ws-auditWriter::LogException("GL ACCOUNT UNVERIFIED: NO CHART" ws-operatorID)
                       else
                           if ls-chart::wasFound() equals false then
                               set ls-refusal to "ERR: GL ACCOUNT UNKNOWN"
                               set ls-message to "GL account is not on the chart of accounts"
                           else
                               if ls-chart::isOpen() equals false then
                                   set ls-refusal to "ERR: GL ACCOUNT CLOSED"
                                   set ls-message to "GL account is closed"
                               else
                                   if ls-chart::isPostable() equals false then
                                       set ls-refusal to "ERR: GL ACCOUNT NOT POSTABLE"
                                       set ls-message to "GL account does not take postings"
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
                   if ls-refusal not equals "" then
                       invoke ws-auditWriter::LogException(ls-refusal ws-operatorID)
                       add 1 to ws-exceptionCount
                       invoke type System.Windows.MessageBox::Show(ls-message "Post to GL")
                       goback
                   end-if
                   set ls-reference to type Microsoft.VisualBasic.Interaction::InputBox("GL reference:" "Post to GL" "" -1 -1)
      *>post what calculate() actually produced, not the DecimalPlaces-
      *>rounded display text
                   set ls-amount to ws-engine::getLastInput()
                   if ls-amount < 0 then
                       set ls-amount to 0 - ls-amount
                   end-if
                   if ws-limitSet equals true and ls-amount > ws-postingLimit then
                       invoke ws-auditWriter::WriteGLHeldRecord(function trim(ls-account) function trim(ls-reference) ws-engine::getLastInput() ws-operatorID)
                       invoke type System.Windows.MessageBox::Show("Posting is above your limit - held for supervisor release" "Post to GL")
                   else
                       invoke ws-auditWriter::WriteGLRecord(function trim(ls-account) function trim(ls-reference) ws-engine::getLastInput() ws-operatorID)
                   end-if
                   add 1 to ws-glPostCount
               end-if
           end-if.
           end-if.
       end method.

       method-id btnTemplate_Click.
      *>runs a named calculation template from CALC-TEMPLATES.DAT: asks
      *>for the start amount (the display is offered) and every prompted
      *>operand first, so an abandoned walk-through leaves nothing on the
      *>audit trail, then runs the steps through the engine the way the
      *>batch "M" record does. Each step writes its normal history line
      *>and tape line, stamped with the template name and version; the
      *>result is left on the display to carry on with or post to GL.
       local-storage section.
           01 ls-templates type COBOLCalc.TemplateLibrary.
           01 ls-name string.
           01 ls-title string.
           01 ls-reply string.
           01 ls-prompt string.
           01 ls-version binary-long value is 0.
           01 ls-versionText pic zz9.
           01 ls-inputTable.
              05 ls-input pic S9(11)v9(6) occurs 4.
           01 ls-inputCount binary-long value is 1.
           01 ls-nextInput binary-long value is 2.
           01 ls-step binary-long value is 0.
           01 ls-line binary-long value is 0.
           01 ls-operand decimal value is 0.
           01 ls-stepOK condition-value value is true.
           01 ls-operand1 decimal value is 0.
           01 ls-operand2 decimal value is 0.
           01 ls-result decimal value is 0.
           01 ls-operator string.
           01 ls-tapeLine string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke self::touchActivity()
           if ws-engine::isInError() equals true then
               set OutputBox::Text to ws-engine::getErrorMessage()
               goback
           end-if
           set ls-name to type Microsoft.VisualBasic.Interaction::InputBox("Template name:" "Calculation template" "" -1 -1)
           if function trim(ls-name) equals "" then
               goback
           end-if
           invoke type COBOLCalc.TemplateLibrary::new returning ls-templates
           invoke ls-templates::Lookup(function trim(ls-name))
           if ls-templates::isFileAvailable() equals false then
               invoke type System.Windows.MessageBox::Show("No calculation templates on file" "Calculation template")
               goback
           end-if
           if ls-templates::wasFound() equals false then
               invoke type System.Windows.MessageBox::Show("No active template by that name" "Calculation template")
               goback
           end-if
           set ls-name to ls-templates::getName()
           set ls-version to ls-templates::getVersion()
           set ls-versionText to ls-version
           string ls-name " v" function trim(ls-versionText) " - "
                  ls-templates::getDescription()
                  delimited by size into ls-title
           end-string

           string ls-templates::getStartPrompt() ":" delimited by size into ls-prompt
           end-string
           set ls-reply to type Microsoft.VisualBasic.Interaction::InputBox(ls-prompt ls-title OutputBox::Text -1 -1)
           if self::isNumber(ls-reply) equals false then
               invoke type System.Windows.MessageBox::Show("Not a number - template abandoned, nothing calculated" "Calculation template")
               goback
           end-if
           set ls-input(1) to function numval(ls-reply)
           perform varying ls-step from 1 by 1
               until ls-step > ls-templates::getStepCount()
               if ls-templates::isStepPrompted(ls-step) equals true and ls-inputCount < 4 then
                   string ls-templates::getStepPrompt(ls-step) ":" delimited by size into ls-prompt
                   end-string
                   set ls-reply to type Microsoft.VisualBasic.Interaction::InputBox(ls-prompt ls-title "" -1 -1)
                   if self::isNumber(ls-reply) equals false then
                       invoke type System.Windows.MessageBox::Show("Not a number - template abandoned, nothing calculated" "Calculation template")
                       goback
                   end-if
                   add 1 to ls-inputCount
                   set ls-input(ls-inputCount) to function numval(ls-reply)
               end-if
           end-perform

           set ls-operand to ls-input(1)
           invoke ls-templates::startTemplate(ws-engine ls-operand)
           perform varying ls-step from 1 by 1
               until ls-step > ls-templates::getStepCount() or ls-stepOK equals false
               set ls-operand to 0
               if ls-templates::isStepPrompted(ls-step) equals true and ls-nextInput <= 4 then
                   set ls-operand to ls-input(ls-nextInput)
                   add 1 to ls-nextInput
               end-if
               set ls-stepOK to ls-templates::runStep(ws-engine ls-step ls-operand)
               perform varying ls-line from 1 by 1
                   until ls-line > ls-templates::getLineCount()
                   if ls-stepOK equals false and ls-line equals ls-templates::getLineCount() then
                       invoke ws-auditWriter::LogException(ws-engine::getErrorMessage() ws-operatorID)
                       add 1 to ws-exceptionCount
                   else
                       set ls-operand1 to ls-templates::getLineOperand1(ls-line)
                       set ls-operator to ls-templates::getLineOperator(ls-line)
                       set ls-operand2 to ls-templates::getLineOperand2(ls-line)
                       set ls-result to ls-templates::getLineResult(ls-line)
                       invoke ws-auditWriter::AppendTemplateHistory(ls-operand1 ls-operator ls-operand2 ls-result ws-operatorID ls-name ls-version)
                       add 1 to ws-calcCount
                       string ls-operand1::ToString() delimited by size
                              " " delimited by size
                              ls-operator delimited by size
                              " " delimited by size
                              ls-operand2::ToString() delimited by size
                              " = " delimited by size
                              ls-result::ToString() delimited by size
                              "   [" delimited by size
                              ls-name delimited by size
                              " v" delimited by size
                              function trim(ls-versionText) delimited by size
                              "]" delimited by size
                              into ls-tapeLine
                       end-string
                       invoke self::appendTapeLine(ls-tapeLine)
                   end-if
               end-perform
           end-perform

           if ls-stepOK equals false then
               set OutputBox::Text to ws-engine::getErrorMessage()
           else
               set OutputBox::Text to roundForDisplay(ws-engine::getLastInput())
           end-if
           set ws-decimalFlag to false
           set ws-firstDigitFlag to true.
       end method.

       method-id isNumber.
      *>an ordinary keyed number from an InputBox: optional leading
      *>minus, digits, at most one decimal point
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

       method-id btnPrintTape_Click.
      *>writes the session tape out to disk and hands it to the default
      *>print verb, same as printing any other text file
