      *> actually recognizes, divide by a zero operand flagged up front,
      *> header/detail/trailer document sequence intact, and on a
      *> currency-bearing detail a known three-letter currency code with
      *> a rate on file for the run date, and on a document header a GL
      *> account that is open and postable on CHART-OF-ACCOUNTS.DAT and
      *> a document ID not already used earlier in the file - the
      *> reconciler posts each balanced document under its ID, and a
      *> restart relies on that ID to know what was already posted).
      *> Clean records go to BATCH-VALIDATED.DAT - the file the
      *> reconciler reads - and bad ones to BATCH-REJECTS.DAT with a
      *> reason code and the original record intact, so rejects can be
      *> fixed and resubmitted the same evening instead of surfacing as
      *> buried ERR lines in EXCEPTIONS.LOG the next morning.
      *> An "M" record must name an active calculation template on
      *> CALC-TEMPLATES.DAT (NOTMPL), supply every input the template
      *> takes as a number (TMPNUM), and not feed a zero into a
      *> prompted divide (DIV0). It may stand alone or sit inside a
      *> document.

       input-output section.
       file-control.
      *> (header with control total, chained details, trailer); "C" is
      *> a document detail whose operand is a foreign-currency amount,
      *> carrying the currency code for the reconciler to convert at
      *> the business date before chaining. The extension columns after
      *> the body carry, on a header only, the GL account and reference
      *> the balanced document is posted under; blank on every other
      *> record type, and a header with no account balances as before
      *> but posts nothing. "M" names a calculation template and its
      *> input amounts, two in the body and two in the extension
       fd  TransactionFile.
       01  TransactionRecord.
           05 TR-RecordType pic x.
           05 TR-TrailerBody redefines TR-Body.
              10 TR-TrailerDocID pic x(12).
              10 TR-TrailerFiller pic x(26).
           05 TR-TemplateBody redefines TR-Body.
              10 TR-TemplateName pic x(10).
              10 TR-TemplateInput1 pic x(14).
              10 TR-TemplateInput2 pic x(14).
           05 TR-Extension pic x(30).
           05 TR-HeaderGL redefines TR-Extension.
              10 TR-GLAccount pic x(10).
              10 TR-GLReference pic x(20).
           05 TR-TemplateMore redefines TR-Extension.
              10 TR-TemplateInput3 pic x(14).
              10 TR-TemplateInput4 pic x(14).
              10 TR-TemplateFiller pic x(2).

       fd  ValidatedFile.
       01  ValidatedRecord  pic x(69).

       fd  RejectFile.
       01  RejectRecord.
           05 RJ-ReasonCode pic x(6).
           05 RJ-Filler1    pic x.
           05 RJ-Original   pic x(69).

       fd  SummaryFile.
       01  SummaryLine      pic x(132).
           01 ws-docCount binary-long value is 0.
           01 ws-docBuffer.
              05 ws-docEntry occurs 500.
                 10 ws-docRecord pic x(69).
                 10 ws-docReason pic x(6).
           01 ws-docIndex binary-long value is 0.
      *> for the currency-detail edit: the rate lookup answers as of the
      *> reconciliation ever sees it
           01 ws-runDate pic 9(8) value is 0.
           01 ws-rateTable type COBOLCalc.RateTable.
           01 ws-chart type COBOLCalc.ChartOfAccounts.
      *> document IDs already seen in this file; past the cap the
      *> duplicate edit stops rather than reject good documents
           01 ws-seenCount binary-long value is 0.
           01 ws-seenTable.
              05 ws-seenDocID pic x(12) occurs 5000.
           01 ws-seenIndex binary-long value is 0.
           01 ws-templates type COBOLCalc.TemplateLibrary.
           01 ws-templateInputs.
              05 ws-templateInput pic x(14) occurs 4.

       method-id Main static.
       local-storage section.
           set ls-now to function current-date
           set ws-runDate to function numval(ls-now(1:8))
           invoke type COBOLCalc.RateTable::new returning ws-rateTable
           invoke type COBOLCalc.ChartOfAccounts::new returning ws-chart
           invoke type COBOLCalc.TemplateLibrary::new returning ws-templates
           open input TransactionFile
           if ws-transactionStatus not equals "00" then
               set ws-eofFlag to true
                   invoke self::editCurrencyDetail()
               when "T"
                   invoke self::editTrailer()
               when "M"
                   invoke self::editTemplate()
               when other
                   set ws-reasonCode to "BADTYP"
                   if ws-inDocument equals true then
                   set ws-reasonCode to "TOTNUM"
               end-if
           end-if
           if ws-reasonCode equals spaces then
               if self::isSeenDocument(TR-DocumentID) equals true then
                   set ws-reasonCode to "DUPDOC"
               end-if
           end-if
      *>the account is checked the way Window1 checks a keyed posting:
      *>no chart on file lets it through, the reconciler logs that
           if ws-reasonCode equals spaces and TR-GLAccount not equals spaces then
               invoke ws-chart::Lookup(TR-GLAccount)
               if ws-chart::isFileAvailable() equals true then
                   if ws-chart::wasFound() equals false
                           or ws-chart::isOpen() equals false
                           or ws-chart::isPostable() equals false then
                       set ws-reasonCode to "BADACT"
                   end-if
               end-if
           end-if
           set ws-inDocument to true
           set ws-docHasReject to false
           set ws-currentDocID to TR-DocumentID
           invoke self::bufferRecord().
       end method.

       method-id isSeenDocument.
      *> answers whether the ID was used by an earlier header in the
      *> file, and remembers it if not
       procedure division using paramDocID as pic x(12)
                           returning return-item as condition-value.
           set return-item to false
           perform varying ws-seenIndex from 1 by 1
               until ws-seenIndex > ws-seenCount or return-item equals true
               if ws-seenDocID(ws-seenIndex) equals paramDocID then
                   set return-item to true
               end-if
           end-perform
           if return-item equals false and ws-seenCount < 5000 then
               add 1 to ws-seenCount
               set ws-seenDocID(ws-seenCount) to paramDocID
           end-if
           goback.
       end method.

       method-id editDetail.
       procedure division.
           if ws-inDocument equals false then
           goback.
       end method.

       method-id editTemplate.
      *> the inputs are taken in order - the start amount, then one per
      *> prompted step - and only as many as the template takes are
      *> looked at
       local-storage section.
           01 ls-inputCount binary-long value is 0.
           01 ls-input binary-long value is 0.
           01 ls-step binary-long value is 0.
           01 ls-operator string.
       procedure division.
           move TR-TemplateInput1 to ws-templateInput(1)
           move TR-TemplateInput2 to ws-templateInput(2)
           move TR-TemplateInput3 to ws-templateInput(3)
           move TR-TemplateInput4 to ws-templateInput(4)
           invoke ws-templates::Lookup(TR-TemplateName)
           if ws-templates::wasFound() equals false then
               set ws-reasonCode to "NOTMPL"
           else
               set ls-inputCount to ws-templates::getInputCount()
               perform varying ls-input from 1 by 1
                   until ls-input > ls-inputCount or ls-input > 4
                       or ws-reasonCode not equals spaces
                   if self::isSignedNumeric(ws-templateInput(ls-input)) equals false then
                       set ws-reasonCode to "TMPNUM"
                   end-if
               end-perform
           end-if
           if ws-reasonCode equals spaces then
               set ls-input to 1
               perform varying ls-step from 1 by 1
                   until ls-step > ws-templates::getStepCount()
                       or ws-reasonCode not equals spaces
                   if ws-templates::isStepPrompted(ls-step) equals true then
                       add 1 to ls-input
                       set ls-operator to ws-templates::getStepOperator(ls-step)
                       if ls-operator equals "percent" then
                           set ls-operator to ws-templates::getStepApply(ls-step)
                       end-if
                       if ls-operator equals "divide" and ls-input <= 4 and
                          function numval(ws-templateInput(ls-input)) equals 0 then
                           set ws-reasonCode to "DIV0"
                       end-if
                   end-if
               end-perform
           end-if
           if ws-inDocument equals true then
               invoke self::bufferRecord()
           else
               invoke self::writeRecord()
           end-if.
       end method.

       method-id editTrailer.
       procedure division.
           if ws-inDocument equals false then
