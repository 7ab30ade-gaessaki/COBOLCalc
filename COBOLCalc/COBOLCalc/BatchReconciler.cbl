      *> counts and the highest suspense ID as they stood, which is what
      *> COBOLCalc.ResumeBackout needs to identify and back the
      *> duplicates out after the run.
      *> A document that balances is posted to GL-INTERFACE.DAT through
      *> AuditWriter under operator BATCH, to the GL account and
      *> reference its header carries, stamped with the document ID;
      *> the posting ID goes on the document's verdict line. Out-of-
      *> balance and errored documents, and headers with no account,
      *> post nothing. The checkpoint carries the highest GL posting ID
      *> on file when the run first started, so a restart can find the
      *> documents the dead run already posted and does not post them
      *> again - the rerun's verdict line shows the dead run's posting
      *> ID, which keeps the rows identical for ResumeBackout.
      *> An "M" record names a calculation template on CALC-TEMPLATES.DAT
      *> and carries its input amounts; the template is run through
      *> COBOLCalc.TemplateLibrary step by step, each step writing its
      *> own result and history line stamped with the template's name
      *> and version. Outside a document it stands alone like an "S"
      *> record; inside one, the template's result is added to the
      *> document's running total as one more line.

       input-output section.
       file-control.
           select CountFile assign to ws-countPath
               organization is line sequential
               file status is ws-countStatus.
           select GLFile assign to ws-glPath
               organization is indexed
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-glStatus.

       file section.
      *> record type "S" is the original standalone triple; "H"/"D"/"T"
      *> the interactive conversion writes, original amount, rate used,
      *> converted result - and the converted base amount then chains
      *> like any other detail, so the header's control total stays in
      *> base currency. Type "M" names a calculation template and its
      *> inputs in order - the start amount, then one per prompted step
      *> - two in the body and two more in the extension columns
       fd  TransactionFile.
       01  TransactionRecord.
           05 TR-RecordType pic x.
           05 TR-TrailerBody redefines TR-Body.
              10 TR-TrailerDocID pic x(12).
              10 TR-TrailerFiller pic x(26).
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

      *> RR-Template names the calculation template and version a step
      *> ran under; blank on every other line
       fd  ResultFile.
       01  ResultRecord.
           05 RR-Operand1   pic S9(9)v9(4) sign is leading separate.
           05 RR-Result     pic S9(9)v9(4) sign is leading separate.
           05 RR-Filler4    pic x.
           05 RR-Status     pic x(8).
           05 RR-Filler5    pic x.
           05 RR-Template.
              10 RR-TemplateName    pic x(10).
              10 RR-Filler6         pic x.
              10 RR-TemplateVersion pic 9(3).
      *> one of these per document, written at the trailer: the balancing
      *> verdict the whole reconciliation exists to produce, with the GL
      *> posting it produced (zero when nothing was posted)
       01  DocumentResultRecord.
           05 DR-Tag        pic x(4).
           05 DR-DocumentID pic x(12).
           05 DR-Difference pic S9(9)v9(4) sign is leading separate.
           05 DR-Filler4    pic x.
           05 DR-DocStatus  pic x(14).
           05 DR-Filler5    pic x.
           05 DR-GLPostingID pic 9(9).

      *> CK-GLStartID is the highest GL posting ID on file when the run
      *> first started; a checkpoint from before the column existed
      *> reads it as spaces
       fd  CheckpointFile.
       01  CheckpointRecord.
           05 CK-LastCount  pic 9(9).
           05 CK-Filler1    pic x.
           05 CK-GLStartID  pic 9(9).
           05 CK-GLStartIDX redefines CK-GLStartID pic x(9).

      *> one line per resumed run, appended before any reprocessing:
      *> where the result and history files and the suspense IDs stood
      *> at the moment of resume, and the GL posting ID the run started
      *> above (zero if the checkpoint did not record it). RA-Status
      *> stays blank until COBOLCalc.ResumeBackout has worked the entry.
       fd  ResumeAuditFile.
       01  ResumeAuditRecord.
           05 RA-Timestamp      pic x(19).
           05 RA-SuspenseHighID pic 9(7).
           05 RA-Filler5        pic x.
           05 RA-Status         pic x(6).
           05 RA-Filler6        pic x.
           05 RA-GLStartID      pic 9(9).

      *> read only, to find the highest posting ID at the start of a run
      *> and, on a restart, the documents the dead run already posted;
      *> postings themselves go through AuditWriter
       fd  GLFile.
       01  GLRecord.
           05 GL-PostingID    pic 9(9).
           05 GL-Date         pic 9(8).
           05 GL-Account      pic x(10).
           05 GL-Amount       pic S9(9)v99 sign is leading separate.
           05 GL-Reference    pic x(20).
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

      *> generic handle for counting rows in whichever file the resume
      *> audit needs measured; records are only counted, never unpacked
           01 ws-checkpointStatus pic xx.
           01 ws-resumeAuditStatus pic xx.
           01 ws-countStatus pic xx.
           01 ws-glPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-glStatus pic xx.
           01 ws-checkpointInterval pic 9(9) value is 20.
           01 ws-processedCount pic 9(9) value is 0.
           01 ws-skipCount pic 9(9) value is 0.
           01 ws-documentID pic x(12).
           01 ws-controlTotal decimal value is 0.
           01 ws-documentError condition-value value is false.
           01 ws-documentAccount pic x(10).
           01 ws-documentReference pic x(20).
           01 ws-chart type COBOLCalc.ChartOfAccounts.
      *> where the GL stood when this run (or the run it restarts)
      *> began; ws-glStartKnown false means an older checkpoint without
      *> the column, and the run date stands in for it
           01 ws-glStartID pic 9(9) value is 0.
           01 ws-glStartKnown condition-value value is false.
      *> on a restart, the documents already posted since the run began;
      *> past the cap a document not in the table is looked up on file
           01 ws-postedCount binary-long value is 0.
           01 ws-postedTable.
              05 ws-postedEntry occurs 5000.
                 10 ws-postedDocID pic x(12).
                 10 ws-postedID pic 9(9).
           01 ws-postedIndex binary-long value is 0.
           01 ws-postedOverflow condition-value value is false.
      *> currency details convert at the business date of the run, with
      *> the same rate table the interactive conversion uses
           01 ws-runDate pic 9(8) value is 0.
           01 ws-rateTable type COBOLCalc.RateTable.
      *> calculation templates, read once for the run; a template inside
      *> a document is worked out on its own engine so the document's
      *> running total is untouched until the result is added to it
           01 ws-templates type COBOLCalc.TemplateLibrary.
           01 ws-templateEngine type COBOLCalc.CalcEngine.
           01 ws-templateName pic x(10).
           01 ws-templateVersion binary-long value is 0.
           01 ws-templateInputs.
              05 ws-templateInput pic S9(9)v9(4) occurs 4.

       method-id Main static.
       local-storage section.
       method-id NEW.
       procedure division.
           invoke type COBOLCalc.CalcEngine::new returning ws-engine
           invoke type COBOLCalc.CalcEngine::new returning ws-templateEngine
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter
           goback.
       end method.
           set ls-now to function current-date
           set ws-runDate to function numval(ls-now(1:8))
           invoke type COBOLCalc.RateTable::new returning ws-rateTable
           invoke type COBOLCalc.ChartOfAccounts::new returning ws-chart
           invoke type COBOLCalc.TemplateLibrary::new returning ws-templates
           invoke self::loadCheckpoint()
           if ws-skipCount > 0 then
      *>record where everything stands before a single transaction is
      *>reprocessed - after the run these numbers are the only way to
      *>tell the dead run's post-checkpoint rows from the rerun's
               invoke self::writeResumeAudit()
               invoke self::loadPostedDocuments()
           else
               set ws-glStartID to self::highestGLID()
               set ws-glStartKnown to true
           end-if
      *>hold CALC-HISTORY/EXCEPTIONS open for the whole run - one
      *>open/close per file per job, not per record - so the job fits

       method-id processRecord.
       procedure division.
           move spaces to ResultRecord
           evaluate TR-RecordType
               when "S"
                   invoke self::processTransaction()
                   invoke self::processCurrencyDetail()
               when "T"
                   invoke self::endDocument()
               when "M"
                   invoke self::processTemplate()
               when other
      *>the editor rejects unknown types before they get here; belt and
      *>braces for a file that bypassed it
       procedure division.
           set ws-documentID to TR-DocumentID
           set ws-controlTotal to TR-ControlTotal
           set ws-documentAccount to TR-GLAccount
           set ws-documentReference to TR-GLReference
           set ws-inDocument to true
           set ws-documentError to false
           invoke ws-engine::reset().
           write ResultRecord.
       end method.

       method-id processTemplate.
      *>runs the named template over the record's inputs, one result and
      *>history line per step; an errored step suspends like any other
      *>errored line and the template goes no further
       local-storage section.
           01 ls-engine type COBOLCalc.CalcEngine.
           01 ls-step binary-long value is 0.
           01 ls-line binary-long value is 0.
           01 ls-nextInput binary-long value is 2.
           01 ls-operand decimal value is 0.
           01 ls-stepOK condition-value value is true.
           01 ls-priorTotal decimal value is 0.
           01 ls-templateResult decimal value is 0.
           01 ls-input1 decimal value is 0.
           01 ls-input2 decimal value is 0.
       procedure division.
           if ws-inDocument equals true and ws-documentError equals true then
               goback
           end-if
           set ws-templateInput(1) to TR-TemplateInput1
           set ws-templateInput(2) to TR-TemplateInput2
           set ws-templateInput(3) to TR-TemplateInput3
           set ws-templateInput(4) to TR-TemplateInput4
           set ws-templateName to function upper-case(TR-TemplateName)
           invoke ws-templates::Lookup(ws-templateName)
           if ws-templates::wasFound() equals false then
      *>the edit rejects a template not on file; one retired since the
      *>edit ran suspends so the item stays workable
               set ls-input1 to ws-templateInput(1)
               set ls-input2 to ws-templateInput(2)
               if ws-inDocument equals true then
                   set ws-documentError to true
               end-if
               set RR-Operand1 to ls-input1
               set RR-Operator to ws-templateName
               set RR-Operand2 to ls-input2
               set RR-Result to 0
               set RR-Status to "ERROR"
               set RR-TemplateName to ws-templateName
               set RR-TemplateVersion to 0
               invoke ws-auditWriter::LogException("ERR: NO TEMPLATE" ws-operatorID)
               invoke ws-auditWriter::WriteSuspense("ERR: NO TEMPLATE" ls-input1 ws-templateName ls-input2 ws-operatorID)
               write ResultRecord
               goback
           end-if
           set ws-templateVersion to ws-templates::getVersion()

           if ws-inDocument equals true then
               set ls-engine to ws-templateEngine
           else
               set ls-engine to ws-engine
           end-if
           set ls-operand to ws-templateInput(1)
           invoke ws-templates::startTemplate(ls-engine ls-operand)
           perform varying ls-step from 1 by 1
               until ls-step > ws-templates::getStepCount() or ls-stepOK equals false
               set ls-operand to 0
               if ws-templates::isStepPrompted(ls-step) equals true then
                   if ls-nextInput <= 4 then
                       set ls-operand to ws-templateInput(ls-nextInput)
                   end-if
                   add 1 to ls-nextInput
               end-if
               set ls-stepOK to ws-templates::runStep(ls-engine ls-step ls-operand)
               perform varying ls-line from 1 by 1
                   until ls-line > ws-templates::getLineCount()
                   if ls-stepOK equals false and ls-line equals ws-templates::getLineCount() then
                       invoke self::writeTemplateLine(ls-line "ERROR")
                       invoke ws-auditWriter::LogException(ls-engine::getErrorMessage() ws-operatorID)
                       invoke ws-auditWriter::WriteSuspense(ls-engine::getErrorMessage()
                              ws-templates::getLineOperand1(ls-line) ws-templates::getLineOperator(ls-line)
                              ws-templates::getLineOperand2(ls-line) ws-operatorID)
                   else
                       invoke self::writeTemplateLine(ls-line "OK")
                   end-if
               end-perform
           end-perform

           if ws-inDocument equals false then
               goback
           end-if
           if ls-stepOK equals false then
               set ws-documentError to true
               goback
           end-if
      *>the template's result joins the document as one more line added
      *>to the running total
           set ls-templateResult to ls-engine::getLastInput()
           set ls-priorTotal to ws-engine::getLastInput()
           invoke ws-engine::operatorAlt("plus" ls-priorTotal)
           invoke ws-engine::calculate(ls-templateResult)
           move spaces to ResultRecord
           set RR-Operand1 to ls-priorTotal
           set RR-Operator to "plus"
           set RR-Operand2 to ls-templateResult
           set RR-TemplateName to ws-templateName
           set RR-TemplateVersion to ws-templateVersion
           if ws-engine::isInError() equals true then
               set ws-documentError to true
               set RR-Result to 0
               set RR-Status to "ERROR"
               invoke ws-auditWriter::LogException(ws-engine::getErrorMessage() ws-operatorID)
               invoke ws-auditWriter::WriteSuspense(ws-engine::getErrorMessage() ls-priorTotal "plus" ls-templateResult ws-operatorID)
           else
               set RR-Result to ws-engine::getLastInput()
               set RR-Status to "OK"
               invoke ws-auditWriter::AppendTemplateHistory(ls-priorTotal "plus" ls-templateResult ws-engine::getLastInput()
                      ws-operatorID ws-templateName ws-templateVersion)
           end-if
           write ResultRecord.
       end method.

       method-id writeTemplateLine.
      *>one result line - and, when it went through, one history line -
      *>for a line the template library produced
       local-storage section.
           01 ls-operand1 decimal value is 0.
           01 ls-operand2 decimal value is 0.
           01 ls-result decimal value is 0.
           01 ls-operator string.
       procedure division using paramLine as binary-long
                                 paramStatus as string.
           set ls-operand1 to ws-templates::getLineOperand1(paramLine)
           set ls-operator to ws-templates::getLineOperator(paramLine)
           set ls-operand2 to ws-templates::getLineOperand2(paramLine)
           set ls-result to ws-templates::getLineResult(paramLine)
           move spaces to ResultRecord
           set RR-Operand1 to ls-operand1
           set RR-Operator to ls-operator
           set RR-Operand2 to ls-operand2
           set RR-Result to ls-result
           set RR-Status to paramStatus
           set RR-TemplateName to ws-templateName
           set RR-TemplateVersion to ws-templateVersion
           write ResultRecord
           if paramStatus equals "OK" then
               invoke ws-auditWriter::AppendTemplateHistory(ls-operand1 ls-operator ls-operand2 ls-result
                      ws-operatorID ws-templateName ws-templateVersion)
           end-if.
       end method.

       method-id endDocument.
      *>the trailer is where the document balances or doesn't: compare
      *>the chained running total against the header's control total and
           set DR-Expected to ws-controlTotal
           set DR-Computed to ls-computed
           set DR-Difference to ls-computed - ws-controlTotal
           move space to DR-Filler5
           set DR-GLPostingID to 0
           if ws-documentError equals true then
               set DR-DocStatus to "ERROR"
               invoke ws-auditWriter::LogException("ERR: DOC ENDED IN ERROR" ws-operatorID)
           else
               if ls-computed equals ws-controlTotal then
                   set DR-DocStatus to "OK"
                   set DR-GLPostingID to self::postDocument(ls-computed)
               else
                   set DR-DocStatus to "OUT-OF-BALANCE"
               end-if
           invoke ws-engine::reset().
       end method.

       method-id postDocument.
      *> posts a balanced document and answers the GL posting ID, or
      *> zero when nothing was posted; on a restart a document the dead
      *> run already posted answers that posting's ID instead
       local-storage section.
           01 ls-postingID pic 9(9) value is 0.
           01 ls-reference pic x(20).
       procedure division using paramAmount as decimal
                           returning return-item as pic 9(9).
           set return-item to 0
           if ws-documentAccount equals spaces then
               goback
           end-if
           if ws-skipCount > 0 then
               set ls-postingID to self::findPostedDocument(ws-documentID)
               if ls-postingID not equals 0 then
                   invoke ws-auditWriter::LogException("DOC ALREADY POSTED - SKIPPED" ws-operatorID)
                   set return-item to ls-postingID
                   goback
               end-if
           end-if
           invoke ws-chart::Lookup(ws-documentAccount)
           if ws-chart::isFileAvailable() equals false then
               invoke ws-auditWriter::LogException("GL ACCOUNT UNVERIFIED: NO CHART" ws-operatorID)
           else
      *>the edit passed the account; the chart has changed since
               if ws-chart::wasFound() equals false
                       or ws-chart::isOpen() equals false
                       or ws-chart::isPostable() equals false then
                   invoke ws-auditWriter::LogException("ERR: DOC GL ACCOUNT INVALID" ws-operatorID)
                   goback
               end-if
           end-if
           if ws-documentReference equals spaces then
               move ws-documentID to ls-reference
           else
               move ws-documentReference to ls-reference
           end-if
           invoke ws-auditWriter::WriteGLBatchRecord(function trim(ws-documentAccount)
                  function trim(ls-reference) paramAmount ws-operatorID ws-documentID)
           if ws-auditWriter::wasGLWritten() equals false then
               invoke ws-auditWriter::LogException("ERR: DOC GL POST FAILED" ws-operatorID)
               goback
           end-if
           set return-item to ws-auditWriter::getLastPostingID()
           goback.
       end method.

       method-id highestGLID.
       local-storage section.
           01 ls-eofFlag condition-value value is false.
       procedure division returning return-item as pic 9(9).
           set return-item to 0
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           perform until ls-eofFlag equals true
               read GLFile next
                   at end
                       set ls-eofFlag to true
                   not at end
                       if GL-PostingID > return-item then
                           set return-item to GL-PostingID
                       end-if
               end-read
           end-perform
           close GLFile
           goback.
       end method.

       method-id loadPostedDocuments.
      *> the documents posted under BATCH since the run began - above
      *> the start ID, or on the run date when the checkpoint did not
      *> record one
       local-storage section.
           01 ls-eofFlag condition-value value is false.
       procedure division.
           set ws-postedCount to 0
           set ws-postedOverflow to false
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           perform until ls-eofFlag equals true
               read GLFile next
                   at end
                       set ls-eofFlag to true
                   not at end
                       if self::isRunPosting() equals true then
                           if ws-postedCount < 5000 then
                               add 1 to ws-postedCount
                               set ws-postedDocID(ws-postedCount) to GL-DocumentID
                               set ws-postedID(ws-postedCount) to GL-PostingID
                           else
                               set ws-postedOverflow to true
                               set ls-eofFlag to true
                           end-if
                       end-if
               end-read
           end-perform
           close GLFile.
       end method.

       method-id isRunPosting.
      *> GLRecord holds the record just read: a document posting this
      *> run (or the run it restarts) made
       procedure division returning return-item as condition-value.
           set return-item to false
           if GL-OperatorID equals ws-operatorID
                   and GL-DocumentID not equals spaces
                   and GL-EntryType equals space then
               if ws-glStartKnown equals true then
                   if GL-PostingID > ws-glStartID then
                       set return-item to true
                   end-if
               else
                   if GL-Date equals ws-runDate then
                       set return-item to true
                   end-if
               end-if
           end-if
           goback.
       end method.

       method-id findPostedDocument.
       local-storage section.
           01 ls-eofFlag condition-value value is false.
       procedure division using paramDocID as pic x(12)
                           returning return-item as pic 9(9).
           set return-item to 0
           perform varying ws-postedIndex from 1 by 1
               until ws-postedIndex > ws-postedCount or return-item not equals 0
               if ws-postedDocID(ws-postedIndex) equals paramDocID then
                   set return-item to ws-postedID(ws-postedIndex)
               end-if
           end-perform
           if return-item not equals 0 or ws-postedOverflow equals false then
               goback
           end-if
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           perform until ls-eofFlag equals true
               read GLFile next
                   at end
                       set ls-eofFlag to true
                   not at end
                       if self::isRunPosting() equals true
                               and GL-DocumentID equals paramDocID then
                           set return-item to GL-PostingID
                           set ls-eofFlag to true
                       end-if
               end-read
           end-perform
           close GLFile
           goback.
       end method.

       method-id writeResumeAudit.
       procedure division.
           open extend ResumeAuditFile
               set RA-HistoryCount to self::countRows("CALC-HISTORY.DAT")
               set RA-SuspenseHighID to self::highestSuspenseID()
               set RA-Status to spaces
               if ws-glStartKnown equals true then
                   set RA-GLStartID to ws-glStartID
               else
                   set RA-GLStartID to 0
               end-if
               write ResumeAuditRecord
               close ResumeAuditFile
           end-if.
       method-id loadCheckpoint.
       procedure division.
           set ws-skipCount to 0
           set ws-glStartKnown to false
           open input CheckpointFile
           if ws-checkpointStatus equals "00" then
               read CheckpointFile
                   not at end
                       set ws-skipCount to CK-LastCount
                       if CK-GLStartIDX is numeric then
                           set ws-glStartID to CK-GLStartID
                           set ws-glStartKnown to true
                       end-if
               end-read
               close CheckpointFile
           end-if.
       method-id writeCheckpoint.
       procedure division using paramCount as pic 9(9).
           open output CheckpointFile
           move spaces to CheckpointRecord
           set CK-LastCount to paramCount
      *>an unknown start stays unknown, or a later restart would take
      *>every BATCH posting ever made as this run's
           if ws-glStartKnown equals true then
               set CK-GLStartID to ws-glStartID
           end-if
           write CheckpointRecord
           close CheckpointFile.
       end method.
      *>a normal end-of-job means there is nothing to restart from
       procedure division.
           open output CheckpointFile
           move spaces to CheckpointRecord
           set CK-LastCount to 0
           set CK-GLStartID to 0
           write CheckpointRecord
           close CheckpointFile.
       end method.
