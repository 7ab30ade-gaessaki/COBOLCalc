
      *> Sequential audit file helpers shared by Window1 and the batch
      *> reconciliation driver, so interactive and batch runs land in the
      *> same files in the same format. The supervisor maintenance
      *> consoles journal their changes through WriteMaintJournal.

       input-output section.
       file-control.
           select SessionLogFile assign to ws-sessionLogPath
               organization is line sequential
               file status is ws-fileStatus.
           select MaintJournalFile assign to ws-maintJournalPath
               organization is line sequential
               file status is ws-fileStatus.

       file section.
      *> HR-Template names the calculation template and version a step
      *> was run under (COBOLCalc.TemplateLibrary); blank on a step keyed
      *> by hand, which leaves the line the 89 columns it always was
       fd  HistoryFile.
       01  HistoryRecord.
           05 HR-Timestamp    pic x(19).
           05 HR-Operand2     pic -(9)9.9(4).
           05 HR-Filler5      pic x.
           05 HR-Result       pic -(9)9.9(4).
           05 HR-Filler6      pic x.
           05 HR-Template.
              10 HR-TemplateName    pic x(10).
              10 HR-Filler7         pic x.
              10 HR-TemplateVersion pic 9(3).

       fd  ExceptionFile.
       01  ExceptionRecord.
      *> loader's acknowledgment for the batch comes back. A file from
      *> before the conversion is loaded once by
      *> COBOLCalc.GLInterfaceConvert.
      *> GL-EntryType is space on an ordinary posting, "R" on a reversal
      *> and "C" on a corrected re-posting written by COBOLCalc.GLReversal;
      *> both carry the original's posting ID in GL-OriginalID and the
      *> supervisor's reason in GL-Reason. The original is never changed.
      *> GL-HoldStatus is space on a posting ready to transmit, HELD on
      *> one above the poster's limit, and RELEASED or REJECTED once a
      *> different supervisor has worked it on COBOLCalc.GLRelease, whose
      *> ID and time are stamped in GL-ReleasedBy/GL-ReleaseTimestamp.
      *> GL-DocumentID is blank on a keyed posting and carries the batch
      *> document ID on one COBOLCalc.BatchReconciler posted for a
      *> balanced document, under operator BATCH.
       fd  GLFile.
       01  GLRecord.
           05 GL-PostingID    pic 9(9).
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

      *> structured exception suspense: unlike the free-text EXCEPTIONS
      *> line, a suspense item carries a reason code and the full
           05 SL-Filler5        pic x.
           05 SL-ExceptionCount pic 9(7).

      *> the maintenance change trail: one line per change a supervisor
      *> makes to a master or rate file - and per rate list taken - with
      *> the whole record as it stood before and after, so "who gave
      *> this operator level 3, and when" is answerable from the file.
      *> The images are the maintained file's own record layout; an add
      *> has a blank before image, a list blank images both sides
       fd  MaintJournalFile.
       01  MaintJournalRecord.
           05 MJ-Timestamp    pic x(19).
           05 MJ-Filler1      pic x.
           05 MJ-SupervisorID pic x(10).
           05 MJ-Filler2      pic x.
           05 MJ-File         pic x(20).
           05 MJ-Filler3      pic x.
           05 MJ-Key          pic x(20).
           05 MJ-Filler4      pic x.
           05 MJ-Action       pic x(10).
           05 MJ-Filler5      pic x.
           05 MJ-Before       pic x(60).
           05 MJ-Filler6      pic x.
           05 MJ-After        pic x(60).

       working-storage section.
           01 ws-historyPath pic x(40) value is "CALC-HISTORY.DAT".
           01 ws-exceptionPath pic x(40) value is "EXCEPTIONS.LOG".
      *> next GL posting ID, found the same way on the first
      *> WriteGLRecord of the session
           01 ws-glNextID pic 9(9) value is 0.
      *> what the next GL write stamps besides the caller's columns, set
      *> by the public Write... method taken; the record is staged in
      *> ws-glPending so a duplicate-key retry can rebuild it after the
      *> rescan has used the record area
           01 ws-glEntryType pic x value is space.
           01 ws-glOriginalID pic 9(9) value is 0.
           01 ws-glReason pic x(20) value is spaces.
           01 ws-glHoldStatus pic x(8) value is spaces.
           01 ws-glDocumentID pic x(12) value is spaces.
           01 ws-glPending pic x(156).
           01 ws-glWritten condition-value value is false.
           01 ws-glLastID pic 9(9) value is 0.
           01 ws-sessionLogPath pic x(40) value is "SESSION-LOG.DAT".
           01 ws-maintJournalPath pic x(40) value is "MAINT-JOURNAL.DAT".
      *> the template the next history line is stamped with, set by the
      *> public Append... method taken; blank for a hand-keyed step
           01 ws-historyTemplateName pic x(10) value is spaces.
           01 ws-historyTemplateVersion pic 9(3) value is 0.

       method-id formatTimestamp static.
       local-storage section.
      *> paramOperand1/paramOperator are the value and operator that were
      *> pending, paramOperand2 is the value keyed to complete it, and
      *> paramResult is what calculate() produced.
       procedure division using paramOperand1 as decimal
                                 paramOperator as string
                                 paramOperand2 as decimal
                                 paramResult as decimal
                                 paramOperatorID as string.
           set ws-historyTemplateName to spaces
           set ws-historyTemplateVersion to 0
           invoke self::writeHistoryLine(paramOperand1 paramOperator paramOperand2 paramResult paramOperatorID).
       end method.

       method-id AppendTemplateHistory.
      *> a step run under a calculation template: the same line, stamped
      *> with the template's name and the version that produced it
       procedure division using paramOperand1 as decimal
                                 paramOperator as string
                                 paramOperand2 as decimal
                                 paramResult as decimal
                                 paramOperatorID as string
                                 paramTemplateName as string
                                 paramTemplateVersion as binary-long.
           set ws-historyTemplateName to paramTemplateName
           set ws-historyTemplateVersion to paramTemplateVersion
           invoke self::writeHistoryLine(paramOperand1 paramOperator paramOperand2 paramResult paramOperatorID).
       end method.

       method-id writeHistoryLine.
       procedure division using paramOperand1 as decimal
                                 paramOperator as string
                                 paramOperand2 as decimal
               set HR-Operator to paramOperator
               set HR-Operand2 to paramOperand2
               set HR-Result to paramResult
               move space to HR-Filler6
               if ws-historyTemplateName equals spaces then
                   move spaces to HR-Template
               else
                   set HR-TemplateName to ws-historyTemplateName
                   move space to HR-Filler7
                   set HR-TemplateVersion to ws-historyTemplateVersion
               end-if
               write HistoryRecord
               if ws-batchMode equals false then
                   close HistoryFile
       end method.

       method-id WriteGLRecord.
       procedure division using paramAccount as string
                                 paramReference as string
                                 paramAmount as decimal
                                 paramOperatorID as string.
           invoke self::warnTruncation(paramAccount paramReference paramOperatorID)
           set ws-glEntryType to space
           set ws-glOriginalID to 0
           set ws-glReason to spaces
           set ws-glHoldStatus to spaces
           set ws-glDocumentID to spaces
           invoke self::writeGLEntry(paramAccount paramReference paramAmount paramOperatorID).
       end method.

       method-id WriteGLHeldRecord.
      *> an ordinary posting above the poster's limit: written HELD so
      *> GLTransmit passes it by until a supervisor releases it
       procedure division using paramAccount as string
                                 paramReference as string
                                 paramAmount as decimal
                                 paramOperatorID as string.
           invoke self::warnTruncation(paramAccount paramReference paramOperatorID)
           set ws-glEntryType to space
           set ws-glOriginalID to 0
           set ws-glReason to spaces
           set ws-glHoldStatus to "HELD"
           set ws-glDocumentID to spaces
           invoke self::writeGLEntry(paramAccount paramReference paramAmount paramOperatorID).
       end method.

       method-id WriteGLBatchRecord.
      *> the posting for a balanced batch document, stamped with the
      *> document ID so the reconciler can tell on a restart which
      *> documents the dead run already posted
       procedure division using paramAccount as string
                                 paramReference as string
                                 paramAmount as decimal
                                 paramOperatorID as string
                                 paramDocumentID as string.
           invoke self::warnTruncation(paramAccount paramReference paramOperatorID)
           set ws-glEntryType to space
           set ws-glOriginalID to 0
           set ws-glReason to spaces
           set ws-glHoldStatus to spaces
           set ws-glDocumentID to paramDocumentID
           invoke self::writeGLEntry(paramAccount paramReference paramAmount paramOperatorID).
       end method.

       method-id warnTruncation.
      *> account/reference come from an operator-entered InputBox with no
      *> length limit - warn (instead of silently truncating into the
      *> fixed GL-Account/GL-Reference widths) when one won't fit
       local-storage section.
           01 ls-warning string.
       procedure division using paramAccount as string
                                 paramReference as string
                                 paramOperatorID as string.
           if function length(function trim(paramAccount)) > 10 then
               string "GL ACCOUNT TRUNCATED: " delimited by size
                      into ls-warning
               end-string
               invoke self::LogException(ls-warning paramOperatorID)
           end-if.
       end method.

       method-id WriteGLLinked.
      *> a reversal ("R") or corrected re-posting ("C") of an existing
      *> posting, linked back to it by posting ID and carrying the
      *> supervisor's reason; COBOLCalc.GLReversal has already checked
      *> the original may be reversed. paramHoldStatus is "HELD" for a
      *> correction above the supervisor's own limit, otherwise blank.
       procedure division using paramEntryType as string
                                 paramOriginalID as pic 9(9)
                                 paramReason as string
                                 paramAccount as string
                                 paramReference as string
                                 paramAmount as decimal
                                 paramOperatorID as string
                                 paramHoldStatus as string.
           set ws-glEntryType to paramEntryType
           set ws-glOriginalID to paramOriginalID
           set ws-glReason to paramReason
           set ws-glHoldStatus to paramHoldStatus
           set ws-glDocumentID to spaces
           invoke self::writeGLEntry(paramAccount paramReference paramAmount paramOperatorID).
       end method.

       method-id writeGLEntry.
       local-storage section.
           01 ls-now pic x(21).
       procedure division using paramAccount as string
                                 paramReference as string
                                 paramAmount as decimal
                                 paramOperatorID as string.
           set ws-glWritten to false
           open i-o GLFile
           if ws-fileStatus not equals "00" then
      *>first posting ever: create the indexed file, then the IDs start
               if ws-glNextID equals 0 then
                   invoke self::findNextGLID()
               end-if
               move spaces to GLRecord
               set GL-PostingID to ws-glNextID
               add 1 to ws-glNextID
               set ls-now to function current-date
               set GL-OperatorID to paramOperatorID
               set GL-BatchNumber to 0
               set GL-AckStatus to spaces
               set GL-EntryType to ws-glEntryType
               set GL-OriginalID to ws-glOriginalID
               set GL-Reason to ws-glReason
               set GL-HoldStatus to ws-glHoldStatus
               set GL-ReleasedBy to spaces
               set GL-ReleaseTimestamp to spaces
               set GL-DocumentID to ws-glDocumentID
               move GLRecord to ws-glPending
               write GLRecord
               if ws-fileStatus equals "22" then
      *>another program has posted since this session seeded its next
      *>ID (the reversal console, the reconciler) - rescan from the top
      *>and take the next free ID rather than lose the posting
                   close GLFile
                   open i-o GLFile
                   if ws-fileStatus equals "00" then
                       invoke self::findNextGLID()
                       move ws-glPending to GLRecord
                       set GL-PostingID to ws-glNextID
                       add 1 to ws-glNextID
                       write GLRecord
                   end-if
               end-if
               if ws-fileStatus equals "00" then
                   set ws-glWritten to true
                   set ws-glLastID to GL-PostingID
               end-if
               close GLFile
           end-if.
       end method.

       method-id wasGLWritten.
      *> whether the last GL write landed on the interface file
       procedure division returning return-item as condition-value.
           set return-item to ws-glWritten
           goback.
       end method.

       method-id getLastPostingID.
       procedure division returning return-item as binary-long.
           set return-item to ws-glLastID
           goback.
       end method.

       method-id findNextGLID.
      *> first WriteGLRecord of the session against an existing file:
      *> scan for the highest posting ID already used, the same way
                   set return-item to "GLREJ"
               when "ERR: NO RATE"
                   set return-item to "NORATE"
               when "ERR: LIMIT REJECT"
                   set return-item to "LIMREJ"
               when "ERR: NO TEMPLATE"
                   set return-item to "NOTMPL"
               when other
                   set return-item to "OTHER"
           end-evaluate
           end-if.
       end method.

       method-id WriteMaintJournal.
      *> answers whether the line reached the journal; the maintenance
      *> programs journal before they rewrite and make no change that
      *> could not be journaled
       procedure division using paramSupervisorID as string
                                 paramFile as string
                                 paramKey as string
                                 paramAction as string
                                 paramBefore as string
                                 paramAfter as string
                           returning return-item as condition-value.
           set return-item to false
           open extend MaintJournalFile
           if ws-fileStatus not equals "00" then
               open output MaintJournalFile
           end-if
           if ws-fileStatus equals "00" then
               move spaces to MaintJournalRecord
               set MJ-Timestamp to type COBOLCalc.AuditWriter::formatTimestamp()
               set MJ-SupervisorID to paramSupervisorID
               set MJ-File to paramFile
               set MJ-Key to paramKey
               set MJ-Action to paramAction
               set MJ-Before to paramBefore
               set MJ-After to paramAfter
               write MaintJournalRecord
               if ws-fileStatus equals "00" then
                   set return-item to true
               end-if
               close MaintJournalFile
           end-if
           goback.
       end method.

       method-id LogException.
       procedure division using paramMessage as string
                                 paramOperatorID as string.
