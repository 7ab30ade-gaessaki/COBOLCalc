       class-id COBOLCalc.GLReversal.

      *> Supervisor console for reversing a GL posting that went out
      *> wrong. The supervisor keys the original's GL-PostingID; the
      *> program writes an offsetting posting - same account, amount
      *> negated, GL-EntryType "R" - linked back to the original by ID
      *> and carrying the supervisor's reason, and optionally a corrected
      *> re-posting (GL-EntryType "C") linked the same way. The original
      *> record is never touched, so the audit trail shows what was
      *> posted, what took it back out, and why.
      *> Only an active level-3 operator on OPERATOR-MASTER.DAT may run
      *> it. A posting is reversed at most once, and a reversal is never
      *> itself reversed - a wrong correction is reversed in turn, which
      *> keeps every chain to one original, one reversal each. Reversals
      *> post to the original's account even if it has closed since, so
      *> a closed account can still be cleaned up; a correction must go
      *> to an open, postable account like any other posting, and one
      *> above the supervisor's own posting limit is written HELD for a
      *> different supervisor to release. A posting still HELD is not
      *> reversed - it is rejected on COBOLCalc.GLRelease instead - and
      *> one REJECTED there never went out, so there is nothing to undo.

       input-output section.
       file-control.
           select GLFile assign to ws-glPath
               organization is indexed
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-glStatus.

       file section.
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

       working-storage section.
           01 ws-glPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-glStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-supervisorID string value is "".
           01 ws-limitSet condition-value value is false.
           01 ws-postingLimit decimal value is 0.
           01 ws-auditWriter type COBOLCalc.AuditWriter.

      *> the posting being reversed, same layout as the file
           01 ws-original.
              05 OR-PostingID    pic 9(9).
              05 OR-Date         pic 9(8).
              05 OR-Account      pic x(10).
              05 OR-Amount       pic S9(9)v99 sign is leading separate.
              05 OR-Reference    pic x(20).
              05 OR-OperatorID   pic x(10).
              05 OR-BatchNumber  pic 9(5).
              05 OR-AckStatus    pic x(3).
              05 OR-EntryType    pic x.
              05 OR-OriginalID   pic 9(9).
              05 OR-Reason       pic x(20).
              05 OR-HoldStatus   pic x(8).
              05 OR-ReleasedBy   pic x(10).
              05 OR-ReleaseTimestamp pic x(19).
              05 OR-DocumentID   pic x(12).
           01 ws-originalFound condition-value value is false.
           01 ws-reversedBy pic 9(9) value is 0.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.GLReversal.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.GLReversal::new returning ls-runner
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
           invoke type System.Console::WriteLine("GL POSTING REVERSAL")
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
           set ws-supervisorID to function trim(ls-reply)
           set ws-limitSet to ls-master::hasPostingLimit()
           set ws-postingLimit to ls-master::getPostingLimit()
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("POSTING ID TO REVERSE (blank to quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null or function trim(ls-reply) equals "" then
                   set ls-doneFlag to true
               else
                   invoke self::reversePosting(function trim(ls-reply))
               end-if
           end-perform.
       end method.

       method-id reversePosting.
       local-storage section.
           01 ls-postingID pic 9(9) value is 0.
           01 ls-reply string.
           01 ls-reason string.
           01 ls-reference pic x(20).
           01 ls-amount decimal value is 0.
           01 ls-printAmount pic -(9)9.99.
           01 ls-newID pic 9(9) value is 0.
           01 ls-line string.
       procedure division using paramID as string.
           if self::isPostingID(paramID) equals false then
               invoke type System.Console::WriteLine("NOT A POSTING ID - NOTHING DONE")
               goback
           end-if
           set ls-postingID to function numval(paramID)
           invoke self::readOriginal(ls-postingID)
           if ws-originalFound equals false then
               invoke type System.Console::WriteLine("NO SUCH POSTING ON GL-INTERFACE.DAT - NOTHING DONE")
               goback
           end-if
           if OR-EntryType equals "R" then
               invoke type System.Console::WriteLine("THAT POSTING IS ITSELF A REVERSAL AND CANNOT BE REVERSED - NOTHING DONE")
               goback
           end-if
      *>a posting the loader rejected never reached the ledger - an
      *>offset would take out something that was never put in
           if OR-AckStatus equals "REJ" then
               invoke type System.Console::WriteLine("THE LOADER REJECTED THAT POSTING - IT IS NOT ON THE LEDGER; WORK IT FROM SUSPENSE - NOTHING DONE")
               goback
           end-if
           if OR-HoldStatus equals "HELD" then
               invoke type System.Console::WriteLine("THAT POSTING IS HELD FOR RELEASE - REJECT IT ON THE RELEASE QUEUE INSTEAD - NOTHING DONE")
               goback
           end-if
           if OR-HoldStatus equals "REJECTED" then
               invoke type System.Console::WriteLine("THAT POSTING WAS REJECTED AT RELEASE AND NEVER SENT - NOTHING DONE")
               goback
           end-if
           invoke self::findReversal(ls-postingID)
           if ws-reversedBy not equals 0 then
               string "ALREADY REVERSED BY POSTING " ws-reversedBy
                      " - NOTHING DONE"
                      delimited by size into ls-line
               end-string
               invoke type System.Console::WriteLine(ls-line)
               goback
           end-if

           set ls-printAmount to OR-Amount
           string "POSTING " OR-PostingID " DATE " OR-Date
                  " ACCOUNT " OR-Account " AMOUNT " ls-printAmount
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           string "  REFERENCE " OR-Reference " POSTED BY " OR-OperatorID
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           if OR-BatchNumber equals 0 then
               invoke type System.Console::WriteLine("  NOT YET TRANSMITTED - THE REVERSAL GOES OUT WITH IT")
           else
               string "  TRANSMITTED IN BATCH " OR-BatchNumber
                      " ACKNOWLEDGMENT " OR-AckStatus
                      delimited by size into ls-line
               end-string
               invoke type System.Console::WriteLine(ls-line)
           end-if

           invoke type System.Console::Write("REVERSAL REASON (up to 20 characters): ")
           set ls-reason to type System.Console::ReadLine()
           if ls-reason equals null or function trim(ls-reason) equals "" then
               invoke type System.Console::WriteLine("A REASON IS REQUIRED - NOTHING DONE")
               goback
           end-if
           if function length(function trim(ls-reason)) > 20 then
               invoke type System.Console::WriteLine("REASON LONGER THAN 20 CHARACTERS - NOTHING DONE")
               goback
           end-if
           invoke type System.Console::Write("REVERSE THIS POSTING (Y/N): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null
                   or function upper-case(function trim(ls-reply)) not equals "Y" then
               invoke type System.Console::WriteLine("NOTHING DONE")
               goback
           end-if

           string "REV OF " OR-PostingID
                  delimited by size into ls-reference
           end-string
           set ls-amount to 0 - OR-Amount
           invoke ws-auditWriter::WriteGLLinked("R" OR-PostingID function trim(ls-reason)
                  function trim(OR-Account) ls-reference ls-amount ws-supervisorID "")
           if ws-auditWriter::wasGLWritten() equals false then
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT COULD NOT BE WRITTEN - NOTHING REVERSED")
               goback
           end-if
           set ls-newID to ws-auditWriter::getLastPostingID()
           string "REVERSED BY POSTING " ls-newID
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)

           invoke type System.Console::Write("POST A CORRECTED ENTRY (Y/N): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply not equals null
                   and function upper-case(function trim(ls-reply)) equals "Y" then
               invoke self::postCorrection(function trim(ls-reason))
           end-if.
       end method.

       method-id postCorrection.
      *> the corrected re-posting: account and reference default to the
      *> original's; the account is checked against the chart exactly as
      *> Window1 checks a keyed posting
       local-storage section.
           01 ls-account string.
           01 ls-reference string.
           01 ls-amountText string.
           01 ls-chart type COBOLCalc.ChartOfAccounts.
           01 ls-amount decimal value is 0.
           01 ls-holdStatus string value is "".
           01 ls-newID pic 9(9) value is 0.
           01 ls-line string.
       procedure division using paramReason as string.
           invoke type System.Console::Write("CORRECT ACCOUNT (blank for the same account): ")
           set ls-account to type System.Console::ReadLine()
           if ls-account equals null or function trim(ls-account) equals "" then
               set ls-account to function trim(OR-Account)
           end-if
           if function length(function trim(ls-account)) > 10 then
               invoke type System.Console::WriteLine("ACCOUNT LONGER THAN 10 CHARACTERS - NO CORRECTION POSTED")
               goback
           end-if
           invoke type COBOLCalc.ChartOfAccounts::new returning ls-chart
           invoke ls-chart::Lookup(function trim(ls-account))
           if ls-chart::isFileAvailable() equals false then
               invoke ws-auditWriter::LogException("GL ACCOUNT UNVERIFIED: NO CHART" ws-supervisorID)
           else
               if ls-chart::wasFound() equals false
                       or ls-chart::isOpen() equals false
                       or ls-chart::isPostable() equals false then
                   invoke type System.Console::WriteLine("ACCOUNT IS NOT AN OPEN, POSTABLE ACCOUNT ON THE CHART - NO CORRECTION POSTED")
                   goback
               end-if
           end-if
           invoke type System.Console::Write("CORRECT AMOUNT: ")
           set ls-amountText to type System.Console::ReadLine()
           if self::isDecimal(ls-amountText) equals false then
               invoke type System.Console::WriteLine("NOT AN AMOUNT - NO CORRECTION POSTED")
               goback
           end-if
           invoke type System.Console::Write("REFERENCE (blank for the original's): ")
           set ls-reference to type System.Console::ReadLine()
           if ls-reference equals null or function trim(ls-reference) equals "" then
               set ls-reference to function trim(OR-Reference)
           end-if
           if function length(function trim(ls-reference)) > 20 then
               invoke type System.Console::WriteLine("REFERENCE LONGER THAN 20 CHARACTERS - NO CORRECTION POSTED")
               goback
           end-if

           set ls-amount to function numval(ls-amountText)
           if ls-amount < 0 then
               set ls-amount to 0 - ls-amount
           end-if
           if ws-limitSet equals true and ls-amount > ws-postingLimit then
               set ls-holdStatus to "HELD"
           end-if
           invoke ws-auditWriter::WriteGLLinked("C" OR-PostingID paramReason
                  function trim(ls-account) function trim(ls-reference)
                  function numval(ls-amountText) ws-supervisorID ls-holdStatus)
           if ws-auditWriter::wasGLWritten() equals false then
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT COULD NOT BE WRITTEN - NO CORRECTION POSTED")
               goback
           end-if
           set ls-newID to ws-auditWriter::getLastPostingID()
           string "CORRECTION POSTED AS POSTING " ls-newID
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           if ls-holdStatus equals "HELD" then
               invoke type System.Console::WriteLine("ABOVE YOUR POSTING LIMIT - HELD FOR A DIFFERENT SUPERVISOR TO RELEASE")
           end-if.
       end method.

       method-id readOriginal.
       procedure division using paramPostingID as pic 9(9).
           set ws-originalFound to false
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           set GL-PostingID to paramPostingID
           read GLFile key is GL-PostingID
               invalid key
                   continue
               not invalid key
                   set ws-originalFound to true
                   move GLRecord to ws-original
           end-read
           close GLFile.
       end method.

       method-id findReversal.
      *> the original is never stamped, so "already reversed" is found
      *> by looking for a reversal that points back at it; FileArchive
      *> keeps a reversal live while its original is, so the live file
      *> is the whole answer for any posting that can still be reversed
       procedure division using paramPostingID as pic 9(9).
           set ws-reversedBy to 0
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       if GL-EntryType equals "R"
                               and GL-OriginalID equals paramPostingID then
                           set ws-reversedBy to GL-PostingID
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           if ws-glStatus equals "10" or ws-glStatus equals "00" then
               close GLFile
           end-if.
       end method.

       method-id isPostingID.
       local-storage section.
           01 ls-index binary-long value is 0.
           01 ls-char string.
       procedure division using paramText as string
                           returning return-item as condition-value.
           set return-item to false
           if paramText::Length equals 0 or paramText::Length > 9 then
               goback
           end-if
           set return-item to true
           perform varying ls-index from 0 by 1
               until ls-index >= paramText::Length
                   or return-item equals false
               set ls-char to paramText::Substring(ls-index 1)
               if ls-char < "0" or ls-char > "9" then
                   set return-item to false
               end-if
           end-perform
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
