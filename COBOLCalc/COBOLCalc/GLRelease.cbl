       class-id COBOLCalc.GLRelease.

      *> Supervisor release queue for GL postings written HELD because
      *> they were above the posting operator's limit on
      *> OPERATOR-MASTER.DAT. Only an active level-3 operator may run it,
      *> and never on a posting of their own - a held posting needs a
      *> second pair of eyes, so the releasing supervisor must differ
      *> from GL-OperatorID. A release marks the posting RELEASED with
      *> the supervisor's ID and the time, and GLTransmit sends it on its
      *> next run. A reject marks it REJECTED the same way - GLTransmit
      *> never sends it - and lands it in SUSPENSE.DAT under reason code
      *> LIMREJ so the amount is worked rather than silently dropped.
      *> The posting itself is stamped in place; nothing is deleted.

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
           01 ws-auditWriter type COBOLCalc.AuditWriter.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.GLRelease.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.GLRelease::new returning ls-runner
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
           invoke type System.Console::WriteLine("GL POSTING RELEASE QUEUE")
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
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list held R=release J=reject Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
               else
                   evaluate function upper-case(function trim(ls-reply))
                       when "L"
                           invoke self::listHeld()
                       when "R"
                           invoke self::decidePosting("RELEASED")
                       when "J"
                           invoke self::decidePosting("REJECTED")
                       when "Q"
                           set ls-doneFlag to true
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
       end method.

       method-id listHeld.
       local-storage section.
           01 ls-count binary-long value is 0.
           01 ls-amount pic -(9)9.99.
           01 ls-line string.
       procedure division.
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT NOT AVAILABLE")
               goback
           end-if
           invoke type System.Console::WriteLine("  POSTING   DATE     ACCOUNT           AMOUNT REFERENCE            OPERATOR")
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       if GL-HoldStatus equals "HELD" then
                           add 1 to ls-count
                           set ls-amount to GL-Amount
                           string "  " GL-PostingID " " GL-Date " " GL-Account " "
                                  ls-amount " " GL-Reference " " GL-OperatorID
                                  delimited by size into ls-line
                           end-string
                           invoke type System.Console::WriteLine(ls-line)
                       end-if
               end-read
           end-perform
           close GLFile
           if ls-count equals 0 then
               invoke type System.Console::WriteLine("(NONE)")
           end-if.
       end method.

       method-id decidePosting.
      *> paramDecision is the hold status to stamp: RELEASED or REJECTED
       local-storage section.
           01 ls-reply string.
           01 ls-postingID pic 9(9) value is 0.
           01 ls-amount pic -(9)9.99.
           01 ls-line string.
           01 ls-found condition-value value is false.
           01 ls-postedAmount decimal value is 0.
           01 ls-postedBy string value is "".
       procedure division using paramDecision as string.
           if paramDecision equals "RELEASED" then
               invoke type System.Console::Write("POSTING ID TO RELEASE: ")
           else
               invoke type System.Console::Write("POSTING ID TO REJECT: ")
           end-if
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               goback
           end-if
           if self::isPostingID(function trim(ls-reply)) equals false then
               invoke type System.Console::WriteLine("NOT A POSTING ID - NOTHING DONE")
               goback
           end-if
           set ls-postingID to function numval(function trim(ls-reply))

      *>held open i-o from the read to the rewrite, so the posting
      *>decided on is the posting stamped
           open i-o GLFile
           if ws-glStatus not equals "00" then
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT NOT AVAILABLE - NOTHING DONE")
               goback
           end-if
           set GL-PostingID to ls-postingID
           read GLFile key is GL-PostingID
               invalid key
                   continue
               not invalid key
                   set ls-found to true
           end-read
           if ls-found equals false then
               close GLFile
               invoke type System.Console::WriteLine("NO SUCH POSTING ON GL-INTERFACE.DAT - NOTHING DONE")
               goback
           end-if
           if GL-HoldStatus not equals "HELD" then
               close GLFile
               invoke type System.Console::WriteLine("THAT POSTING IS NOT HELD FOR RELEASE - NOTHING DONE")
               goback
           end-if
           if function trim(GL-OperatorID) equals ws-supervisorID then
               close GLFile
               invoke type System.Console::WriteLine("YOU POSTED IT - A DIFFERENT SUPERVISOR MUST DECIDE IT - NOTHING DONE")
               goback
           end-if

           set ls-amount to GL-Amount
           string "POSTING " GL-PostingID " DATE " GL-Date
                  " ACCOUNT " GL-Account " AMOUNT " ls-amount
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           string "  REFERENCE " GL-Reference " POSTED BY " GL-OperatorID
                  delimited by size into ls-line
           end-string
           invoke type System.Console::WriteLine(ls-line)
           if paramDecision equals "RELEASED" then
               invoke type System.Console::Write("RELEASE THIS POSTING FOR TRANSMISSION (Y/N): ")
           else
               invoke type System.Console::Write("REJECT THIS POSTING TO SUSPENSE (Y/N): ")
           end-if
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null
                   or function upper-case(function trim(ls-reply)) not equals "Y" then
               close GLFile
               invoke type System.Console::WriteLine("NOTHING DONE")
               goback
           end-if

           set ls-postedAmount to GL-Amount
           set ls-postedBy to function trim(GL-OperatorID)
           set GL-HoldStatus to paramDecision
           set GL-ReleasedBy to ws-supervisorID
           set GL-ReleaseTimestamp to type COBOLCalc.AuditWriter::formatTimestamp()
           rewrite GLRecord
           if ws-glStatus not equals "00" then
               close GLFile
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT COULD NOT BE REWRITTEN - NOTHING DONE")
               goback
           end-if
           close GLFile

           if paramDecision equals "RELEASED" then
               invoke type System.Console::WriteLine("RELEASED - GOES OUT ON THE NEXT GL TRANSMISSION")
           else
               invoke ws-auditWriter::WriteSuspense("ERR: LIMIT REJECT" ls-postedAmount "glpost" 0 ls-postedBy)
               invoke type System.Console::WriteLine("REJECTED - NOT TRANSMITTED; WRITTEN TO SUSPENSE AS LIMREJ")
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

       end class.
