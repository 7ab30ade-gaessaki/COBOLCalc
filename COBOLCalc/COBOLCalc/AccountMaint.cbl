       class-id COBOLCalc.AccountMaint.

      *> Supervisor console maintenance for CHART-OF-ACCOUNTS.DAT, the
      *> chart Window1's GL post and GLTransmit check accounts against:
      *> add an account, close or reopen one, or change whether it takes
      *> postings. Only an active level-3 operator on OPERATOR-MASTER.DAT
      *> may run it. Accounts are never deleted - a closed account stays
      *> on the chart so GLTransmit can still recognise and hold back
      *> postings made to it before it closed.

       input-output section.
       file-control.
           select AccountFile assign to ws-accountPath
               organization is line sequential
               file status is ws-accountStatus.

       file section.
      *> CA-Status "O" open, "C" closed; CA-Postable "Y" takes postings,
      *> "N" is a header or summary account the ledger rolls up into
       fd  AccountFile.
       01  AccountRecord.
           05 CA-Account     pic x(10).
           05 CA-Filler1     pic x.
           05 CA-Description pic x(30).
           05 CA-Filler2     pic x.
           05 CA-Status      pic x.
           05 CA-Filler3     pic x.
           05 CA-Postable    pic x.

       working-storage section.
           01 ws-accountPath pic x(40) value is "CHART-OF-ACCOUNTS.DAT".
           01 ws-accountStatus pic xx.
           01 ws-eofFlag condition-value value is false.

      *> the whole chart in storage so changes rewrite it in place; if
      *> the file won't fit, nothing is changed - rewriting from a
      *> truncated table would silently delete accounts
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(45) occurs 5000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> working copy of one chart record, same layout as the file
           01 ws-work.
              05 WK-Account     pic x(10).
              05 WK-Filler1     pic x.
              05 WK-Description pic x(30).
              05 WK-Filler2     pic x.
              05 WK-Status      pic x.
              05 WK-Filler3     pic x.
              05 WK-Postable    pic x.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.AccountMaint.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.AccountMaint::new returning ls-runner
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
           invoke type System.Console::WriteLine("CHART OF ACCOUNTS MAINTENANCE")
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

           invoke self::loadChart()
           if ws-overflowFlag equals true then
      *>rewriting from a partially-loaded table would silently delete
      *>the accounts past the cap - refuse instead
               invoke type System.Console::WriteLine("CHART FILE TOO LARGE TO LOAD - NOTHING DONE")
               goback
           end-if

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list A=add C=close O=reopen P=postable flag Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
               else
                   evaluate function upper-case(function trim(ls-reply))
                       when "L"
                           invoke self::listAccounts()
                       when "A"
                           invoke self::addAccount()
                       when "C"
                           invoke self::setStatus("C")
                       when "O"
                           invoke self::setStatus("O")
                       when "P"
                           invoke self::setPostable()
                       when "Q"
                           set ls-doneFlag to true
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
       end method.

       method-id loadChart.
       procedure division.
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input AccountFile
           if ws-accountStatus not equals "00" then
               set ws-eofFlag to true
           end-if
           perform until ws-eofFlag equals true
               read AccountFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 5000 then
                           add 1 to ws-entryCount
                           move AccountRecord to ws-entry(ws-entryCount)
                       else
                           set ws-overflowFlag to true
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           if ws-accountStatus equals "10" or ws-accountStatus equals "00" then
               close AccountFile
           end-if.
       end method.

       method-id rewriteChart.
       procedure division.
           open output AccountFile
           if ws-accountStatus equals "00" then
               perform varying ws-entryIndex from 1 by 1
                   until ws-entryIndex > ws-entryCount
                   move ws-entry(ws-entryIndex) to AccountRecord
                   write AccountRecord
               end-perform
               close AccountFile
           end-if.
       end method.

       method-id listAccounts.
       local-storage section.
           01 ls-line string.
           01 ls-statusText string.
           01 ls-postText string.
       procedure division.
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if WK-Status equals "O" then
                   set ls-statusText to "OPEN  "
               else
                   set ls-statusText to "CLOSED"
               end-if
               if WK-Postable equals "Y" then
                   set ls-postText to "POSTABLE"
               else
                   set ls-postText to "NO POSTINGS"
               end-if
               string WK-Account " " WK-Description " " ls-statusText
                      " " ls-postText
                      delimited by size into ls-line
               end-string
               invoke type System.Console::WriteLine(ls-line)
           end-perform
           if ws-entryCount equals 0 then
               invoke type System.Console::WriteLine("(NONE)")
           end-if.
       end method.

       method-id findAccount.
       local-storage section.
           01 ls-lookupID pic x(10).
       procedure division using paramAccount as string
                           returning return-item as binary-long.
           set return-item to 0
           set ls-lookupID to function trim(paramAccount)
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or return-item > 0
               move ws-entry(ws-entryIndex) to ws-work
               if WK-Account equals ls-lookupID then
                   set return-item to ws-entryIndex
               end-if
           end-perform
           goback.
       end method.

       method-id addAccount.
       local-storage section.
           01 ls-account string.
           01 ls-description string.
           01 ls-postable string.
       procedure division.
           if ws-entryCount >= 5000 then
               invoke type System.Console::WriteLine("CHART FILE FULL")
               goback
           end-if
           invoke type System.Console::Write("NEW GL ACCOUNT: ")
           set ls-account to type System.Console::ReadLine()
           if ls-account equals null or function trim(ls-account) equals "" then
               goback
           end-if
           if function length(function trim(ls-account)) > 10 then
               invoke type System.Console::WriteLine("ACCOUNT LONGER THAN 10 CHARACTERS - NOTHING DONE")
               goback
           end-if
           if self::findAccount(ls-account) > 0 then
               invoke type System.Console::WriteLine("ALREADY ON FILE")
               goback
           end-if
           invoke type System.Console::Write("DESCRIPTION: ")
           set ls-description to type System.Console::ReadLine()
           invoke type System.Console::Write("TAKES POSTINGS (Y/N): ")
           set ls-postable to type System.Console::ReadLine()
           if ls-postable equals null
                   or (function upper-case(function trim(ls-postable)) not equals "Y" and
                       function upper-case(function trim(ls-postable)) not equals "N") then
               invoke type System.Console::WriteLine("ANSWER Y OR N - NOTHING DONE")
               goback
           end-if
           move spaces to ws-work
           set WK-Account to function trim(ls-account)
           if ls-description not equals null then
               set WK-Description to function trim(ls-description)
           end-if
           set WK-Status to "O"
           set WK-Postable to function upper-case(function trim(ls-postable))
           add 1 to ws-entryCount
           move ws-work to ws-entry(ws-entryCount)
           invoke self::rewriteChart()
           invoke type System.Console::WriteLine("ACCOUNT ADDED").
       end method.

       method-id setStatus.
      *> closing an account stops new postings at the keyboard at once;
      *> anything already posted to it and not yet transmitted is held
      *> back by GLTransmit until the account is reopened or the posting
      *> is dealt with
       local-storage section.
           01 ls-account string.
           01 ls-slot binary-long value is 0.
       procedure division using paramStatus as string.
           if paramStatus equals "C" then
               invoke type System.Console::Write("GL ACCOUNT TO CLOSE: ")
           else
               invoke type System.Console::Write("GL ACCOUNT TO REOPEN: ")
           end-if
           set ls-account to type System.Console::ReadLine()
           if ls-account equals null or function trim(ls-account) equals "" then
               goback
           end-if
           set ls-slot to self::findAccount(ls-account)
           if ls-slot equals 0 then
               invoke type System.Console::WriteLine("NOT ON FILE")
               goback
           end-if
           move ws-entry(ls-slot) to ws-work
           set WK-Status to paramStatus
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteChart()
           if paramStatus equals "C" then
               invoke type System.Console::WriteLine("CLOSED")
           else
               invoke type System.Console::WriteLine("REOPENED")
           end-if.
       end method.

       method-id setPostable.
       local-storage section.
           01 ls-account string.
           01 ls-postable string.
           01 ls-slot binary-long value is 0.
       procedure division.
           invoke type System.Console::Write("GL ACCOUNT: ")
           set ls-account to type System.Console::ReadLine()
           if ls-account equals null or function trim(ls-account) equals "" then
               goback
           end-if
           set ls-slot to self::findAccount(ls-account)
           if ls-slot equals 0 then
               invoke type System.Console::WriteLine("NOT ON FILE")
               goback
           end-if
           invoke type System.Console::Write("TAKES POSTINGS (Y/N): ")
           set ls-postable to type System.Console::ReadLine()
           if ls-postable equals null
                   or (function upper-case(function trim(ls-postable)) not equals "Y" and
                       function upper-case(function trim(ls-postable)) not equals "N") then
               invoke type System.Console::WriteLine("ANSWER Y OR N - NOTHING DONE")
               goback
           end-if
           move ws-entry(ls-slot) to ws-work
           set WK-Postable to function upper-case(function trim(ls-postable))
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteChart()
           invoke type System.Console::WriteLine("POSTABLE FLAG CHANGED").
       end method.

       end class.
