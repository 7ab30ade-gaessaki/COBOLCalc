      *> empty or missing master file, where the first operator added
      *> becomes the bootstrap supervisor - otherwise nobody could ever
      *> sign the file into existence.
      *> Each operator who may post to the GL (level 2 and up) carries a
      *> posting limit; a posting above it lands HELD for a different
      *> supervisor to release. Operators on file from before limits
      *> existed list as LIMIT NOT SET until one is keyed with P. Moving
      *> an operator up to level 2 or 3 asks for the limit with the level.
      *> Every change is journaled to MAINT-JOURNAL.DAT through
      *> AuditWriter before the master is rewritten - the supervisor,
      *> the operator changed, the action and the whole record before
      *> and after - and a change that cannot be journaled is not made.
      *> The bootstrap supervisor is journaled as adding themselves.
      *> COBOLCalc.AccessReview reports from the journal.

       input-output section.
       file-control.
           05 OM-Status     pic x.
           05 OM-Filler3    pic x.
           05 OM-AuthLevel  pic 9.
           05 OM-Filler4    pic x.
           05 OM-PostingLimit  pic 9(9)v99.

       working-storage section.
           01 ws-masterPath pic x(40) value is "OPERATOR-MASTER.DAT".
           01 ws-masterStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-supervisorID string value is "".
           01 ws-auditWriter type COBOLCalc.AuditWriter.

      *> the whole master file in storage so changes rewrite it in
      *> place; if the file won't fit, nothing is changed - rewriting
      *> from a truncated table would silently delete operators
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(57) occurs 500.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

              05 WK-Status     pic x.
              05 WK-Filler3    pic x.
              05 WK-AuthLevel  pic 9.
              05 WK-Filler4    pic x.
              05 WK-PostingLimit  pic 9(9)v99.
              05 WK-PostingLimitX redefines WK-PostingLimit pic x(11).

       method-id Main static.
       local-storage section.

       method-id NEW.
       procedure division.
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter
           goback.
       end method.

                   invoke type System.Console::WriteLine("NOT AN ACTIVE SUPERVISOR - NOTHING DONE")
                   goback
               end-if
               set ws-supervisorID to function trim(ls-reply)
           else
               invoke type System.Console::WriteLine("MASTER FILE IS EMPTY - FIRST OPERATOR ADDED BECOMES THE SUPERVISOR")
           end-if

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list A=add D=deactivate R=re-level P=posting limit Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
                           invoke self::deactivateOperator()
                       when "R"
                           invoke self::relevelOperator()
                       when "P"
                           invoke self::setPostingLimit()
                       when "Q"
                           set ls-doneFlag to true
                       when other
       method-id listOperators.
       local-storage section.
           01 ls-line string.
           01 ls-limit pic z(8)9.99.
           01 ls-limitText string.
       procedure division.
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if WK-PostingLimitX equals spaces then
                   set ls-limitText to "LIMIT NOT SET"
               else
                   set ls-limit to WK-PostingLimit
                   string "LIMIT " ls-limit
                          delimited by size into ls-limitText
                   end-string
               end-if
               string WK-OperatorID " " WK-Name " " WK-Status
                      " LEVEL " WK-AuthLevel " " ls-limitText
                      delimited by size into ls-line
               end-string
               invoke type System.Console::WriteLine(ls-line)
           01 ls-id string.
           01 ls-name string.
           01 ls-level string.
           01 ls-limit string value is "0".
           01 ls-noRecord pic x(57) value is spaces.
       procedure division.
           if ws-entryCount >= 500 then
               invoke type System.Console::WriteLine("MASTER FILE FULL")
                   goback
               end-if
           end-if
      *>a clerk cannot post at all, so only a GL-posting level is asked
      *>for a limit; the clerk's record carries zero
           if function trim(ls-level) not equals "1" then
               invoke type System.Console::Write("GL POSTING LIMIT (e.g. 5000.00): ")
               set ls-limit to type System.Console::ReadLine()
               if self::isAmount(ls-limit) equals false then
                   invoke type System.Console::WriteLine("BAD LIMIT - NOTHING DONE")
                   goback
               end-if
           end-if
           move spaces to ws-work
           set WK-OperatorID to function trim(ls-id)
           if ls-name not equals null then
           end-if
           set WK-Status to "A"
           set WK-AuthLevel to function numval(ls-level)
           set WK-PostingLimit to function numval(ls-limit)
           if ws-entryCount equals 0 then
               set ws-supervisorID to function trim(ls-id)
           end-if
           if self::journalChange("ADD" ls-noRecord) equals false then
               goback
           end-if
           add 1 to ws-entryCount
           move ws-work to ws-entry(ws-entryCount)
           invoke self::rewriteMaster().
           end-if
           move ws-entry(ls-slot) to ws-work
           set WK-Status to "I"
           if self::journalChange("DEACTIVATE" ws-entry(ls-slot)) equals false then
               goback
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteMaster()
           invoke type System.Console::WriteLine("DEACTIVATED").
       local-storage section.
           01 ls-id string.
           01 ls-level string.
           01 ls-limit string.
           01 ls-slot binary-long value is 0.
       procedure division.
           invoke type System.Console::Write("OPERATOR ID TO RE-LEVEL: ")
               invoke type System.Console::WriteLine("BAD LEVEL - NOTHING DONE")
               goback
           end-if
      *>a clerk's record carries a zero limit, which would hold every
      *>posting once they can post - a GL-posting level is always keyed
      *>with its limit, journaled with the level as the one change
           if function trim(ls-level) not equals "1" then
               invoke type System.Console::Write("GL POSTING LIMIT (e.g. 5000.00): ")
               set ls-limit to type System.Console::ReadLine()
               if self::isAmount(ls-limit) equals false then
                   invoke type System.Console::WriteLine("BAD LIMIT - NOTHING DONE")
                   goback
               end-if
           end-if
           move ws-entry(ls-slot) to ws-work
           set WK-AuthLevel to function numval(ls-level)
           if function trim(ls-level) not equals "1" then
               set WK-PostingLimit to function numval(ls-limit)
           end-if
           if self::journalChange("RELEVEL" ws-entry(ls-slot)) equals false then
               goback
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteMaster()
           invoke type System.Console::WriteLine("RE-LEVELED").
       end method.

       method-id setPostingLimit.
       local-storage section.
           01 ls-id string.
           01 ls-limit string.
           01 ls-slot binary-long value is 0.
       procedure division.
           invoke type System.Console::Write("OPERATOR ID TO SET A POSTING LIMIT FOR: ")
           set ls-id to type System.Console::ReadLine()
           if ls-id equals null or function trim(ls-id) equals "" then
               goback
           end-if
           set ls-slot to self::findOperator(ls-id)
           if ls-slot equals 0 then
               invoke type System.Console::WriteLine("NOT ON FILE")
               goback
           end-if
           invoke type System.Console::Write("GL POSTING LIMIT (e.g. 5000.00): ")
           set ls-limit to type System.Console::ReadLine()
           if self::isAmount(ls-limit) equals false then
               invoke type System.Console::WriteLine("BAD LIMIT - NOTHING DONE")
               goback
           end-if
           move ws-entry(ls-slot) to ws-work
           set WK-PostingLimit to function numval(ls-limit)
           if self::journalChange("LIMIT" ws-entry(ls-slot)) equals false then
               goback
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteMaster()
           invoke type System.Console::WriteLine("POSTING LIMIT SET").
       end method.

       method-id journalChange.
      *> journals the change about to be made: paramBefore is the record
      *> as it stands on file (spaces for an add), ws-work the record as
      *> it will be written
       local-storage section.
           01 ls-before pic x(57).
           01 ls-after pic x(57).
       procedure division using paramAction as string
                                 paramBefore as pic x(57)
                           returning return-item as condition-value.
           set ls-before to paramBefore
           move ws-work to ls-after
           set return-item to ws-auditWriter::WriteMaintJournal(ws-supervisorID
                  "OPERATOR-MASTER.DAT" function trim(WK-OperatorID)
                  paramAction ls-before ls-after)
           if return-item equals false then
               invoke type System.Console::WriteLine("MAINT-JOURNAL.DAT COULD NOT BE WRITTEN - NOTHING DONE")
           end-if
           goback.
       end method.

       method-id isAmount.
      *> an unsigned keyed amount: digits and at most one decimal point,
      *> no more than two decimals and nine whole digits, so it fits the
      *> limit column without truncation
       local-storage section.
           01 ls-text string.
           01 ls-index binary-long value is 0.
           01 ls-char string.
           01 ls-pointAt binary-long value is -1.
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
                   when ls-char equals "."
                       if ls-pointAt >= 0 then
                           set return-item to false
                       end-if
                       set ls-pointAt to ls-index
                   when ls-char >= "0" and ls-char <= "9"
                       set ls-digitSeen to true
                   when other
                       set return-item to false
               end-evaluate
           end-perform
           if ls-digitSeen equals false then
               set return-item to false
           end-if
           if ls-pointAt >= 0 then
               if ls-text::Length - ls-pointAt - 1 > 2 or ls-pointAt > 9 then
                   set return-item to false
               end-if
           else
               if ls-text::Length > 9 then
                   set return-item to false
               end-if
           end-if
           goback.
       end method.

       end class.
