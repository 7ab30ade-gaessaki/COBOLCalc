      *>     RateTable::LookupRate will return it. The list shows the
      *>     pending entries and who keyed them, so the approval is a
      *>     real four-eyes check, not a rubber stamp.
      *> A pending rate that should never go into force is rejected
      *> rather than left pending: it stays on file, marked with who
      *> rejected it, and RateTable never returns it.
      *> Every add, approval and rejection - and every list taken - is
      *> journaled to MAINT-JOURNAL.DAT through AuditWriter with the
      *> record before and after, before the rate file is touched; what
      *> cannot be journaled is not done.

       input-output section.
       file-control.
               file status is ws-rateStatus.

       file section.
      *> XR-Status "P" is pending approval, "A" approved, "R" rejected
      *> (XR-ApprovedBy then holds who rejected it); spaces on a record
      *> from before the approval columns existed reads as approved, so
      *> history keeps converting
       fd  RateFile.
       01  RateRecord.
           05 XR-CurrencyCode  pic x(3).
           01 ws-rateStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-supervisorID string value is "".
           01 ws-auditWriter type COBOLCalc.AuditWriter.
      *> the largest move a single signature may take a rate, as a
      *> percentage of the rate in force
           01 ws-tolerancePercent decimal value is 10.

       method-id NEW.
       procedure division.
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter
           goback.
       end method.

           end-if

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list A=add P=approve R=reject Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
                           invoke self::addRate()
                       when "P"
                           invoke self::approveRate()
                       when "R"
                           invoke self::rejectRate()
                       when "Q"
                           set ls-doneFlag to true
                       when other
       local-storage section.
           01 ls-line string.
           01 ls-tag string.
           01 ls-noRecord pic x(46) value is spaces.
       procedure division.
           if ws-auditWriter::WriteMaintJournal(ws-supervisorID "EXCHANGE-RATES.DAT"
                  "ALL" "LIST" ls-noRecord ls-noRecord) equals false then
               invoke type System.Console::WriteLine("MAINT-JOURNAL.DAT COULD NOT BE WRITTEN - NOTHING LISTED")
               goback
           end-if
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               evaluate WK-Status
                   when "P"
                       string "PENDING APPROVAL - KEYED BY " WK-EnteredBy
                              delimited by size into ls-tag
                       end-string
                   when "R"
                       string "REJECTED BY " WK-ApprovedBy
                              delimited by size into ls-tag
                       end-string
                   when other
                       set ls-tag to ""
               end-evaluate
               string ws-entryIndex::ToString() ") "
                      WK-CurrencyCode " " WK-Rate
                      " EFFECTIVE " WK-EffectiveDate " " ls-tag
           01 ls-rateTable type COBOLCalc.RateTable.
           01 ls-pendingFlag condition-value value is false.
           01 ls-text string.
           01 ls-noRecord pic x(46) value is spaces.
       procedure division.
           if ws-entryCount >= 2000 then
               invoke type System.Console::WriteLine("RATE FILE FULL")
               set WK-Status to "A"
               set WK-ApprovedBy to ws-supervisorID
           end-if
           if self::journalChange("ADD" ls-noRecord) equals false then
               goback
           end-if
           add 1 to ws-entryCount
           move ws-work to ws-entry(ws-entryCount)
           invoke self::rewriteRates()

           set WK-Status to "A"
           set WK-ApprovedBy to ls-approver
           if self::journalChange("APPROVE" ws-entry(ls-slot)) equals false then
               goback
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteRates()
           invoke type System.Console::WriteLine("APPROVED - THE RATE IS NOW IN FORCE").
       end method.

       method-id rejectRate.
      *> withdraws a pending rate for good - a mis-keyed rate, or one the
      *> second supervisor will not sign. Any active supervisor may
      *> reject, the keyer included; the rate stays on file as history.
       local-storage section.
           01 ls-reply string.
           01 ls-slot binary-long value is 0.
           01 ls-pendingCount binary-long value is 0.
           01 ls-line string.
       procedure division.
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if WK-Status equals "P" then
                   add 1 to ls-pendingCount
                   string ws-entryIndex::ToString() ") "
                          WK-CurrencyCode " " WK-Rate
                          " EFFECTIVE " WK-EffectiveDate
                          " KEYED BY " WK-EnteredBy
                          delimited by size into ls-line
                   end-string
                   invoke type System.Console::WriteLine(ls-line)
               end-if
           end-perform
           if ls-pendingCount equals 0 then
               invoke type System.Console::WriteLine("NOTHING PENDING APPROVAL")
               goback
           end-if

           invoke type System.Console::Write("ENTRY NUMBER TO REJECT (blank to cancel): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               goback
           end-if
           set ls-slot to function numval(ls-reply)
           if ls-slot < 1 or ls-slot > ws-entryCount then
               invoke type System.Console::WriteLine("NO SUCH ENTRY")
               goback
           end-if
           move ws-entry(ls-slot) to ws-work
           if WK-Status not equals "P" then
               invoke type System.Console::WriteLine("THAT ENTRY IS NOT PENDING")
               goback
           end-if
           invoke type System.Console::Write("REJECT IT - IT WILL NEVER CONVERT (Y/N)? ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or
              function upper-case(function trim(ls-reply)) not equals "Y" then
               invoke type System.Console::WriteLine("NOTHING DONE")
               goback
           end-if

           set WK-Status to "R"
           set WK-ApprovedBy to ws-supervisorID
           if self::journalChange("REJECT" ws-entry(ls-slot)) equals false then
               goback
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteRates()
           invoke type System.Console::WriteLine("REJECTED - THE RATE WILL NEVER BE IN FORCE").
       end method.

       method-id journalChange.
      *> journals the change about to be made: paramBefore is the record
      *> as it stands on file (spaces for an add), ws-work the record as
      *> it will be written; the key is currency and effective date
       local-storage section.
           01 ls-key pic x(20).
           01 ls-before pic x(46).
           01 ls-after pic x(46).
       procedure division using paramAction as string
                                 paramBefore as pic x(46)
                           returning return-item as condition-value.
           move spaces to ls-key
           string WK-CurrencyCode " " WK-EffectiveDate
                  delimited by size into ls-key
           end-string
           set ls-before to paramBefore
           move ws-work to ls-after
           set return-item to ws-auditWriter::WriteMaintJournal(ws-supervisorID
                  "EXCHANGE-RATES.DAT" ls-key paramAction ls-before ls-after)
           if return-item equals false then
               invoke type System.Console::WriteLine("MAINT-JOURNAL.DAT COULD NOT BE WRITTEN - NOTHING DONE")
           end-if
           goback.
       end method.

       end class.
