
      *> Aging report over SUSPENSE.DAT, so open items stop depending on
      *> someone happening to run the repair screen and scroll the list.
      *> Every OPEN item is bucketed by business days outstanding from
      *> its SU-Timestamp (0-7, 8-14, 15-30, over 30) - weekends and the
      *> holidays on BUSINESS-CALENDAR.DAT do not age an item, so a long
      *> weekend no longer tips items into the next bucket - subtotalled
      *> by reason
      *> code and by the operator the error landed against, and anything
      *> older than the flag threshold is listed item by item with a
      *> flag the supervisor cannot miss. Items a repair closed and
      *> items written off are not aged - only OPEN items count.
      *> The threshold defaults to 14 business days; a numeric argument
      *> overrides it per run. Prints SUSPENSE-AGING.RPT.

       input-output section.
       file-control.
           01 ws-eofFlag condition-value value is false.

           01 ws-flagDays binary-long value is 14.
           01 ws-todayDate pic 9(8) value is 0.
           01 ws-calendar type COBOLCalc.BusinessCalendar.
           01 ws-openCount pic 9(7) value is 0.
           01 ws-flaggedCount pic 9(7) value is 0.

               set ws-flagDays to function numval(paramFlagDays)
           end-if
           set ls-now to function current-date
           set ws-todayDate to function numval(ls-now(1:8))
           invoke type COBOLCalc.BusinessCalendar::new returning ws-calendar

           invoke self::tallySuspense()
           invoke self::printReport().
       end method.

       method-id daysOutstanding.
      *> business days from SU-Timestamp to today; SU-Timestamp leads
      *> "YYYY-MM-DD ..."; a timestamp that does not parse ages as today
      *> rather than abending the report
       local-storage section.
           01 ls-dateText pic x(8).
           01 ls-dateNum pic 9(8) value is 0.
           end-string
           if ls-dateText is numeric then
               set ls-dateNum to function numval(ls-dateText)
               if ls-dateNum >= 16010101 and ls-dateNum < ws-todayDate then
                   set return-item to ws-calendar::businessDaysBetween(ls-dateNum ws-todayDate)
               end-if
           end-if
           if return-item < 0 then
           move SU-Timestamp to ls-line(30:19)
           set ls-age to paramAge
           move ls-age to ls-line(50:5)
           move " BUSINESS DAYS" to ls-line(55:14)
           move ls-line to ws-flaggedLine(ws-flaggedCount).
       end method.

           invoke self::printLine(" ")

           invoke self::printLine("OPEN ITEMS BY REASON CODE")
           invoke self::printLine("REASON       0-7    8-14   15-30     30+   (BUSINESS DAYS)")
           perform varying ws-index from 1 by 1
               until ws-index > ws-reasonCount
               invoke self::printBucketLine(ws-rsnCode(ws-index)
           invoke self::printLine(" ")

           invoke self::printLine("OPEN ITEMS BY OPERATOR")
           invoke self::printLine("OPERATOR     0-7    8-14   15-30     30+   (BUSINESS DAYS)")
           perform varying ws-index from 1 by 1
               until ws-index > ws-operatorCount
               invoke self::printBucketLine(ws-opID(ws-index)

           set ls-days to ws-flagDays
           set ls-count to ws-flaggedCount
           string "ITEMS OLDER THAN" ls-days " BUSINESS DAYS: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
