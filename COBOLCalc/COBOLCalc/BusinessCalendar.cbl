       class-id COBOLCalc.BusinessCalendar.

      *> Access to BUSINESS-CALENDAR.DAT, the one answer to "is this a
      *> business day" for the job stream, the suspense aging and the
      *> period rollup. Monday to Friday are business days and Saturday
      *> and Sunday are not, unless the calendar says otherwise for the
      *> date: an H entry closes a weekday (a holiday), a W entry opens
      *> a weekend day (a working Saturday). Maintained by
      *> COBOLCalc.CalendarMaint. With no calendar on file every weekday
      *> is a business day, the way the system ran before the calendar
      *> existed. The calendar is read once per instance and held in
      *> storage, the way ChartOfAccounts holds the chart.

       input-output section.
       file-control.
           select CalendarFile assign to ws-calendarPath
               organization is line sequential
               file status is ws-calendarStatus.

       file section.
      *> BC-Type "H" holiday (office closed), "W" working weekend day
       fd  CalendarFile.
       01  CalendarRecord.
           05 BC-Date        pic 9(8).
           05 BC-Filler1     pic x.
           05 BC-Type        pic x.
           05 BC-Filler2     pic x.
           05 BC-Description pic x(30).

       working-storage section.
           01 ws-calendarPath pic x(40) value is "BUSINESS-CALENDAR.DAT".
           01 ws-calendarStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-loadedFlag condition-value value is false.
           01 ws-fileAvailable condition-value value is false.

      *> the calendar in storage; entries past the cap are looked up on
      *> the file itself, so no holiday is ever missed because the
      *> table filled
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(41) occurs 5000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> what the last findDay() found for its date
           01 ws-dayType pic x value is space.
           01 ws-dayDescription pic x(30) value is spaces.

       method-id isBusinessDay.
       local-storage section.
           01 ls-dayOfWeek binary-long value is 0.
       procedure division using paramDate as pic 9(8)
                           returning return-item as condition-value.
           invoke self::findDay(paramDate)
           evaluate ws-dayType
               when "H"
                   set return-item to false
               when "W"
                   set return-item to true
               when other
      *> day 1 was a Monday, so mod 7 gives 6 on Saturday, 0 on Sunday
                   set ls-dayOfWeek to function mod(function integer-of-date(paramDate) 7)
                   if ls-dayOfWeek equals 6 or ls-dayOfWeek equals 0 then
                       set return-item to false
                   else
                       set return-item to true
                   end-if
           end-evaluate
           goback.
       end method.

       method-id previousBusinessDay.
      *> the last business day before paramDate; a year with no
      *> business day at all is not a calendar, so the search stops
      *> there and answers zero
       local-storage section.
           01 ls-dayInteger binary-long value is 0.
           01 ls-stopInteger binary-long value is 0.
           01 ls-date pic 9(8) value is 0.
       procedure division using paramDate as pic 9(8)
                           returning return-item as pic 9(8).
           set return-item to 0
           set ls-dayInteger to function integer-of-date(paramDate) - 1
           set ls-stopInteger to ls-dayInteger - 366
           perform until return-item > 0 or ls-dayInteger < ls-stopInteger
               set ls-date to function date-of-integer(ls-dayInteger)
               if self::isBusinessDay(ls-date) equals true then
                   set return-item to ls-date
               end-if
               subtract 1 from ls-dayInteger
           end-perform
           goback.
       end method.

       method-id businessDaysBetween.
      *> business days after paramFrom up to and including paramTo -
      *> an item raised Friday and aged the next Monday is one business
      *> day old, however long the weekend
       local-storage section.
           01 ls-dayInteger binary-long value is 0.
           01 ls-fromInteger binary-long value is 0.
           01 ls-toInteger binary-long value is 0.
           01 ls-date pic 9(8) value is 0.
       procedure division using paramFrom as pic 9(8)
                                 paramTo as pic 9(8)
                           returning return-item as binary-long.
           set return-item to 0
           set ls-fromInteger to function integer-of-date(paramFrom) + 1
           set ls-toInteger to function integer-of-date(paramTo)
           perform varying ls-dayInteger from ls-fromInteger by 1
               until ls-dayInteger > ls-toInteger
               set ls-date to function date-of-integer(ls-dayInteger)
               if self::isBusinessDay(ls-date) equals true then
                   add 1 to return-item
               end-if
           end-perform
           goback.
       end method.

       method-id getDayDescription.
      *> the calendar's note for the date (the holiday's name), blank
      *> when the date has no entry
       procedure division using paramDate as pic 9(8)
                           returning return-item as string.
           invoke self::findDay(paramDate)
           set return-item to function trim(ws-dayDescription)
           goback.
       end method.

       method-id isFileAvailable.
       procedure division returning return-item as condition-value.
           if ws-loadedFlag equals false then
               invoke self::loadCalendar()
           end-if
           set return-item to ws-fileAvailable
           goback.
       end method.

       method-id findDay.
       procedure division using paramDate as pic 9(8).
           set ws-dayType to space
           set ws-dayDescription to spaces
           if ws-loadedFlag equals false then
               invoke self::loadCalendar()
           end-if
           if ws-fileAvailable equals false then
               goback
           end-if
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or ws-dayType not equals space
               move ws-entry(ws-entryIndex) to CalendarRecord
               if BC-Date equals paramDate then
                   set ws-dayType to BC-Type
                   set ws-dayDescription to BC-Description
               end-if
           end-perform
           if ws-dayType equals space and ws-overflowFlag equals true then
               invoke self::scanFile(paramDate)
           end-if.
       end method.

       method-id loadCalendar.
       procedure division.
           set ws-loadedFlag to true
           set ws-fileAvailable to false
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input CalendarFile
           if ws-calendarStatus not equals "00" then
               goback
           end-if
           set ws-fileAvailable to true
           perform until ws-eofFlag equals true
               read CalendarFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 5000 then
                           add 1 to ws-entryCount
                           move CalendarRecord to ws-entry(ws-entryCount)
                       else
                           set ws-overflowFlag to true
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           close CalendarFile.
       end method.

       method-id scanFile.
       procedure division using paramDate as pic 9(8).
           set ws-eofFlag to false
           open input CalendarFile
           if ws-calendarStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read CalendarFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if BC-Date equals paramDate then
                           set ws-dayType to BC-Type
                           set ws-dayDescription to BC-Description
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           close CalendarFile.
       end method.

       end class.
