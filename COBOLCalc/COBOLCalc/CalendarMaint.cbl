       class-id COBOLCalc.CalendarMaint.

      *> Supervisor console maintenance for BUSINESS-CALENDAR.DAT, the
      *> business-day calendar the job stream, the suspense aging and
      *> the period rollup share: list the entries, close a weekday as a
      *> holiday, open a weekend day as a working day, or remove an
      *> entry. Only an active level-3 operator on OPERATOR-MASTER.DAT
      *> may run it. Entries are kept in date order. A date with no
      *> entry follows the weekday rule - Monday to Friday open.

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

      *> the whole calendar in storage so changes rewrite it in place;
      *> if the file won't fit, nothing is changed - rewriting from a
      *> truncated table would silently delete holidays
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(41) occurs 5000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> working copy of one calendar record, same layout as the file
           01 ws-work.
              05 WK-Date        pic 9(8).
              05 WK-Filler1     pic x.
              05 WK-Type        pic x.
              05 WK-Filler2     pic x.
              05 WK-Description pic x(30).

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.CalendarMaint.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.CalendarMaint::new returning ls-runner
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
           invoke type System.Console::WriteLine("BUSINESS CALENDAR MAINTENANCE")
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

           invoke self::loadCalendar()
           if ws-overflowFlag equals true then
               invoke type System.Console::WriteLine("CALENDAR FILE TOO LARGE TO LOAD - NOTHING DONE")
               goback
           end-if

           perform until ls-doneFlag equals true
               invoke type System.Console::Write("COMMAND (L=list H=add holiday W=add working weekend day D=delete Q=quit): ")
               set ls-reply to type System.Console::ReadLine()
               if ls-reply equals null then
                   set ls-doneFlag to true
               else
                   evaluate function upper-case(function trim(ls-reply))
                       when "L"
                           invoke self::listEntries()
                       when "H"
                           invoke self::addEntry("H")
                       when "W"
                           invoke self::addEntry("W")
                       when "D"
                           invoke self::deleteEntry()
                       when "Q"
                           set ls-doneFlag to true
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
       end method.

       method-id loadCalendar.
       procedure division.
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input CalendarFile
           if ws-calendarStatus not equals "00" then
               set ws-eofFlag to true
           end-if
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
           if ws-calendarStatus equals "10" or ws-calendarStatus equals "00" then
               close CalendarFile
           end-if.
       end method.

       method-id rewriteCalendar.
       procedure division.
           open output CalendarFile
           if ws-calendarStatus equals "00" then
               perform varying ws-entryIndex from 1 by 1
                   until ws-entryIndex > ws-entryCount
                   move ws-entry(ws-entryIndex) to CalendarRecord
                   write CalendarRecord
               end-perform
               close CalendarFile
           end-if.
       end method.

       method-id listEntries.
      *> one year at a time, or everything when the year is left blank
       local-storage section.
           01 ls-reply string.
           01 ls-year pic x(4) value is spaces.
           01 ls-count binary-long value is 0.
           01 ls-typeText string.
           01 ls-line string.
       procedure division.
           invoke type System.Console::Write("YEAR (blank for all): ")
           set ls-reply to type System.Console::ReadLine()
           if ls-reply not equals null then
               set ls-year to function trim(ls-reply)
           end-if
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if ls-year equals spaces or WK-Date(1:4) equals ls-year then
                   add 1 to ls-count
                   if WK-Type equals "H" then
                       set ls-typeText to "HOLIDAY - CLOSED      "
                   else
                       set ls-typeText to "WORKING WEEKEND DAY   "
                   end-if
                   string WK-Date(1:4) "-" WK-Date(5:2) "-" WK-Date(7:2)
                          " " ls-typeText " " WK-Description
                          delimited by size into ls-line
                   end-string
                   invoke type System.Console::WriteLine(ls-line)
               end-if
           end-perform
           if ls-count equals 0 then
               invoke type System.Console::WriteLine("(NONE)")
           end-if.
       end method.

       method-id findEntry.
       procedure division using paramDate as pic 9(8)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or return-item > 0
               move ws-entry(ws-entryIndex) to ws-work
               if WK-Date equals paramDate then
                   set return-item to ws-entryIndex
               end-if
           end-perform
           goback.
       end method.

       method-id askDate.
      *> prompts for a YYYY-MM-DD date; zero when blank or not a date
       local-storage section.
           01 ls-reply string.
           01 ls-text pic x(10).
           01 ls-digits pic x(8).
           01 ls-date pic 9(8) value is 0.
       procedure division using paramPrompt as string
                           returning return-item as pic 9(8).
           set return-item to 0
           invoke type System.Console::Write(paramPrompt)
           set ls-reply to type System.Console::ReadLine()
           if ls-reply equals null or function trim(ls-reply) equals "" then
               goback
           end-if
           if function length(function trim(ls-reply)) not equals 10 then
               invoke type System.Console::WriteLine("NOT A DATE (YYYY-MM-DD) - NOTHING DONE")
               goback
           end-if
           set ls-text to function trim(ls-reply)
           string ls-text(1:4) ls-text(6:2) ls-text(9:2)
                  delimited by size into ls-digits
           end-string
           if ls-digits is not numeric
                   or ls-text(5:1) not equals "-" or ls-text(8:1) not equals "-" then
               invoke type System.Console::WriteLine("NOT A DATE (YYYY-MM-DD) - NOTHING DONE")
               goback
           end-if
           set ls-date to function numval(ls-digits)
           if ls-date < 16010101 or ls-digits(5:2) < "01" or ls-digits(5:2) > "12"
                   or ls-digits(7:2) < "01" or ls-digits(7:2) > "31" then
               invoke type System.Console::WriteLine("NOT A DATE (YYYY-MM-DD) - NOTHING DONE")
               goback
           end-if
      *> a date that does not survive the round trip through the day
      *> number (a 31st of a 30-day month, say) is not a date
           if function date-of-integer(function integer-of-date(ls-date)) not equals ls-date then
               invoke type System.Console::WriteLine("NOT A DATE (YYYY-MM-DD) - NOTHING DONE")
               goback
           end-if
           set return-item to ls-date
           goback.
       end method.

       method-id addEntry.
      *> paramType "H" closes a weekday, "W" opens a weekend day; an
      *> entry that would not change the answer for the date is refused
       local-storage section.
           01 ls-date pic 9(8) value is 0.
           01 ls-dayOfWeek binary-long value is 0.
           01 ls-weekend condition-value value is false.
           01 ls-description string.
           01 ls-slot binary-long value is 0.
       procedure division using paramType as string.
           if ws-entryCount >= 5000 then
               invoke type System.Console::WriteLine("CALENDAR FILE FULL")
               goback
           end-if
           if paramType equals "H" then
               set ls-date to self::askDate("HOLIDAY DATE (YYYY-MM-DD): ")
           else
               set ls-date to self::askDate("WORKING WEEKEND DATE (YYYY-MM-DD): ")
           end-if
           if ls-date equals 0 then
               goback
           end-if
           if self::findEntry(ls-date) > 0 then
               invoke type System.Console::WriteLine("ALREADY ON THE CALENDAR - DELETE IT FIRST TO CHANGE IT")
               goback
           end-if
           set ls-dayOfWeek to function mod(function integer-of-date(ls-date) 7)
           if ls-dayOfWeek equals 6 or ls-dayOfWeek equals 0 then
               set ls-weekend to true
           end-if
           if paramType equals "H" and ls-weekend equals true then
               invoke type System.Console::WriteLine("THAT IS A WEEKEND DAY - ALREADY NOT A BUSINESS DAY, NOTHING DONE")
               goback
           end-if
           if paramType equals "W" and ls-weekend equals false then
               invoke type System.Console::WriteLine("THAT IS A WEEKDAY - ALREADY A BUSINESS DAY, NOTHING DONE")
               goback
           end-if
           invoke type System.Console::Write("DESCRIPTION: ")
           set ls-description to type System.Console::ReadLine()

      *> insert in date order: shift the later entries down one
           set ls-slot to ws-entryCount + 1
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or ls-slot <= ws-entryCount
               move ws-entry(ws-entryIndex) to ws-work
               if WK-Date > ls-date then
                   set ls-slot to ws-entryIndex
               end-if
           end-perform
           perform varying ws-entryIndex from ws-entryCount by -1
               until ws-entryIndex < ls-slot
               move ws-entry(ws-entryIndex) to ws-entry(ws-entryIndex + 1)
           end-perform
           add 1 to ws-entryCount

           move spaces to ws-work
           set WK-Date to ls-date
           set WK-Type to paramType
           if ls-description not equals null then
               set WK-Description to function trim(ls-description)
           end-if
           move ws-work to ws-entry(ls-slot)
           invoke self::rewriteCalendar()
           if paramType equals "H" then
               invoke type System.Console::WriteLine("HOLIDAY ADDED - NOT A BUSINESS DAY")
           else
               invoke type System.Console::WriteLine("WORKING WEEKEND DAY ADDED - A BUSINESS DAY")
           end-if.
       end method.

       method-id deleteEntry.
       local-storage section.
           01 ls-date pic 9(8) value is 0.
           01 ls-slot binary-long value is 0.
       procedure division.
           set ls-date to self::askDate("DATE TO REMOVE (YYYY-MM-DD): ")
           if ls-date equals 0 then
               goback
           end-if
           set ls-slot to self::findEntry(ls-date)
           if ls-slot equals 0 then
               invoke type System.Console::WriteLine("NOT ON THE CALENDAR")
               goback
           end-if
           perform varying ws-entryIndex from ls-slot by 1
               until ws-entryIndex >= ws-entryCount
               move ws-entry(ws-entryIndex + 1) to ws-entry(ws-entryIndex)
           end-perform
           subtract 1 from ws-entryCount
           invoke self::rewriteCalendar()
           invoke type System.Console::WriteLine("REMOVED - THE DATE FOLLOWS THE WEEKDAY RULE AGAIN").
       end method.

       end class.
