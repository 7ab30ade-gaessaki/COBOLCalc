       class-id COBOLCalc.AccessReview.

      *> Quarterly access review off MAINT-JOURNAL.DAT, the answer to the
      *> auditors' question "who gave this operator that authority, and
      *> when". Built from the journal OperatorMaint and RateMaint write
      *> ahead of every change, the current OPERATOR-MASTER.DAT and
      *> SESSION-LOG.DAT, it prints:
      *>   - every authority change to OPERATOR-MASTER.DAT in the period
      *>     (add, relevel, posting limit, deactivation) with who made it
      *>     and the level, status and limit before and after
      *>   - every active level-2 and level-3 operator with the date the
      *>     level was granted and by whom - the last journaled add or
      *>     relevel that took them to it. An operator granted the level
      *>     before the journal existed shows BEFORE JOURNAL; one whose
      *>     master level matches no journaled grant is flagged, as the
      *>     master was changed outside the console
      *>   - every active operator with no SIGNIN on the session log in
      *>     more than 90 days, or none at all
      *>   - every change a supervisor made to their own master record
      *>     in the period - the supervisor who set up an empty master
      *>     added themselves, and shows here too
      *> The period defaults to the last complete calendar quarter; two
      *> arguments of YYYY-MM-DD give the first and last day of another.
      *> Prints ACCESS-REVIEW.RPT.

       input-output section.
       file-control.
           select MaintJournalFile assign to ws-maintJournalPath
               organization is line sequential
               file status is ws-maintJournalStatus.
           select OperatorFile assign to ws-masterPath
               organization is line sequential
               file status is ws-masterStatus.
           select SessionLogFile assign to ws-sessionLogPath
               organization is line sequential
               file status is ws-sessionLogStatus.
           select ReportFile assign to ws-reportPath
               organization is line sequential
               file status is ws-reportStatus.

       file section.
      *> MJ-Before and MJ-After hold the record as it stood before the
      *> change and as it was written; an add has no before image
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

       fd  OperatorFile.
       01  OperatorRecord.
           05 OM-OperatorID pic x(10).
           05 OM-Filler1    pic x.
           05 OM-Name       pic x(30).
           05 OM-Filler2    pic x.
           05 OM-Status     pic x.
           05 OM-Filler3    pic x.
           05 OM-AuthLevel  pic x.
           05 OM-Filler4    pic x.
           05 OM-PostingLimit  pic x(11).

       fd  SessionLogFile.
       01  SessionLogRecord.
           05 SL-Timestamp      pic x(19).
           05 SL-Filler1        pic x.
           05 SL-Event          pic x(8).
           05 SL-Filler2        pic x.
           05 SL-OperatorID     pic x(10).
           05 SL-Filler3        pic x.
           05 SL-CalcCount      pic 9(7).
           05 SL-Filler4        pic x.
           05 SL-GLPostCount    pic 9(7).
           05 SL-Filler5        pic x.
           05 SL-ExceptionCount pic 9(7).

       fd  ReportFile.
       01  ReportLine         pic x(132).

       working-storage section.
           01 ws-maintJournalPath pic x(40) value is "MAINT-JOURNAL.DAT".
           01 ws-masterPath pic x(40) value is "OPERATOR-MASTER.DAT".
           01 ws-sessionLogPath pic x(40) value is "SESSION-LOG.DAT".
           01 ws-reportPath pic x(40) value is "ACCESS-REVIEW.RPT".
           01 ws-maintJournalStatus pic xx.
           01 ws-masterStatus pic xx.
           01 ws-sessionLogStatus pic xx.
           01 ws-reportStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-journalAvailable condition-value value is false.
           01 ws-masterAvailable condition-value value is false.
           01 ws-sessionLogAvailable condition-value value is false.

      *> the review period, inclusive, and the day the review is run
           01 ws-periodFrom pic 9(8) value is 0.
           01 ws-periodTo pic 9(8) value is 0.
           01 ws-periodFromText pic x(10).
           01 ws-periodToText pic x(10).
           01 ws-todayDate pic 9(8) value is 0.
      *> an operator not signed in for more days than this is flagged
           01 ws-dormantDays binary-long value is 90.

      *> the current master, with what the journal and the session log
      *> say about each operator
           01 ws-operatorCount binary-long value is 0.
           01 ws-operatorTable.
              05 ws-operatorEntry occurs 500.
                 10 ws-opID pic x(10).
                 10 ws-opName pic x(30).
                 10 ws-opStatus pic x.
                 10 ws-opLevel pic x.
                 10 ws-opLastSignIn pic x(19).
                 10 ws-opGrantStamp pic x(19).
                 10 ws-opGrantLevel pic x.
                 10 ws-opGrantBy pic x(10).
           01 ws-index binary-long value is 0.
           01 ws-slot binary-long value is 0.

      *> the period's change and self-change lines, buffered so the
      *> report prints them in one open after the master is known
           01 ws-changeCount binary-long value is 0.
           01 ws-changeTable.
              05 ws-changeLine pic x(132) occurs 1000.
           01 ws-selfCount binary-long value is 0.
           01 ws-selfTable.
              05 ws-selfLine pic x(132) occurs 200.
           01 ws-privilegedCount binary-long value is 0.
           01 ws-dormantCount binary-long value is 0.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.AccessReview.
           01 ls-fromArg string value is "".
           01 ls-toArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-fromArg to args(1)
           end-if
           if args::Length > 1 then
               set ls-toArg to args(2)
           end-if
           invoke type COBOLCalc.AccessReview::new returning ls-runner
           invoke ls-runner::Run(ls-fromArg ls-toArg)
           goback.
       end method.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Run.
      *> paramFrom and paramTo are "YYYY-MM-DD"; both blank reviews the
      *> last complete calendar quarter
       local-storage section.
           01 ls-now pic x(21).
       procedure division using paramFrom as string
                                 paramTo as string.
           set ls-now to function current-date
           set ws-todayDate to function numval(ls-now(1:8))
           if function trim(paramFrom) equals "" and function trim(paramTo) equals "" then
               invoke self::lastQuarter()
           else
               set ws-periodFrom to self::dateToNumber(paramFrom)
               set ws-periodTo to self::dateToNumber(paramTo)
               if ws-periodFrom equals 0 or ws-periodTo equals 0
                       or ws-periodFrom > ws-periodTo then
                   invoke type System.Console::WriteLine("USAGE: ACCESSREVIEW [FROM-DATE TO-DATE (YYYY-MM-DD)]")
                   goback
               end-if
           end-if
           set ws-periodFromText to self::dateText(ws-periodFrom)
           set ws-periodToText to self::dateText(ws-periodTo)

           invoke self::loadMaster()
           if ws-masterAvailable equals false then
               invoke type System.Console::WriteLine("NO OPERATOR MASTER ON FILE - NOTHING TO REVIEW")
               goback
           end-if
           invoke self::scanJournal()
           invoke self::scanSessionLog()
           invoke self::printReport()
           invoke type System.Console::WriteLine("ACCESS REVIEW WRITTEN TO ACCESS-REVIEW.RPT").
       end method.

       method-id lastQuarter.
      *> the calendar quarter before the one today falls in
       local-storage section.
           01 ls-today pic 9(8) value is 0.
           01 ls-year pic 9(4) value is 0.
           01 ls-month pic 99 value is 0.
           01 ls-quarterStart pic 99 value is 0.
           01 ls-date pic 9(8) value is 0.
       procedure division.
           set ls-today to ws-todayDate
           set ls-year to function numval(ls-today(1:4))
           set ls-month to function numval(ls-today(5:2))
           evaluate true
               when ls-month <= 3
                   set ls-quarterStart to 1
               when ls-month <= 6
                   set ls-quarterStart to 4
               when ls-month <= 9
                   set ls-quarterStart to 7
               when other
                   set ls-quarterStart to 10
           end-evaluate
      *> the day before this quarter starts ends the last one
           set ls-date to ls-year * 10000 + ls-quarterStart * 100 + 1
           set ws-periodTo to function date-of-integer(function integer-of-date(ls-date) - 1)
           if ls-quarterStart equals 1 then
               set ws-periodFrom to (ls-year - 1) * 10000 + 1001
           else
               set ws-periodFrom to ls-year * 10000 + (ls-quarterStart - 3) * 100 + 1
           end-if.
       end method.

       method-id loadMaster.
       procedure division.
           set ws-operatorCount to 0
           set ws-eofFlag to false
           open input OperatorFile
           if ws-masterStatus not equals "00" then
               goback
           end-if
           set ws-masterAvailable to true
           perform until ws-eofFlag equals true
               read OperatorFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-operatorCount < 500 then
                           add 1 to ws-operatorCount
                           set ws-opID(ws-operatorCount) to OM-OperatorID
                           set ws-opName(ws-operatorCount) to OM-Name
                           set ws-opStatus(ws-operatorCount) to OM-Status
                           set ws-opLevel(ws-operatorCount) to OM-AuthLevel
                           set ws-opLastSignIn(ws-operatorCount) to spaces
                           set ws-opGrantStamp(ws-operatorCount) to spaces
                           set ws-opGrantLevel(ws-operatorCount) to space
                           set ws-opGrantBy(ws-operatorCount) to spaces
                       end-if
               end-read
           end-perform
           close OperatorFile.
       end method.

       method-id findOperator.
      *> the operator's row in the master table, zero when not on it
       procedure division using paramOperatorID as pic x(10)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-index from 1 by 1
               until ws-index > ws-operatorCount or return-item > 0
               if ws-opID(ws-index) equals paramOperatorID then
                   set return-item to ws-index
               end-if
           end-perform
           goback.
       end method.

       method-id scanJournal.
      *> the whole journal is read: the grant behind a level held today
      *> may be older than the period under review
       local-storage section.
           01 ls-key pic x(10).
       procedure division.
           set ws-eofFlag to false
           open input MaintJournalFile
           if ws-maintJournalStatus not equals "00" then
               goback
           end-if
           set ws-journalAvailable to true
           perform until ws-eofFlag equals true
               read MaintJournalFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if MJ-File equals "OPERATOR-MASTER.DAT" then
                           set ls-key to MJ-Key
                           set ws-slot to self::findOperator(ls-key)
      *> a level an add or relevel moved the operator to is a grant
                           if ws-slot > 0
                                   and (MJ-Action equals "ADD" or MJ-Action equals "RELEVEL")
                                   and MJ-After(45:1) not equals MJ-Before(45:1) then
                               set ws-opGrantStamp(ws-slot) to MJ-Timestamp
                               set ws-opGrantLevel(ws-slot) to MJ-After(45:1)
                               set ws-opGrantBy(ws-slot) to MJ-SupervisorID
                           end-if
                           if MJ-Timestamp(1:10) >= ws-periodFromText
                                   and MJ-Timestamp(1:10) <= ws-periodToText then
                               invoke self::bufferChange()
                           end-if
                       end-if
               end-read
           end-perform
           close MaintJournalFile.
       end method.

       method-id bufferChange.
      *> one line per journaled master change in the period: level,
      *> status and posting limit before and after; a change to the
      *> supervisor's own record is flagged and listed again on its own
       local-storage section.
           01 ls-line pic x(132).
           01 ls-amount pic z(8)9.99.
           01 ls-before.
              05 LB-OperatorID    pic x(10).
              05 LB-Filler1       pic x.
              05 LB-Name          pic x(30).
              05 LB-Filler2       pic x.
              05 LB-Status        pic x.
              05 LB-Filler3       pic x.
              05 LB-AuthLevel     pic x.
              05 LB-Filler4       pic x.
              05 LB-PostingLimit  pic 9(9)v99.
              05 LB-PostingLimitX redefines LB-PostingLimit pic x(11).
              05 LB-Filler5       pic x(3).
           01 ls-after.
              05 LA-OperatorID    pic x(10).
              05 LA-Filler1       pic x.
              05 LA-Name          pic x(30).
              05 LA-Filler2       pic x.
              05 LA-Status        pic x.
              05 LA-Filler3       pic x.
              05 LA-AuthLevel     pic x.
              05 LA-Filler4       pic x.
              05 LA-PostingLimit  pic 9(9)v99.
              05 LA-PostingLimitX redefines LA-PostingLimit pic x(11).
              05 LA-Filler5       pic x(3).
       procedure division.
           move MJ-Before to ls-before
           move MJ-After to ls-after
           move spaces to ls-line
           move MJ-Timestamp to ls-line(1:19)
           move MJ-SupervisorID to ls-line(21:10)
           move MJ-Key(1:10) to ls-line(32:10)
           move MJ-Action to ls-line(43:10)
           move LB-AuthLevel to ls-line(54:1)
           move "->" to ls-line(55:2)
           move LA-AuthLevel to ls-line(57:1)
           move LB-Status to ls-line(60:1)
           move "->" to ls-line(61:2)
           move LA-Status to ls-line(63:1)
           if LB-PostingLimitX is numeric then
               set ls-amount to LB-PostingLimit
               move ls-amount to ls-line(67:12)
           end-if
           move "->" to ls-line(80:2)
           if LA-PostingLimitX is numeric then
               set ls-amount to LA-PostingLimit
               move ls-amount to ls-line(83:12)
           end-if
           if MJ-SupervisorID equals MJ-Key(1:10) then
               move "** OWN RECORD" to ls-line(97:13)
           end-if
           add 1 to ws-changeCount
           if ws-changeCount <= 1000 then
               move ls-line to ws-changeLine(ws-changeCount)
           end-if
           if MJ-SupervisorID equals MJ-Key(1:10) then
               add 1 to ws-selfCount
               if ws-selfCount <= 200 then
                   move ls-line to ws-selfLine(ws-selfCount)
               end-if
           end-if.
       end method.

       method-id scanSessionLog.
      *> the log is chronological, so the last SIGNIN seen for an
      *> operator is their latest
       procedure division.
           set ws-eofFlag to false
           open input SessionLogFile
           if ws-sessionLogStatus not equals "00" then
               goback
           end-if
           set ws-sessionLogAvailable to true
           perform until ws-eofFlag equals true
               read SessionLogFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if SL-Event equals "SIGNIN" then
                           set ws-slot to self::findOperator(SL-OperatorID)
                           if ws-slot > 0 then
                               set ws-opLastSignIn(ws-slot) to SL-Timestamp
                           end-if
                       end-if
               end-read
           end-perform
           close SessionLogFile.
       end method.

       method-id daysSinceSignIn.
      *> calendar days from the operator's last SIGNIN to today; -1 when
      *> the log holds no sign-in for them at all
       local-storage section.
           01 ls-dateText pic x(8).
           01 ls-dateNum pic 9(8) value is 0.
       procedure division using paramSlot as binary-long
                           returning return-item as binary-long.
           set return-item to -1
           if ws-opLastSignIn(paramSlot) equals spaces then
               goback
           end-if
           string ws-opLastSignIn(paramSlot)(1:4) ws-opLastSignIn(paramSlot)(6:2)
                  ws-opLastSignIn(paramSlot)(9:2)
                  delimited by size into ls-dateText
           end-string
           if ls-dateText is numeric then
               set ls-dateNum to function numval(ls-dateText)
               if ls-dateNum >= 16010101 and ls-dateNum <= ws-todayDate then
                   set return-item to function integer-of-date(ws-todayDate)
                                      - function integer-of-date(ls-dateNum)
               end-if
           end-if
           goback.
       end method.

       method-id isDormant.
       local-storage section.
           01 ls-days binary-long value is 0.
       procedure division using paramSlot as binary-long
                           returning return-item as condition-value.
           set ls-days to self::daysSinceSignIn(paramSlot)
           if ls-days < 0 or ls-days > ws-dormantDays then
               set return-item to true
           else
               set return-item to false
           end-if
           goback.
       end method.

       method-id printReport.
       local-storage section.
           01 ls-now pic x(21).
           01 ls-count pic z(6)9.
           01 ls-level pic x.
           01 ls-text string.
       procedure division.
           open output ReportFile
           invoke self::printLine("==================================================================")
           set ls-now to function current-date
           string "ACCESS REVIEW REPORT                       RUN: "
                  delimited by size
                  ls-now(1:4) "-" ls-now(5:2) "-" ls-now(7:2) " "
                  ls-now(9:2) ":" ls-now(11:2)
                  delimited by size
                  into ls-text
           end-string
           invoke self::printLine(ls-text)
           string "PERIOD: " ws-periodFromText " TO " ws-periodToText
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine("==================================================================")
           if ws-journalAvailable equals false then
               invoke self::printLine("NO MAINT-JOURNAL.DAT ON FILE - NO CHANGES HAVE BEEN JOURNALED")
           end-if
           if ws-sessionLogAvailable equals false then
               invoke self::printLine("NO SESSION-LOG.DAT ON FILE - NO OPERATOR HAS A SIGN-IN")
           end-if
           invoke self::printLine(" ")

           set ls-count to ws-changeCount
           string "AUTHORITY CHANGES IN THE PERIOD: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ws-changeCount > 0 then
               invoke self::printLine("CHANGED             SUPERVISOR OPERATOR   ACTION     LEVEL STATUS LIMIT BEFORE -> LIMIT AFTER")
               perform varying ws-index from 1 by 1
                   until ws-index > ws-changeCount or ws-index > 1000
                   move ws-changeLine(ws-index) to ReportLine
                   write ReportLine
               end-perform
               if ws-changeCount > 1000 then
                   invoke self::printLine("MORE CHANGES THAN THE REPORT HOLDS - NARROW THE PERIOD")
               end-if
           end-if
           invoke self::printLine(" ")

           invoke self::printLine("ACTIVE LEVEL-2 AND LEVEL-3 OPERATORS")
           invoke self::printLine("OPERATOR   NAME                           LVL GRANTED             GRANTED BY LAST SIGN-IN")
           set ls-level to "3"
           invoke self::printPrivileged(ls-level)
           set ls-level to "2"
           invoke self::printPrivileged(ls-level)
           set ls-count to ws-privilegedCount
           string "ACTIVE LEVEL-2 AND LEVEL-3 OPERATORS: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine(" ")

           invoke self::printDormant()
           invoke self::printLine(" ")

           set ls-count to ws-selfCount
           string "CHANGES SUPERVISORS MADE TO THEIR OWN RECORD: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ws-selfCount > 0 then
               invoke self::printLine("CHANGED             SUPERVISOR OPERATOR   ACTION     LEVEL STATUS LIMIT BEFORE -> LIMIT AFTER")
               perform varying ws-index from 1 by 1
                   until ws-index > ws-selfCount or ws-index > 200
                   move ws-selfLine(ws-index) to ReportLine
                   write ReportLine
               end-perform
               invoke self::printLine("A SUPERVISOR'S OWN AUTHORITY MUST BE CHANGED BY ANOTHER SUPERVISOR - EACH LINE NEEDS AN EXPLANATION")
           end-if
           invoke self::printLine(" ")
           invoke self::printLine("REVIEWED BY: ______________________  DATE: __________")
           close ReportFile.
       end method.

       method-id printPrivileged.
      *> the active operators at paramLevel, with the journaled grant
      *> behind the level they hold
       local-storage section.
           01 ls-line pic x(132).
       procedure division using paramLevel as pic x.
           perform varying ws-slot from 1 by 1
               until ws-slot > ws-operatorCount
               if ws-opStatus(ws-slot) equals "A" and ws-opLevel(ws-slot) equals paramLevel then
                   add 1 to ws-privilegedCount
                   move spaces to ls-line
                   move ws-opID(ws-slot) to ls-line(1:10)
                   move ws-opName(ws-slot) to ls-line(12:30)
                   move ws-opLevel(ws-slot) to ls-line(43:1)
                   evaluate true
                       when ws-opGrantStamp(ws-slot) equals spaces
                           move "BEFORE JOURNAL" to ls-line(47:14)
                       when ws-opGrantLevel(ws-slot) not equals ws-opLevel(ws-slot)
                           move "NOT JOURNALED" to ls-line(47:13)
                       when other
                           move ws-opGrantStamp(ws-slot) to ls-line(47:19)
                           move ws-opGrantBy(ws-slot) to ls-line(67:10)
                   end-evaluate
                   if ws-opLastSignIn(ws-slot) equals spaces then
                       move "NEVER" to ls-line(78:5)
                   else
                       move ws-opLastSignIn(ws-slot)(1:10) to ls-line(78:10)
                   end-if
                   if ws-opGrantStamp(ws-slot) not equals spaces
                           and ws-opGrantLevel(ws-slot) not equals ws-opLevel(ws-slot) then
                       move "** LEVEL NOT SET THROUGH OPERATOR MAINTENANCE" to ls-line(90:43)
                   else
                       if self::isDormant(ws-slot) equals true then
                           move "** NO SIGN-IN IN OVER 90 DAYS" to ls-line(90:29)
                       end-if
                   end-if
                   move ls-line to ReportLine
                   write ReportLine
               end-if
           end-perform.
       end method.

       method-id printDormant.
      *> every active operator, at any level, with no sign-in on the
      *> session log inside the dormancy window
       local-storage section.
           01 ls-line pic x(132).
           01 ls-days pic z(4)9.
           01 ls-count pic z(6)9.
           01 ls-today pic x(19).
           01 ls-text string.
       procedure division.
           set ls-today to self::dateText(ws-todayDate)
           string "ACTIVE OPERATORS NOT SIGNED IN FOR OVER 90 DAYS (AS AT "
                  function trim(ls-today) ")"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine("OPERATOR   NAME                           LVL LAST SIGN-IN  DAYS")
           perform varying ws-slot from 1 by 1
               until ws-slot > ws-operatorCount
               if ws-opStatus(ws-slot) equals "A" and self::isDormant(ws-slot) equals true then
                   add 1 to ws-dormantCount
                   move spaces to ls-line
                   move ws-opID(ws-slot) to ls-line(1:10)
                   move ws-opName(ws-slot) to ls-line(12:30)
                   move ws-opLevel(ws-slot) to ls-line(43:1)
                   if ws-opLastSignIn(ws-slot) equals spaces then
                       move "NEVER" to ls-line(47:5)
                   else
                       move ws-opLastSignIn(ws-slot)(1:10) to ls-line(47:10)
                       set ls-days to self::daysSinceSignIn(ws-slot)
                       move ls-days to ls-line(60:5)
                   end-if
                   move ls-line to ReportLine
                   write ReportLine
               end-if
           end-perform
           set ls-count to ws-dormantCount
           string "DORMANT ACTIVE OPERATORS: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ws-dormantCount > 0 then
               invoke self::printLine("DORMANT OPERATORS SHOULD BE DEACTIVATED BY A SUPERVISOR - SEE OPERATOR MAINTENANCE")
           end-if.
       end method.

       method-id dateText.
      *> YYYYMMDD shown as YYYY-MM-DD
       local-storage section.
           01 ls-digits pic 9(8).
           01 ls-text pic x(19).
       procedure division using paramDate as pic 9(8)
                           returning return-item as pic x(19).
           set ls-digits to paramDate
           move spaces to ls-text
           string ls-digits(1:4) "-" ls-digits(5:2) "-" ls-digits(7:2)
                  delimited by size into ls-text
           end-string
           set return-item to ls-text
           goback.
       end method.

       method-id dateToNumber.
      *> "YYYY-MM-DD" to YYYYMMDD; zero when it is not a real date
       local-storage section.
           01 ls-text pic x(10).
           01 ls-digits pic x(8).
           01 ls-date pic 9(8) value is 0.
       procedure division using paramDate as string
                           returning return-item as pic 9(8).
           set return-item to 0
           if function length(function trim(paramDate)) not equals 10 then
               goback
           end-if
           set ls-text to function trim(paramDate)
           string ls-text(1:4) ls-text(6:2) ls-text(9:2)
                  delimited by size into ls-digits
           end-string
           if ls-digits is not numeric
                   or ls-text(5:1) not equals "-" or ls-text(8:1) not equals "-" then
               goback
           end-if
           set ls-date to function numval(ls-digits)
           if ls-date < 16010101 or ls-digits(5:2) < "01" or ls-digits(5:2) > "12"
                   or ls-digits(7:2) < "01" or ls-digits(7:2) > "31" then
               goback
           end-if
           if function date-of-integer(function integer-of-date(ls-date)) equals ls-date then
               set return-item to ls-date
           end-if
           goback.
       end method.

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
           set ReportLine to paramText
           write ReportLine.
       end method.

       end class.
