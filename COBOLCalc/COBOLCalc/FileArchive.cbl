       class-id COBOLCalc.FileArchive.

      *> Periodic archive of the two files the end-of-day close-out
      *> never cycles. GL-INTERFACE.DAT keeps every posting ever made
      *> and SUSPENSE.DAT every item ever raised, so every program that
      *> scans them pays for all of history. This job moves the fully
      *> finished records out into dated archive files:
      *>   - GL postings cut into a transmission batch and stamped ACC
      *>     by the loader's acknowledgment, dated before the retention
      *>     cutoff, go to GL-ARCHIVE.DYYYYMMDD.DAT;
      *>   - suspense items closed as repaired (CLOSED), written off
      *>     (WROFF) or pulled as a backout duplicate (DUPBKO) before the
      *>     cutoff go to SUSPENSE-ARCHIVE.DYYYYMMDD.DAT.
      *> Anything still in flight - untransmitted, unacknowledged,
      *> rejected, held or open - stays live whatever its age. The
      *> highest posting ID and the highest suspense ID always stay live
      *> as well, because AuditWriter numbers the next posting and the
      *> next item from the highest ID on the live file. A reversal
      *> stays live for as long as the posting it reverses is live, so
      *> GLReversal always finds it there and never reverses the
      *> original twice. Archive records keep the live record layouts,
      *> so PeriodRollup and the inquiry screen read them alongside the
      *> live files. An archive record is written before its live record
      *> is removed; the live copy wins wherever a posting is found on
      *> both.
      *> Prints ARCHIVE.RPT, a certificate showing for each file the
      *> count and amount total before the run, archived and left live,
      *> and that live plus archived equals before.
      *> Argument: optional retention in days (default 90); a record is
      *> only archived once it is older than that.

       input-output section.
       file-control.
           select GLFile assign to ws-glPath
               organization is indexed
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-glStatus.
           select GLArchiveFile assign to ws-glArchivePath
               organization is line sequential
               file status is ws-glArchiveStatus.
           select SuspenseFile assign to ws-suspensePath
               organization is line sequential
               file status is ws-suspenseStatus.
           select SuspenseArchiveFile assign to ws-suspenseArchivePath
               organization is line sequential
               file status is ws-suspenseArchiveStatus.
           select SuspenseKeepFile assign to ws-suspenseKeepPath
               organization is line sequential
               file status is ws-suspenseKeepStatus.
           select ReportFile assign to ws-reportPath
               organization is line sequential
               file status is ws-reportStatus.

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

      *> archive records are the live records byte for byte
       fd  GLArchiveFile.
       01  GLArchiveRecord    pic x(156).

       fd  SuspenseFile.
       01  SuspenseRecord.
           05 SU-SuspenseID      pic 9(7).
           05 SU-Filler1         pic x.
           05 SU-Status          pic x(6).
           05 SU-Filler2         pic x.
           05 SU-Timestamp       pic x(19).
           05 SU-Filler3         pic x.
           05 SU-OperatorID      pic x(10).
           05 SU-Filler4         pic x.
           05 SU-ReasonCode      pic x(6).
           05 SU-Filler5         pic x.
           05 SU-Operand1        pic S9(9)v9(4) sign is leading separate.
           05 SU-Filler6         pic x.
           05 SU-Operator        pic x(10).
           05 SU-Filler7         pic x.
           05 SU-Operand2        pic S9(9)v9(4) sign is leading separate.
           05 SU-Filler8         pic x.
           05 SU-RepairOperator  pic x(10).
           05 SU-Filler9         pic x.
           05 SU-RepairTimestamp pic x(19).

       fd  SuspenseArchiveFile.
       01  SuspenseArchiveRecord pic x(124).

      *> the items staying live, written here and swapped in for
      *> SUSPENSE.DAT only once the counts and totals prove out
       fd  SuspenseKeepFile.
       01  SuspenseKeepRecord pic x(124).

       fd  ReportFile.
       01  ReportLine         pic x(132).

       working-storage section.
           01 ws-glPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-glArchivePath pic x(60).
           01 ws-suspensePath pic x(40) value is "SUSPENSE.DAT".
           01 ws-suspenseArchivePath pic x(60).
           01 ws-suspenseKeepPath pic x(40) value is "SUSPENSE.KEEP".
           01 ws-reportPath pic x(40) value is "ARCHIVE.RPT".
           01 ws-glStatus pic xx.
           01 ws-glArchiveStatus pic xx.
           01 ws-suspenseStatus pic xx.
           01 ws-suspenseArchiveStatus pic xx.
           01 ws-suspenseKeepStatus pic xx.
           01 ws-reportStatus pic xx.
           01 ws-eofFlag condition-value value is false.

           01 ws-runDate pic 9(8) value is 0.
           01 ws-retentionDays binary-long value is 90.
      *> records dated before this are past the retention window
           01 ws-cutoffDate pic 9(8) value is 0.

      *> GL figures: before the run, archived by it, live after it
           01 ws-glHighestID pic 9(9) value is 0.
           01 ws-glBeforeCount pic 9(9) value is 0.
           01 ws-glBeforeAmount pic S9(13)v99 value is 0.
           01 ws-glEligibleCount pic 9(9) value is 0.
           01 ws-glArchivedCount pic 9(9) value is 0.
           01 ws-glArchivedAmount pic S9(13)v99 value is 0.
           01 ws-glLiveCount pic 9(9) value is 0.
           01 ws-glLiveAmount pic S9(13)v99 value is 0.
           01 ws-glFailed condition-value value is false.

      *> the postings the live reversals point back at, and whether each
      *> is still live itself; past the cap every reversal stays live
           01 ws-reversalCount binary-long value is 0.
           01 ws-reversalTable.
              05 ws-reversalEntry occurs 5000.
                 10 ws-rvOriginalID pic 9(9).
                 10 ws-rvOriginalLive pic x.
           01 ws-reversalOverflow condition-value value is false.

      *> suspense figures, the amount being each item's first operand
           01 ws-suHighestID pic 9(7) value is 0.
           01 ws-suBeforeCount pic 9(9) value is 0.
           01 ws-suBeforeAmount pic S9(13)v9(4) value is 0.
           01 ws-suEligibleCount pic 9(9) value is 0.
           01 ws-suArchivedCount pic 9(9) value is 0.
           01 ws-suArchivedAmount pic S9(13)v9(4) value is 0.
           01 ws-suKeptCount pic 9(9) value is 0.
           01 ws-suKeptAmount pic S9(13)v9(4) value is 0.
           01 ws-suLiveCount pic 9(9) value is 0.
           01 ws-suLiveAmount pic S9(13)v9(4) value is 0.
           01 ws-suFailed condition-value value is false.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.FileArchive.
           01 ls-retentionArg string value is "".
       procedure division using by value args as string occurs any.
           if args::Length > 0 then
               set ls-retentionArg to args(1)
           end-if
           invoke type COBOLCalc.FileArchive::new returning ls-runner
           invoke ls-runner::Run(ls-retentionArg)
           goback.
       end method.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Run.
      *> paramRetention overrides the 90-day retention when numeric
       local-storage section.
           01 ls-now pic x(21).
           01 ls-count pic z(6)9.
           01 ls-text string.
       procedure division using paramRetention as string.
           if function trim(paramRetention) not equals "" and
              function numval(paramRetention) > 0 then
               set ws-retentionDays to function numval(paramRetention)
           end-if
           set ls-now to function current-date
           set ws-runDate to function numval(ls-now(1:8))
           set ws-cutoffDate to function date-of-integer(function integer-of-date(ws-runDate) - ws-retentionDays)
           string "GL-ARCHIVE.D" ws-runDate ".DAT"
                  delimited by size into ws-glArchivePath
           end-string
           string "SUSPENSE-ARCHIVE.D" ws-runDate ".DAT"
                  delimited by size into ws-suspenseArchivePath
           end-string

           open output ReportFile
           invoke self::printLine("==================================================================")
           string "ARCHIVE CERTIFICATE                        RUN DATE: "
                  delimited by size
                  ls-now(1:4) "-" ls-now(5:2) "-" ls-now(7:2)
                  delimited by size
                  into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine("==================================================================")
           set ls-count to ws-retentionDays
           string "RETENTION: " function trim(ls-count)
                  " DAYS - RECORDS DATED BEFORE " ws-cutoffDate
                  " ARE ELIGIBLE"
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           invoke self::printLine(" ")

           invoke self::archiveGL()
           invoke self::printLine(" ")
           invoke self::archiveSuspense()

           invoke self::printLine(" ")
           invoke self::printLine("ARCHIVED BY: ______________________  DATE: __________")
           close ReportFile.
       end method.

       method-id archiveGL.
      *> counting pass for the before figures and the highest ID, then
      *> the archive pass, then a recount of what is left live
       local-storage section.
           01 ls-text string.
       procedure division.
           invoke self::printLine("GL-INTERFACE.DAT")
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
               invoke self::printLine("  NOT AVAILABLE - NOTHING ARCHIVED")
               goback
           end-if
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       add 1 to ws-glBeforeCount
                       add GL-Amount to ws-glBeforeAmount
                       if GL-PostingID > ws-glHighestID then
                           set ws-glHighestID to GL-PostingID
                       end-if
                       if GL-EntryType equals "R" then
                           invoke self::noteReversal()
                       end-if
               end-read
           end-perform
           close GLFile
           invoke self::findLiveOriginals()

      *> second look now the highest ID is known
           set ws-eofFlag to false
           open input GLFile
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isGLArchivable() equals true then
                           add 1 to ws-glEligibleCount
                       end-if
               end-read
           end-perform
           close GLFile

           if ws-glEligibleCount equals 0 then
               invoke self::printLine("  NO POSTINGS ELIGIBLE FOR ARCHIVE")
           else
               if type System.IO.File::Exists(ws-glArchivePath) equals true then
      *> a rerun the same day must not overwrite the archive already cut
                   string "  " function trim(ws-glArchivePath)
                          " ALREADY EXISTS - NOTHING ARCHIVED"
                          delimited by size into ls-text
                   end-string
                   invoke self::printLine(ls-text)
               else
                   invoke self::moveGLPostings()
               end-if
           end-if

           set ws-eofFlag to false
           open input GLFile
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       add 1 to ws-glLiveCount
                       add GL-Amount to ws-glLiveAmount
               end-read
           end-perform
           close GLFile

           invoke self::printFigures("BEFORE ARCHIVE:    " ws-glBeforeCount ws-glBeforeAmount)
           invoke self::printFigures("ARCHIVED:          " ws-glArchivedCount ws-glArchivedAmount)
           invoke self::printFigures("LEFT LIVE:         " ws-glLiveCount ws-glLiveAmount)
           if ws-glArchivedCount > 0 then
               string "  ARCHIVE FILE: " function trim(ws-glArchivePath)
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if
           if ws-glLiveCount + ws-glArchivedCount equals ws-glBeforeCount
                   and ws-glLiveAmount + ws-glArchivedAmount equals ws-glBeforeAmount then
               invoke self::printLine("  LIVE + ARCHIVED = BEFORE: IN BALANCE")
           else
               invoke self::printLine("  *** LIVE + ARCHIVED DOES NOT EQUAL BEFORE - OUT OF BALANCE ***")
           end-if
           if ws-glFailed equals true then
               invoke self::printLine("  *** ARCHIVE STOPPED ON A FILE ERROR - RECORDS NOT LISTED ABOVE STAY LIVE ***")
           end-if.
       end method.

       method-id isGLArchivable.
      *> transmitted, acknowledged ACC, past the cutoff, never the
      *> highest posting ID, never one rejected at release and never a
      *> reversal whose original is still live
       procedure division returning return-item as condition-value.
           set return-item to false
           if GL-BatchNumber not equals 0
                   and GL-AckStatus equals "ACC"
                   and GL-Date < ws-cutoffDate
                   and GL-PostingID not equals ws-glHighestID
                   and GL-HoldStatus not equals "REJECTED" then
               set return-item to true
           end-if
           if return-item equals true and GL-EntryType equals "R" then
               if self::isOriginalLive(GL-OriginalID) equals true then
                   set return-item to false
               end-if
           end-if
           goback.
       end method.

       method-id noteReversal.
       procedure division.
           if ws-reversalCount < 5000 then
               add 1 to ws-reversalCount
               set ws-rvOriginalID(ws-reversalCount) to GL-OriginalID
               set ws-rvOriginalLive(ws-reversalCount) to "Y"
           else
               set ws-reversalOverflow to true
           end-if.
       end method.

       method-id findLiveOriginals.
      *> looks each reversed posting up on the live file by key; one
      *> that cannot be looked up is taken as live
       local-storage section.
           01 ls-index binary-long value is 0.
       procedure division.
           if ws-reversalCount equals 0 then
               goback
           end-if
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           perform varying ls-index from 1 by 1
               until ls-index > ws-reversalCount
               set GL-PostingID to ws-rvOriginalID(ls-index)
               read GLFile key is GL-PostingID
                   invalid key
                       set ws-rvOriginalLive(ls-index) to "N"
                   not invalid key
                       set ws-rvOriginalLive(ls-index) to "Y"
               end-read
           end-perform
           close GLFile.
       end method.

       method-id isOriginalLive.
      *> a reversal the table does not cover is kept live
       local-storage section.
           01 ls-index binary-long value is 0.
       procedure division using paramOriginalID as pic 9(9)
                           returning return-item as condition-value.
           set return-item to true
           perform varying ls-index from 1 by 1
               until ls-index > ws-reversalCount
               if ws-rvOriginalID(ls-index) equals paramOriginalID then
                   if ws-rvOriginalLive(ls-index) equals "N" then
                       set return-item to false
                   end-if
                   set ls-index to ws-reversalCount
               end-if
           end-perform
           goback.
       end method.

       method-id moveGLPostings.
      *> each posting is written to the archive before it is deleted
      *> from the live file, so a failure leaves it live, not lost
       procedure division.
           open output GLArchiveFile
           if ws-glArchiveStatus not equals "00" then
               set ws-glFailed to true
               goback
           end-if
           open i-o GLFile
           if ws-glStatus not equals "00" then
               close GLArchiveFile
               set ws-glFailed to true
               goback
           end-if
           set ws-eofFlag to false
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isGLArchivable() equals true then
                           move GLRecord to GLArchiveRecord
                           write GLArchiveRecord
                           if ws-glArchiveStatus not equals "00" then
                               set ws-glFailed to true
                               set ws-eofFlag to true
                           else
                               delete GLFile record
                               if ws-glStatus not equals "00" then
      *> on the archive and still live; the live copy wins when read
                                   set ws-glFailed to true
                                   set ws-eofFlag to true
                               else
                                   add 1 to ws-glArchivedCount
                                   add GL-Amount to ws-glArchivedAmount
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close GLFile
           close GLArchiveFile.
       end method.

       method-id archiveSuspense.
      *> counting pass, then one pass splitting the file into the
      *> archive and the keep file; the keep file replaces SUSPENSE.DAT
      *> only if kept plus archived equals before
       local-storage section.
           01 ls-text string.
       procedure division.
           invoke self::printLine("SUSPENSE.DAT")
           set ws-eofFlag to false
           open input SuspenseFile
           if ws-suspenseStatus not equals "00" then
               invoke self::printLine("  NOT AVAILABLE - NOTHING ARCHIVED")
               goback
           end-if
           perform until ws-eofFlag equals true
               read SuspenseFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       add 1 to ws-suBeforeCount
                       add SU-Operand1 to ws-suBeforeAmount
                       if SU-SuspenseID > ws-suHighestID then
                           set ws-suHighestID to SU-SuspenseID
                       end-if
               end-read
           end-perform
           close SuspenseFile

           set ws-eofFlag to false
           open input SuspenseFile
           perform until ws-eofFlag equals true
               read SuspenseFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isSuspenseArchivable() equals true then
                           add 1 to ws-suEligibleCount
                       end-if
               end-read
           end-perform
           close SuspenseFile

           if ws-suEligibleCount equals 0 then
               invoke self::printLine("  NO ITEMS ELIGIBLE FOR ARCHIVE")
           else
               if type System.IO.File::Exists(ws-suspenseArchivePath) equals true then
                   string "  " function trim(ws-suspenseArchivePath)
                          " ALREADY EXISTS - NOTHING ARCHIVED"
                          delimited by size into ls-text
                   end-string
                   invoke self::printLine(ls-text)
               else
                   invoke self::moveSuspenseItems()
               end-if
           end-if

           set ws-eofFlag to false
           open input SuspenseFile
           if ws-suspenseStatus equals "00" then
               perform until ws-eofFlag equals true
                   read SuspenseFile
                       at end
                           set ws-eofFlag to true
                       not at end
                           add 1 to ws-suLiveCount
                           add SU-Operand1 to ws-suLiveAmount
                   end-read
               end-perform
               close SuspenseFile
           end-if

           invoke self::printFigures("BEFORE ARCHIVE:    " ws-suBeforeCount ws-suBeforeAmount)
           invoke self::printFigures("ARCHIVED:          " ws-suArchivedCount ws-suArchivedAmount)
           invoke self::printFigures("LEFT LIVE:         " ws-suLiveCount ws-suLiveAmount)
           if ws-suArchivedCount > 0 then
               string "  ARCHIVE FILE: " function trim(ws-suspenseArchivePath)
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if
           if ws-suLiveCount + ws-suArchivedCount equals ws-suBeforeCount
                   and ws-suLiveAmount + ws-suArchivedAmount equals ws-suBeforeAmount then
               invoke self::printLine("  LIVE + ARCHIVED = BEFORE: IN BALANCE")
           else
               invoke self::printLine("  *** LIVE + ARCHIVED DOES NOT EQUAL BEFORE - OUT OF BALANCE ***")
           end-if
           if ws-suFailed equals true then
               invoke self::printLine("  *** ARCHIVE STOPPED ON A FILE ERROR - SUSPENSE.DAT LEFT AS IT WAS ***")
           end-if.
       end method.

       method-id isSuspenseArchivable.
      *> finished - repaired, written off or pulled as a backout
      *> duplicate - before the cutoff, and never the highest ID
       local-storage section.
           01 ls-dateText pic x(8).
       procedure division returning return-item as condition-value.
           set return-item to false
           if SU-SuspenseID equals ws-suHighestID then
               goback
           end-if
           if SU-Status not equals "CLOSED" and
              SU-Status not equals "WROFF" and
              SU-Status not equals "DUPBKO" then
               goback
           end-if
           string SU-RepairTimestamp(1:4) SU-RepairTimestamp(6:2)
                  SU-RepairTimestamp(9:2)
                  delimited by size into ls-dateText
           end-string
           if ls-dateText is numeric then
               if function numval(ls-dateText) < ws-cutoffDate then
                   set return-item to true
               end-if
           end-if
           goback.
       end method.

       method-id moveSuspenseItems.
       procedure division.
           open output SuspenseArchiveFile
           if ws-suspenseArchiveStatus not equals "00" then
               set ws-suFailed to true
               goback
           end-if
           open output SuspenseKeepFile
           if ws-suspenseKeepStatus not equals "00" then
               close SuspenseArchiveFile
               invoke type System.IO.File::Delete(ws-suspenseArchivePath)
               set ws-suFailed to true
               goback
           end-if
           set ws-eofFlag to false
           open input SuspenseFile
           perform until ws-eofFlag equals true
               read SuspenseFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isSuspenseArchivable() equals true then
                           move SuspenseRecord to SuspenseArchiveRecord
                           write SuspenseArchiveRecord
                           if ws-suspenseArchiveStatus not equals "00" then
                               set ws-suFailed to true
                           end-if
                           add 1 to ws-suArchivedCount
                           add SU-Operand1 to ws-suArchivedAmount
                       else
                           move SuspenseRecord to SuspenseKeepRecord
                           write SuspenseKeepRecord
                           if ws-suspenseKeepStatus not equals "00" then
                               set ws-suFailed to true
                           end-if
                           add 1 to ws-suKeptCount
                           add SU-Operand1 to ws-suKeptAmount
                       end-if
               end-read
           end-perform
           close SuspenseFile
           close SuspenseKeepFile
           close SuspenseArchiveFile

           if ws-suFailed equals false
                   and ws-suKeptCount + ws-suArchivedCount equals ws-suBeforeCount
                   and ws-suKeptAmount + ws-suArchivedAmount equals ws-suBeforeAmount then
               invoke type System.IO.File::Delete(ws-suspensePath)
               invoke type System.IO.File::Move(ws-suspenseKeepPath ws-suspensePath)
           else
      *> nothing swapped in, so nothing was archived: the live file is
      *> untouched and the partial archive is removed
               set ws-suFailed to true
               set ws-suArchivedCount to 0
               set ws-suArchivedAmount to 0
               invoke type System.IO.File::Delete(ws-suspenseKeepPath)
               invoke type System.IO.File::Delete(ws-suspenseArchivePath)
           end-if.
       end method.

       method-id printFigures.
       local-storage section.
           01 ls-count pic z(8)9.
           01 ls-amount pic -(13)9.9(4).
           01 ls-text string.
       procedure division using paramLabel as string
                                 paramCount as pic 9(9)
                                 paramAmount as decimal.
           set ls-count to paramCount
           set ls-amount to paramAmount
           string "  " paramLabel ls-count " RECORDS   AMOUNT: " ls-amount
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text).
       end method.

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
           set ReportLine to paramText
           write ReportLine.
       end method.

       end class.
