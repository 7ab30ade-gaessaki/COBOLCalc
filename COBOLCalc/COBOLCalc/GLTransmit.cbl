      *> can tick it off when the loader's acknowledgment comes back - a
      *> batch with no log entry ticked is outstanding, not presumed
      *> loaded.
      *> An untransmitted record whose account has been closed on
      *> CHART-OF-ACCOUNTS.DAT since it was posted is held back - the
      *> loader would reject it - and listed on GL-TRANSMIT.RPT instead.
      *> It stays unstamped, so it goes out on the first run after the
      *> account is reopened. Which records are held is decided once, on
      *> the counting pass, and the cut and stamp passes follow that list
      *> so a chart change mid-run cannot cut a record it then leaves
      *> unstamped. A reversal written by COBOLCalc.GLReversal goes out
      *> even to a closed account when the posting it reverses is already
      *> on the ledger - that is how a closed account is cleaned up - and
      *> is held alongside its original when the original is held.
      *> Reversals are shown as their own category on the report so the
      *> net figure still ties to the loader's hash total.
      *> A posting above its operator's limit is written HELD and waits
      *> for a supervisor in COBOLCalc.GLRelease; it is listed here and
      *> left unstamped until it is released. One the supervisor rejected
      *> is never sent - it went to suspense instead - and is only
      *> counted. Only postings already on file when the counting pass
      *> ran are cut, so one posted or released mid-run waits for the
      *> next extract rather than being stamped without being cut.

       input-output section.
       file-control.
           05 GL-BatchNumber  pic 9(5).
           05 GL-BatchNumberX redefines GL-BatchNumber pic x(5).
           05 GL-AckStatus    pic x(3).
           05 GL-EntryType    pic x.
           05 GL-OriginalID   pic 9(9).
           05 GL-Reason       pic x(20).
           05 GL-HoldStatus   pic x(8).
           05 GL-ReleasedBy   pic x(10).
           05 GL-ReleaseTimestamp pic x(19).
           05 GL-DocumentID   pic x(12).

      *> the transmission file the loader verifies: one "H", the "D"
      *> records, one "T" with count and amount hash total
              05 DT-OperatorID   pic x(10).
              05 DT-BatchNumber  pic 9(5).

           01 ws-chart type COBOLCalc.ChartOfAccounts.

      *> postings held back, in posting-ID order, with the report line
      *> each one prints as; ws-heldKind "C" held for a closed account,
      *> "H" held for supervisor release. A list too long to hold stops
      *> the run rather than risk cutting one of them
           01 ws-heldCount binary-long value is 0.
           01 ws-heldTable.
              05 ws-heldEntry occurs 5000.
                 10 ws-heldID   pic 9(9).
                 10 ws-heldKind pic x.
                 10 ws-heldLine pic x(100).
           01 ws-heldIndex binary-long value is 0.
           01 ws-heldOverflow condition-value value is false.
           01 ws-closedHeldCount pic 9(7) value is 0.
           01 ws-releaseHeldCount pic 9(7) value is 0.
           01 ws-limitRejectCount pic 9(7) value is 0.
      *> highest posting ID on file at the counting pass; the cut and
      *> stamp passes go no further
           01 ws-highestID pic 9(9) value is 0.

           01 ws-untransmittedCount pic 9(7) value is 0.
           01 ws-transmitCount pic 9(7) value is 0.
           01 ws-hashTotal pic S9(13)v99 value is 0.
           01 ws-alreadySentCount pic 9(7) value is 0.
           01 ws-reversalCount pic 9(7) value is 0.
           01 ws-reversalTotal pic S9(13)v99 value is 0.
           01 ws-leftBehindCount pic 9(7) value is 0.
           01 ws-rewriteFailed condition-value value is false.
      *> true only after a Run that left the interface file consistent:
       procedure division.
           set ls-now to function current-date
           set ws-runDate to function numval(ls-now(1:8))
           invoke type COBOLCalc.ChartOfAccounts::new returning ws-chart

      *>count before cutting anything: an empty run must not leave a
      *>stray zero-record batch file where the loader picks up, nor
      *>burn (or later reuse) a batch number
           invoke self::countUntransmitted()
           if ws-heldOverflow equals true then
               invoke self::printReport("TOO MANY POSTINGS HELD BACK TO LIST - NOTHING TRANSMITTED. RELEASE, REOPEN OR DEAL WITH THE HELD POSTINGS AND RERUN")
               goback
           end-if
           if ws-untransmittedCount equals 0 then
               set ws-runClean to true
               if ws-heldCount > 0 then
                   invoke self::printReport("NOTHING TO TRANSMIT - EVERY UNTRANSMITTED RECORD IS HELD BACK")
               else
                   invoke self::printReport("NOTHING TO TRANSMIT - NO UNTRANSMITTED RECORDS")
               end-if
               goback
           end-if

       end method.

       method-id countUntransmitted.
      *> also builds the held-back list: an untransmitted record whose
      *> account the chart now shows closed, or that still awaits
      *> supervisor release, is listed, not counted
       procedure division.
           set ws-untransmittedCount to 0
           set ws-heldCount to 0
           set ws-closedHeldCount to 0
           set ws-releaseHeldCount to 0
           set ws-limitRejectCount to 0
           set ws-highestID to 0
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
                   at end
                       set ws-eofFlag to true
                   not at end
                       set ws-highestID to GL-PostingID
                       if GL-BatchNumberX equals spaces or GL-BatchNumber equals 0 then
                           evaluate true
                               when GL-HoldStatus equals "REJECTED"
                                   add 1 to ws-limitRejectCount
                               when GL-HoldStatus equals "HELD"
                                   add 1 to ws-releaseHeldCount
                                   invoke self::holdBack("H")
                               when other
                                   invoke ws-chart::Lookup(GL-Account)
                                   if ws-chart::isClosed() equals true then
      *>originals come before their reversals in posting-ID order, so
      *>the original's own decision is already on the held list
                                       if GL-EntryType equals "R"
                                               and self::isHeldBack(GL-OriginalID) equals false then
                                           add 1 to ws-untransmittedCount
                                       else
                                           add 1 to ws-closedHeldCount
                                           invoke self::holdBack("C")
                                       end-if
                                   else
                                       add 1 to ws-untransmittedCount
                                   end-if
                           end-evaluate
                       end-if
               end-read
           end-perform
           end-if.
       end method.

       method-id holdBack.
      *> GLRecord holds the posting being held back
       local-storage section.
           01 ls-amount pic -(9)9.99.
       procedure division using paramKind as string.
           if ws-heldCount >= 5000 then
               set ws-heldOverflow to true
               set ws-eofFlag to true
               goback
           end-if
           add 1 to ws-heldCount
           set ws-heldID(ws-heldCount) to GL-PostingID
           set ws-heldKind(ws-heldCount) to paramKind
           set ls-amount to GL-Amount
           move spaces to ws-heldLine(ws-heldCount)
           string "  " GL-PostingID " " GL-Date " " GL-Account " "
                  ls-amount " " GL-Reference " " GL-OperatorID
                  delimited by size into ws-heldLine(ws-heldCount)
           end-string.
       end method.

       method-id isHeldBack.
       procedure division using paramPostingID as pic 9(9)
                           returning return-item as condition-value.
           set return-item to false
           perform varying ws-heldIndex from 1 by 1
               until ws-heldIndex > ws-heldCount or return-item equals true
               if ws-heldID(ws-heldIndex) equals paramPostingID then
                   set return-item to true
               end-if
           end-perform
           goback.
       end method.

       method-id isToSend.
      *> GLRecord holds the record just read: unstamped, on file when
      *> the counting pass ran, not rejected at release and not held
       procedure division returning return-item as condition-value.
           if (GL-BatchNumberX equals spaces or GL-BatchNumber equals 0)
                   and GL-PostingID <= ws-highestID
                   and GL-HoldStatus not equals "REJECTED"
                   and self::isHeldBack(GL-PostingID) equals false then
               set return-item to true
           else
               set return-item to false
           end-if
           goback.
       end method.

       method-id loadBatchNumber.
       procedure division.
           set ws-batchNumber to 0
           set ws-transmitCount to 0
           set ws-hashTotal to 0
           set ws-alreadySentCount to 0
           set ws-reversalCount to 0
           set ws-reversalTotal to 0
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isToSend() equals true then
                           add 1 to ws-transmitCount
                           add GL-Amount to ws-hashTotal
                           if GL-EntryType equals "R" then
                               add 1 to ws-reversalCount
                               add GL-Amount to ws-reversalTotal
                           end-if
                           set DT-Date to GL-Date
                           set DT-Account to GL-Account
                           set DT-Amount to GL-Amount
                           move ws-detail to BD-GLData
                           write BatchDetailRecord
                       else
                           if GL-BatchNumberX not equals spaces and GL-BatchNumber not equals 0 then
                               add 1 to ws-alreadySentCount
                           end-if
                       end-if
               end-read
           end-perform
                   at end
                       set ws-eofFlag to true
                   not at end
                       if self::isToSend() equals true then
                           set GL-BatchNumber to ws-batchNumber
                           rewrite GLRecord
                           if ws-glStatus not equals "00" then
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
               set ls-count to ws-transmitCount - ws-reversalCount
               set ls-amount to ws-hashTotal - ws-reversalTotal
               string "  POSTINGS:               " ls-count
                      "  AMOUNT: " ls-amount
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
               set ls-count to ws-reversalCount
               set ls-amount to ws-reversalTotal
               string "  REVERSALS:              " ls-count
                      "  AMOUNT: " ls-amount
                      delimited by size into ls-text
               end-string
               invoke self::printLine(ls-text)
           end-if
           set ls-count to ws-alreadySentCount
           string "ALREADY-TRANSMITTED KEPT: " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-closedHeldCount
           string "HELD BACK - ACCOUNT CLOSED:" ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-releaseHeldCount
           string "HELD FOR SUPERVISOR RELEASE:" ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-limitRejectCount
           string "REJECTED AT RELEASE - NOT SENT:" ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           if ws-closedHeldCount > 0 then
               invoke self::printLine(" ")
               invoke self::printLine("POSTINGS HELD BACK - ACCOUNT CLOSED SINCE POSTING (REOPEN THE ACCOUNT OR CORRECT THE POSTING):")
               invoke self::printHeldList("C")
           end-if
           if ws-releaseHeldCount > 0 then
               invoke self::printLine(" ")
               invoke self::printLine("POSTINGS ABOVE THE OPERATOR'S LIMIT - AWAITING SUPERVISOR RELEASE (GLRELEASE):")
               invoke self::printHeldList("H")
           end-if
           close ReportFile.
       end method.

       method-id printHeldList.
       procedure division using paramKind as string.
           invoke self::printLine("  POSTING   DATE     ACCOUNT           AMOUNT REFERENCE            OPERATOR")
           perform varying ws-heldIndex from 1 by 1
               until ws-heldIndex > ws-heldCount
               if ws-heldKind(ws-heldIndex) equals paramKind then
                   invoke self::printLine(ws-heldLine(ws-heldIndex))
               end-if
           end-perform.
       end method.

       method-id printLine.
       procedure division using paramText as string.
           move spaces to ReportLine
