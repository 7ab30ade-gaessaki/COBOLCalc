      *>   - closes any suspense item the rerun re-wrote as a duplicate
      *>     of one already open, with the distinct DUPBKO status - a
      *>     closed stamp, not a deletion, keeps the audit trail honest
      *>   - reverses any balanced document posted to GL-INTERFACE.DAT
      *>     twice since the run began (the reconciler skips documents
      *>     already posted when it restarts; this catches a restart
      *>     from a checkpoint too old to say where the run began). The
      *>     first posting stands; each later one is reversed through
      *>     the same linked "R" posting COBOLCalc.GLReversal writes, so
      *>     nothing on the ledger is edited
      *> and prints BACKOUT.RPT listing exactly what was removed, so
      *> the balancing report can be trusted on a restart night without
      *> anyone diffing files by eye. The worked entry is stamped in
           select ReportFile assign to ws-reportPath
               organization is line sequential
               file status is ws-reportStatus.
           select GLFile assign to ws-glPath
               organization is indexed
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-glStatus.

       file section.
       fd  ResumeAuditFile.
           05 RA-SuspenseHighID pic 9(7).
           05 RA-Filler5        pic x.
           05 RA-Status         pic x(6).
           05 RA-Filler6        pic x.
           05 RA-GLStartID      pic 9(9).

       fd  ResultFile.
       01  ResultLine         pic x(120).

       fd  HistoryFile.
       01  HistoryLine        pic x(120).

       fd  SuspenseFile.
       01  SuspenseRecord.
       fd  ReportFile.
       01  ReportLine         pic x(132).

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
           01 ws-resumeAuditPath pic x(40) value is "RESUME-AUDIT.DAT".
           01 ws-resultPath pic x(40) value is "BATCH-RESULTS.DAT".
           01 ws-historyStatus pic xx.
           01 ws-suspenseStatus pic xx.
           01 ws-reportStatus pic xx.
           01 ws-glPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-glStatus pic xx.
           01 ws-eofFlag condition-value value is false.

      *> the resume audit in storage so the worked entry can be stamped;
           01 ws-auditOverflow condition-value value is false.
           01 ws-auditCount binary-long value is 0.
           01 ws-auditTable.
              05 ws-auditEntry pic x(74) occurs 100.
           01 ws-auditSlot binary-long value is 0.
           01 ws-auditWork.
              05 AW-Timestamp      pic x(19).
              05 AW-SuspenseHighID pic 9(7).
              05 AW-Filler5        pic x.
              05 AW-Status         pic x(6).
              05 AW-Filler6        pic x.
              05 AW-GLStartID      pic 9(9).
              05 AW-GLStartIDX redefines AW-GLStartID pic x(9).

      *> the result and history files whole, so the dead run's rows can
      *> be cut out and the files rewritten without them; if a file
      *> table would delete good rows
           01 ws-resultCount binary-long value is 0.
           01 ws-resultTable.
              05 ws-resultRow pic x(120) occurs 20000.
           01 ws-historyCount binary-long value is 0.
           01 ws-historyTable.
              05 ws-historyRow pic x(120) occurs 20000.
           01 ws-overflowFlag condition-value value is false.

      *> the suspense file whole, same cap the repair screen uses
              05 WO-Filler9         pic x.
              05 WO-RepairTimestamp pic x(19).

      *> the run's document postings in posting-ID order, and the
      *> postings already reversed, for the duplicate posting check
           01 ws-postCount binary-long value is 0.
           01 ws-postTable.
              05 ws-postEntry occurs 5000.
                 10 ws-postDocID   pic x(12).
                 10 ws-postID      pic 9(9).
                 10 ws-postAccount pic x(10).
                 10 ws-postAmount  pic S9(9)v99.
           01 ws-reversedCount binary-long value is 0.
           01 ws-reversedTable.
              05 ws-reversedID pic 9(9) occurs 5000.
           01 ws-glOverflow condition-value value is false.
           01 ws-resumeDate pic 9(8) value is 0.
           01 ws-auditWriter type COBOLCalc.AuditWriter.
           01 ws-glReversed binary-long value is 0.

           01 ws-resultsRemoved binary-long value is 0.
           01 ws-historyRemoved binary-long value is 0.
           01 ws-suspenseClosed binary-long value is 0.
           invoke self::backoutResults()
           invoke self::backoutHistory()
           invoke self::backoutSuspense()
           invoke self::backoutGLPostings()
           if ws-overflowFlag equals true or
              ws-suspenseOverflow equals true or
              ws-glOverflow equals true then
      *>a file that would not fit was left exactly as it was; the entry
      *>stays unworked so the back-out can be rerun once there is room
               invoke self::bufferLine("ENTRY LEFT UNWORKED - RERUN AFTER THE FILES ARE TRIMMED")
           end-if.
       end method.

       method-id backoutGLPostings.
      *> the run's document postings are the BATCH postings carrying a
      *> document ID above the GL posting ID the run began at - or, for
      *> an entry that did not record it, those dated the resume date.
      *> A document ID posted more than once keeps its first posting;
      *> each later one not already reversed is reversed here
       local-storage section.
           01 ls-text string.
           01 ls-amount decimal value is 0.
           01 ls-reference pic x(20).
           01 ls-newID pic 9(9) value is 0.
           01 ls-first binary-long value is 0.
       procedure division.
           invoke self::loadRunPostings()
           if ws-glOverflow equals true then
               invoke self::bufferLine("GL-INTERFACE.DAT: TOO MANY POSTINGS TO CHECK FOR DUPLICATED DOCUMENTS - NONE REVERSED")
               goback
           end-if
           invoke type COBOLCalc.AuditWriter::new returning ws-auditWriter
           perform varying ws-index from 2 by 1
               until ws-index > ws-postCount
               set ls-first to 0
               perform varying ws-inner from 1 by 1
                   until ws-inner >= ws-index or ls-first > 0
                   if ws-postDocID(ws-inner) equals ws-postDocID(ws-index) then
                       set ls-first to ws-inner
                   end-if
               end-perform
               if ls-first > 0 and self::isReversed(ws-postID(ws-index)) equals false then
                   move spaces to ls-reference
                   string "REV OF " ws-postID(ws-index)
                          delimited by size into ls-reference
                   end-string
                   set ls-amount to 0 - ws-postAmount(ws-index)
                   invoke ws-auditWriter::WriteGLLinked("R" ws-postID(ws-index) "DUP BATCH POSTING"
                          function trim(ws-postAccount(ws-index)) ls-reference ls-amount "BACKOUT" "")
                   if ws-auditWriter::wasGLWritten() equals true then
                       add 1 to ws-glReversed
                       set ls-newID to ws-auditWriter::getLastPostingID()
                       string "GL-INTERFACE.DAT: DOCUMENT " ws-postDocID(ws-index)
                              " POSTED TWICE - POSTING " ws-postID(ws-index)
                              " REVERSED BY " ls-newID
                              " (FIRST POSTING " ws-postID(ls-first) " STANDS)"
                              delimited by size into ls-text
                       end-string
                   else
                       string "GL-INTERFACE.DAT: DOCUMENT " ws-postDocID(ws-index)
                              " POSTED TWICE - POSTING " ws-postID(ws-index)
                              " COULD NOT BE REVERSED, REVERSE IT ON GLREVERSAL"
                              delimited by size into ls-text
                       end-string
                   end-if
                   invoke self::bufferLine(ls-text)
               end-if
           end-perform
           if ws-glReversed equals 0 then
               invoke self::bufferLine("GL-INTERFACE.DAT: NO DOCUMENT POSTED TWICE")
           end-if.
       end method.

       method-id loadRunPostings.
       local-storage section.
           01 ls-startKnown condition-value value is false.
           01 ls-dateText pic x(8).
       procedure division.
           set ws-postCount to 0
           set ws-reversedCount to 0
           if AW-GLStartIDX is numeric and AW-GLStartID > 0 then
               set ls-startKnown to true
           end-if
           string AW-Timestamp(1:4) AW-Timestamp(6:2) AW-Timestamp(9:2)
                  delimited by size into ls-dateText
           end-string
           set ws-resumeDate to function numval(ls-dateText)
           set ws-eofFlag to false
           open input GLFile
           if ws-glStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read GLFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       if GL-EntryType equals "R" then
                           if ws-reversedCount < 5000 then
                               add 1 to ws-reversedCount
                               set ws-reversedID(ws-reversedCount) to GL-OriginalID
                           else
                               set ws-glOverflow to true
                               set ws-eofFlag to true
                           end-if
                       end-if
                       if GL-OperatorID equals "BATCH"
                               and GL-DocumentID not equals spaces
                               and GL-EntryType equals space
                               and ((ls-startKnown equals true and GL-PostingID > AW-GLStartID) or
                                    (ls-startKnown equals false and GL-Date equals ws-resumeDate)) then
                           if ws-postCount < 5000 then
                               add 1 to ws-postCount
                               set ws-postDocID(ws-postCount) to GL-DocumentID
                               set ws-postID(ws-postCount) to GL-PostingID
                               set ws-postAccount(ws-postCount) to GL-Account
                               set ws-postAmount(ws-postCount) to GL-Amount
                           else
                               set ws-glOverflow to true
                               set ws-eofFlag to true
                           end-if
                       end-if
               end-read
           end-perform
           if ws-glStatus equals "10" or ws-glStatus equals "00" then
               close GLFile
           end-if.
       end method.

       method-id isReversed.
       procedure division using paramPostingID as pic 9(9)
                           returning return-item as condition-value.
           set return-item to false
           perform varying ws-inner from 1 by 1
               until ws-inner > ws-reversedCount or return-item equals true
               if ws-reversedID(ws-inner) equals paramPostingID then
                   set return-item to true
               end-if
           end-perform
           goback.
       end method.

       method-id loadSuspense.
       procedure division.
           set ws-itemCount to 0
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           set ls-count to ws-glReversed
           string "GL POSTINGS REVERSED:     " ls-count
                  delimited by size into ls-text
           end-string
           invoke self::printLine(ls-text)
           close ReportFile.
       end method.

