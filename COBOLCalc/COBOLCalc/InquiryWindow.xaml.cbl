      *> START / READ NEXT instead of a supervisor scrolling thousands
      *> of lines in a text editor. Results are pageable on screen and
      *> printable the same way the Window1 tape prints.
      *> The operator's GL postings (operation "glpost") and suspense
      *> items are indexed alongside the history - from the live
      *> GL-INTERFACE.DAT and SUSPENSE.DAT and from the GL-ARCHIVE and
      *> SUSPENSE-ARCHIVE files FileArchive moves finished records into -
      *> so a search reaching back past the archive still finds them.
      *> The source column says where each line came from; a step run
      *> from a calculation template is followed by the template name
      *> and version it ran under.

       input-output section.
       file-control.
               access mode is dynamic
               record key is HX-Key
               file status is ws-indexStatus.
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

       file section.
       fd  HistoryFile.
           05 HR-Operand2     pic x(15).
           05 HR-Filler5      pic x.
           05 HR-Result       pic x(15).
           05 HR-Filler6      pic x.
           05 HR-Template.
              10 HR-TemplateName    pic x(10).
              10 HR-Filler7         pic x.
              10 HR-TemplateVersion pic x(3).

      *> the flat record re-keyed for searching; HX-Sequence keeps keys
      *> unique when one operator completes several steps in one second
           05 HX-Operator     pic x(10).
           05 HX-Operand2     pic x(15).
           05 HX-Result       pic x(15).
           05 HX-Source       pic x(10).
           05 HX-Template     pic x(14).

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

      *> the same record FileArchive moved out of the live interface
       fd  GLArchiveFile.
       01  GLArchiveRecord.
           05 GA-PostingID    pic 9(9).
           05 GA-Date         pic 9(8).
           05 GA-Account      pic x(10).
           05 GA-Amount       pic S9(9)v99 sign is leading separate.
           05 GA-Reference    pic x(20).
           05 GA-OperatorID   pic x(10).
           05 GA-BatchNumber  pic 9(5).
           05 GA-AckStatus    pic x(3).
           05 GA-EntryType    pic x.
           05 GA-OriginalID   pic 9(9).
           05 GA-Reason       pic x(20).
           05 GA-HoldStatus   pic x(8).
           05 GA-ReleasedBy   pic x(10).
           05 GA-ReleaseTimestamp pic x(19).
           05 GA-DocumentID   pic x(12).

      *> SUSPENSE.DAT and its archives share the one layout
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

       working-storage section.
           01 ws-historyPath pic x(40) value is "CALC-HISTORY.DAT".
           01 ws-indexPath pic x(40) value is "CALC-HISTORY.IDX".
           01 ws-historyStatus pic xx.
           01 ws-indexStatus pic xx.
           01 ws-glPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-glArchivePath pic x(60).
           01 ws-suspensePath pic x(60).
           01 ws-glStatus pic xx.
           01 ws-glArchiveStatus pic xx.
           01 ws-suspenseStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-loadSequence pic 9(7) value is 0.

      *> filled and the answer on screen is not the whole answer
           01 ws-matchCount binary-long value is 0.
           01 ws-matchTable.
              05 ws-matchLine pic x(120) occurs 2000.
           01 ws-pageStart binary-long value is 1.
           01 ws-pageSize binary-long value is 20.
           01 ws-truncatedFlag condition-value value is false.
               set ws-historyPath to ls-generations(ls-index)
               invoke self::loadOneFile()
           end-perform
           invoke self::loadGLPostings()
           set ws-suspensePath to "SUSPENSE.DAT"
           invoke self::loadSuspenseFile("SUSPENSE")
           set ls-generations to type System.IO.Directory::GetFiles("." "SUSPENSE-ARCHIVE.D*.DAT")
           perform varying ls-index from 1 by 1
               until ls-index > ls-generations::Length
               set ws-suspensePath to ls-generations(ls-index)
               invoke self::loadSuspenseFile("SUSP ARCH")
           end-perform
           close HistoryIndex
           invoke self::showCount(ws-loadSequence "RECORDS INDEXED").
       end method.

       method-id loadOneFile.
                       set HX-Operator to HR-Operator
                       set HX-Operand2 to HR-Operand2
                       set HX-Result to HR-Result
                       set HX-Source to "HISTORY"
                       set HX-Template to HR-Template
                       write HistoryIndexRecord
               end-read
           end-perform
           end-if.
       end method.

       method-id loadGLPostings.
      *> the live interface first, then every archive; a posting found
      *> in an archive and still live is the live one, already indexed
       local-storage section.
           01 ls-archives string occurs any.
           01 ls-index binary-long value is 0.
           01 ls-eofFlag condition-value value is false.
           01 ls-glOpen condition-value value is false.
           01 ls-liveFlag condition-value value is false.
       procedure division.
           open input GLFile
           if ws-glStatus equals "00" then
               set ls-glOpen to true
           end-if
           if ls-glOpen equals false then
               set ls-eofFlag to true
           end-if
           perform until ls-eofFlag equals true
               read GLFile next
                   at end
                       set ls-eofFlag to true
                   not at end
                       invoke self::indexGLPosting(GL-PostingID GL-Date GL-OperatorID GL-Amount GL-Account "GL POSTING")
               end-read
           end-perform

           set ls-archives to type System.IO.Directory::GetFiles("." "GL-ARCHIVE.D*.DAT")
           perform varying ls-index from 1 by 1
               until ls-index > ls-archives::Length
               set ws-glArchivePath to ls-archives(ls-index)
               set ls-eofFlag to false
               open input GLArchiveFile
               if ws-glArchiveStatus not equals "00" then
                   set ls-eofFlag to true
               end-if
               perform until ls-eofFlag equals true
                   read GLArchiveFile
                       at end
                           set ls-eofFlag to true
                       not at end
                           set ls-liveFlag to false
                           if ls-glOpen equals true then
                               set GL-PostingID to GA-PostingID
                               read GLFile key is GL-PostingID
                                   invalid key
                                       continue
                                   not invalid key
                                       set ls-liveFlag to true
                               end-read
                           end-if
                           if ls-liveFlag equals false then
                               invoke self::indexGLPosting(GA-PostingID GA-Date GA-OperatorID GA-Amount GA-Account "GL ARCHIVE")
                           end-if
                   end-read
               end-perform
               if ws-glArchiveStatus equals "10" or ws-glArchiveStatus equals "00" then
                   close GLArchiveFile
               end-if
           end-perform
           if ls-glOpen equals true then
               close GLFile
           end-if.
       end method.

       method-id indexGLPosting.
      *> a posting carries a date but no time, so it sorts first on its
      *> day; the amount is in the first operand column, the account in
      *> the second and the posting ID in the result
       local-storage section.
           01 ls-dateText pic 9(8).
           01 ls-amount pic -(9)9.9(4).
       procedure division using paramPostingID as pic 9(9)
                                 paramDate as pic 9(8)
                                 paramOperatorID as pic x(10)
                                 paramAmount as decimal
                                 paramAccount as pic x(10)
                                 paramSource as string.
           add 1 to ws-loadSequence
           move spaces to HistoryIndexRecord
           set ls-dateText to paramDate
           set HX-OperatorID to paramOperatorID
           string ls-dateText(1:4) "-" ls-dateText(5:2) "-" ls-dateText(7:2)
                  " 00:00:00"
                  delimited by size into HX-Timestamp
           end-string
           set HX-Sequence to ws-loadSequence
           set ls-amount to paramAmount
           set HX-Operand1 to ls-amount
           set HX-Operator to "glpost"
           set HX-Operand2 to paramAccount
           set HX-Result to paramPostingID
           set HX-Source to paramSource
           write HistoryIndexRecord.
       end method.

       method-id loadSuspenseFile.
      *> whatever ws-suspensePath names: the item's own operands and
      *> operation, its status and reason code in the result column
       local-storage section.
           01 ls-eofFlag condition-value value is false.
           01 ls-operand pic -(9)9.9(4).
       procedure division using paramSource as string.
           open input SuspenseFile
           if ws-suspenseStatus not equals "00" then
               set ls-eofFlag to true
           end-if
           perform until ls-eofFlag equals true
               read SuspenseFile
                   at end
                       set ls-eofFlag to true
                   not at end
                       add 1 to ws-loadSequence
                       move spaces to HistoryIndexRecord
                       set HX-OperatorID to SU-OperatorID
                       set HX-Timestamp to SU-Timestamp
                       set HX-Sequence to ws-loadSequence
                       set ls-operand to SU-Operand1
                       set HX-Operand1 to ls-operand
                       set HX-Operator to SU-Operator
                       set ls-operand to SU-Operand2
                       set HX-Operand2 to ls-operand
                       string SU-Status " " SU-ReasonCode
                              delimited by size into HX-Result
                       end-string
                       set HX-Source to paramSource
                       write HistoryIndexRecord
               end-read
           end-perform
           if ws-suspenseStatus equals "10" or ws-suspenseStatus equals "00" then
               close SuspenseFile
           end-if.
       end method.

       method-id btnSearch_Click.
      *> OperatorIDBox is required; FromDateBox/ToDateBox are YYYY-MM-DD
      *> (blank means no bound); OperationBox optionally narrows to one

       method-id addMatch.
       local-storage section.
           01 ls-line pic x(120).
       procedure division.
           if ws-matchCount >= 2000 then
      *> the answer on screen must never quietly be a partial one -
           move HX-Operator to ls-line(48:10)
           move HX-Operand2 to ls-line(59:15)
           move HX-Result to ls-line(75:15)
           move HX-Source to ls-line(91:10)
           move HX-Template to ls-line(102:14)
           move ls-line to ws-matchLine(ws-matchCount).
       end method.

