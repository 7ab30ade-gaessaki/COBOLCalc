       class-id COBOLCalc.GLInterfaceReload.

      *> One-shot reload of an indexed GL-INTERFACE.DAT from the original
      *> 77-byte record into the current layout, which carries the
      *> reversal, release-queue and batch-document columns on the end
      *> of each posting. The existing GL-INTERFACE.DAT is renamed to
      *> GL-INTERFACE.RELOAD and read back in key order; each posting is
      *> written to a fresh GL-INTERFACE.DAT under the same posting ID
      *> with its original columns untouched, the new text columns blank
      *> and GL-OriginalID zero - nothing reloaded is a reversal, held
      *> or part of a batch document. The count and amount total read
      *> and written are certified, and the new file is read back and
      *> proved to hold the same; if anything fails to prove out the new
      *> file is removed and GL-INTERFACE.RELOAD is put back as
      *> GL-INTERFACE.DAT, so the site is left exactly as it was.
      *> Refuses to run if GL-INTERFACE.RELOAD already exists - a reload
      *> must never be applied twice - and leaves it in place for the
      *> retention shelf. Run once, before any other program opens the
      *> interface in the new layout. A site still on the line
      *> sequential file runs COBOLCalc.GLInterfaceConvert instead.

       input-output section.
       file-control.
           select OldFile assign to ws-oldPath
               organization is indexed
               access mode is sequential
               record key is OLD-PostingID
               file status is ws-oldStatus.
           select NewFile assign to ws-newPath
               organization is indexed
               access mode is dynamic
               record key is GL-PostingID
               file status is ws-newStatus.

       file section.
      *> the 77-byte layout, before the reversal columns existed
       fd  OldFile.
       01  OldRecord.
           05 OLD-PostingID     pic 9(9).
           05 OLD-Date          pic 9(8).
           05 OLD-Account       pic x(10).
           05 OLD-Amount        pic S9(9)v99 sign is leading separate.
           05 OLD-Reference     pic x(20).
           05 OLD-OperatorID    pic x(10).
           05 OLD-BatchNumber   pic 9(5).
           05 OLD-AckStatus     pic x(3).

       fd  NewFile.
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
           01 ws-oldPath pic x(40) value is "GL-INTERFACE.RELOAD".
           01 ws-newPath pic x(40) value is "GL-INTERFACE.DAT".
           01 ws-oldStatus pic xx.
           01 ws-newStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-failedFlag condition-value value is false.

      *> read from the old file, written to the new, read back from it
           01 ws-readCount pic 9(9) value is 0.
           01 ws-readAmount pic S9(13)v99 value is 0.
           01 ws-writtenCount pic 9(9) value is 0.
           01 ws-writtenAmount pic S9(13)v99 value is 0.
           01 ws-provedCount pic 9(9) value is 0.
           01 ws-provedAmount pic S9(13)v99 value is 0.

       method-id Main static.
       local-storage section.
           01 ls-runner type COBOLCalc.GLInterfaceReload.
       procedure division using by value args as string occurs any.
           invoke type COBOLCalc.GLInterfaceReload::new returning ls-runner
           invoke ls-runner::Run()
           goback.
       end method.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Run.
       procedure division.
           invoke type System.Console::WriteLine("GL INTERFACE RELOAD")
           if type System.IO.File::Exists("GL-INTERFACE.RELOAD") equals true then
               invoke type System.Console::WriteLine("GL-INTERFACE.RELOAD ALREADY EXISTS - ALREADY RELOADED, NOTHING DONE")
               goback
           end-if
           if type System.IO.File::Exists("GL-INTERFACE.DAT") equals false then
               invoke type System.Console::WriteLine("NO GL-INTERFACE.DAT ON DISK - NOTHING TO RELOAD")
               goback
           end-if

           invoke type System.IO.File::Move("GL-INTERFACE.DAT" "GL-INTERFACE.RELOAD")

      *>a file already in the new layout, or still line sequential,
      *>will not open against the 77-byte description
           open input OldFile
           if ws-oldStatus not equals "00" then
               invoke type System.IO.File::Move("GL-INTERFACE.RELOAD" "GL-INTERFACE.DAT")
               invoke type System.Console::WriteLine("GL-INTERFACE.DAT IS NOT A 77-BYTE INDEXED FILE - NOTHING RELOADED")
               goback
           end-if
           open output NewFile
           if ws-newStatus not equals "00" then
               close OldFile
               invoke type System.IO.File::Move("GL-INTERFACE.RELOAD" "GL-INTERFACE.DAT")
               invoke type System.Console::WriteLine("NEW GL-INTERFACE.DAT COULD NOT BE CREATED - NOTHING RELOADED")
               goback
           end-if

           perform until ws-eofFlag equals true
               read OldFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       invoke self::reloadRecord()
               end-read
           end-perform
           close OldFile
           close NewFile

           invoke self::proveNewFile()
           invoke self::printFigures("READ FROM GL-INTERFACE.RELOAD: " ws-readCount ws-readAmount)
           invoke self::printFigures("WRITTEN TO GL-INTERFACE.DAT:   " ws-writtenCount ws-writtenAmount)
           invoke self::printFigures("READ BACK FROM GL-INTERFACE.DAT:" ws-provedCount ws-provedAmount)

           if ws-failedFlag equals false
                   and ws-writtenCount equals ws-readCount
                   and ws-writtenAmount equals ws-readAmount
                   and ws-provedCount equals ws-readCount
                   and ws-provedAmount equals ws-readAmount then
               invoke type System.Console::WriteLine("READ = WRITTEN = READ BACK: IN BALANCE - GL-INTERFACE.RELOAD KEPT FOR RETENTION")
           else
      *>nothing half-done is left live: the new file goes and the
      *>original goes back under its own name
               invoke type System.IO.File::Delete("GL-INTERFACE.DAT")
               invoke type System.IO.File::Move("GL-INTERFACE.RELOAD" "GL-INTERFACE.DAT")
               invoke type System.Console::WriteLine("*** OUT OF BALANCE OR A FILE ERROR - GL-INTERFACE.DAT RESTORED, NOTHING RELOADED ***")
           end-if.
       end method.

       method-id reloadRecord.
       procedure division.
           add 1 to ws-readCount
           add OLD-Amount to ws-readAmount
           move spaces to GLRecord
           set GL-PostingID to OLD-PostingID
           set GL-Date to OLD-Date
           set GL-Account to OLD-Account
           set GL-Amount to OLD-Amount
           set GL-Reference to OLD-Reference
           set GL-OperatorID to OLD-OperatorID
           set GL-BatchNumber to OLD-BatchNumber
           set GL-AckStatus to OLD-AckStatus
           set GL-OriginalID to 0
           write GLRecord
               invalid key
                   set ws-failedFlag to true
               not invalid key
                   add 1 to ws-writtenCount
                   add GL-Amount to ws-writtenAmount
           end-write.
       end method.

       method-id proveNewFile.
       procedure division.
           set ws-eofFlag to false
           open input NewFile
           if ws-newStatus not equals "00" then
               set ws-failedFlag to true
               goback
           end-if
           perform until ws-eofFlag equals true
               read NewFile next
                   at end
                       set ws-eofFlag to true
                   not at end
                       add 1 to ws-provedCount
                       add GL-Amount to ws-provedAmount
               end-read
           end-perform
           close NewFile.
       end method.

       method-id printFigures.
       local-storage section.
           01 ls-count pic z(8)9.
           01 ls-amount pic -(13)9.99.
           01 ls-text string.
       procedure division using paramLabel as string
                                 paramCount as pic 9(9)
                                 paramAmount as decimal.
           set ls-count to paramCount
           set ls-amount to paramAmount
           string paramLabel ls-count " RECORDS   AMOUNT: " ls-amount
                  delimited by size into ls-text
           end-string
           invoke type System.Console::WriteLine(ls-text).
       end method.

       end class.
