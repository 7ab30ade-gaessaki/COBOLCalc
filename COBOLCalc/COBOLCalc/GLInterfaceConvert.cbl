      *> written to a fresh indexed GL-INTERFACE.DAT with the next
      *> posting ID, its other columns untouched (a blank batch column
      *> from before that column existed is normalized to 00000, which
      *> means untransmitted just the same; the reversal columns added
      *> later are written blank - nothing converted is a reversal).
      *> Refuses to run if GL-INTERFACE.OLD already exists - a
      *> conversion must never be applied twice - and leaves the .OLD
      *> file in place for the retention shelf. Run once, before the
      *> first extract against the indexed file. A site already on the
      *> indexed file in its original 77-byte layout runs
      *> COBOLCalc.GLInterfaceReload instead.

       input-output section.
       file-control.
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
           01 ws-oldPath pic x(40) value is "GL-INTERFACE.OLD".
       method-id convertRecord.
       procedure division.
           add 1 to ws-recordCount
           move spaces to GLRecord
           set GL-PostingID to ws-nextID
           add 1 to ws-nextID
           set GL-Date to OLD-Date
               set GL-BatchNumber to function numval(OLD-BatchNumber)
           end-if
           set GL-AckStatus to OLD-AckStatus
           set GL-OriginalID to 0
           write GLRecord.
       end method.

