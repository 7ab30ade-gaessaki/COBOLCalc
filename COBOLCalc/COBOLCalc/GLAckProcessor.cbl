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

      *> the loader's acknowledgment: one "H" per file, a "D" per
      *> individually kicked record echoing the original detail columns
