      *> amounts summed per account, and exceptions counted per operator
      *> - instead of a supervisor re-adding the raw files by hand.
      *> Runs after the nightly reconciliation, before the GL pickup.
      *> Reversals written by COBOLCalc.GLReversal are their own category
      *> in the GL section - counted and summed apart from ordinary
      *> postings per account, with the net beside them - so a day with
      *> corrections in it still ties out to the transmitted total.
      *> A posting still HELD for supervisor release is in the totals -
      *> it goes out once released - and is also shown on its own line;
      *> one REJECTED at release never goes out, so it is left out of the
      *> account totals and shown separately with its amount.
      *> The day's postings are also split by where they came from:
      *> keyed at the calculator, posted by the reconciler for a balanced
      *> batch document (operator BATCH, document ID stamped), or
      *> written by the reversal console.

       input-output section.
       file-control.
           05 HR-Operand2     pic x(15).
           05 HR-Filler5      pic x.
           05 HR-Result       pic x(15).
           05 HR-Filler6      pic x.
           05 HR-Template.
              10 HR-TemplateName    pic x(10).
              10 HR-Filler7         pic x.
              10 HR-TemplateVersion pic x(3).

       fd  GLFile.
       01  GLRecord.
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

       fd  ExceptionFile.
       01  ExceptionRecord.
                 10 ws-acctID pic x(10).
                 10 ws-acctPostings pic 9(7).
                 10 ws-acctAmount pic S9(11)v99.
                 10 ws-acctReversals pic 9(7).
                 10 ws-acctRevAmount pic S9(11)v99.

           01 ws-glGrandTotal pic S9(13)v99 value is 0.
           01 ws-glGrandCount pic 9(9) value is 0.
           01 ws-glReversalTotal pic S9(13)v99 value is 0.
           01 ws-glReversalCount pic 9(9) value is 0.
           01 ws-glHeldTotal pic S9(13)v99 value is 0.
           01 ws-glHeldCount pic 9(9) value is 0.
           01 ws-glRejectedTotal pic S9(13)v99 value is 0.
           01 ws-glRejectedCount pic 9(9) value is 0.
           01 ws-glBatchTotal pic S9(13)v99 value is 0.
           01 ws-glBatchCount pic 9(9) value is 0.
           01 ws-glKeyedTotal pic S9(13)v99 value is 0.
           01 ws-glKeyedCount pic 9(9) value is 0.
           01 ws-glLinkedTotal pic S9(13)v99 value is 0.
           01 ws-glLinkedCount pic 9(9) value is 0.
           01 ws-historyGrandCount pic 9(9) value is 0.
           01 ws-exceptionGrandCount pic 9(9) value is 0.

                   at end
                       set ws-eofFlag to true
                   not at end
                       if GL-Date equals ws-reportDateNum
                               and GL-HoldStatus equals "REJECTED" then
                           add 1 to ws-glRejectedCount
                           add GL-Amount to ws-glRejectedTotal
                       end-if
                       if GL-Date equals ws-reportDateNum
                               and GL-HoldStatus not equals "REJECTED" then
                           if GL-HoldStatus equals "HELD" then
                               add 1 to ws-glHeldCount
                               add GL-Amount to ws-glHeldTotal
                           end-if
                           add 1 to ws-glGrandCount
                           add GL-Amount to ws-glGrandTotal
                           evaluate true
                               when GL-EntryType not equals space
                                   add 1 to ws-glLinkedCount
                                   add GL-Amount to ws-glLinkedTotal
                               when GL-OperatorID equals "BATCH" and GL-DocumentID not equals spaces
                                   add 1 to ws-glBatchCount
                                   add GL-Amount to ws-glBatchTotal
                               when other
                                   add 1 to ws-glKeyedCount
                                   add GL-Amount to ws-glKeyedTotal
                           end-evaluate
                           set ws-slot to self::findAccountSlot(GL-Account)
                           if GL-EntryType equals "R" then
                               add 1 to ws-glReversalCount
                               add GL-Amount to ws-glReversalTotal
                               add 1 to ws-acctReversals(ws-slot)
                               add GL-Amount to ws-acctRevAmount(ws-slot)
                           else
                               add 1 to ws-acctPostings(ws-slot)
                               add GL-Amount to ws-acctAmount(ws-slot)
                           end-if
                       end-if
               end-read
           end-perform
           invoke self::printLine(" ")

           invoke self::printLine("GL POSTINGS BY ACCOUNT (GL-INTERFACE.DAT)")
           invoke self::printLine("ACCOUNT     POSTINGS           AMOUNT REVERSED        REV AMOUNT        NET AMOUNT")
           perform varying ws-index from 1 by 1
               until ws-index > ws-accountCount
               invoke self::printAccountLine(ws-index)
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           set ws-printCount to ws-glReversalCount
           set ws-printAmount to ws-glReversalTotal
           string "  OF WHICH REVERSALS: " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           set ws-printCount to ws-glHeldCount
           set ws-printAmount to ws-glHeldTotal
           string "  OF WHICH HELD FOR RELEASE: " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           set ws-printCount to ws-glRejectedCount
           set ws-printAmount to ws-glRejectedTotal
           string "REJECTED AT RELEASE (NOT IN TOTALS): " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           invoke self::printLine(" ")
           invoke self::printLine("GL POSTINGS BY ORIGIN")
           set ws-printCount to ws-glKeyedCount
           set ws-printAmount to ws-glKeyedTotal
           string "  INTERACTIVE (KEYED):       " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           set ws-printCount to ws-glBatchCount
           set ws-printAmount to ws-glBatchTotal
           string "  BATCH DOCUMENTS:           " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           set ws-printCount to ws-glLinkedCount
           set ws-printAmount to ws-glLinkedTotal
           string "  REVERSALS AND CORRECTIONS: " ws-printCount
                  "  AMOUNT: " ws-printAmount
                  delimited by size into ws-lineText
           end-string
           invoke self::printLine(ws-lineText)
           invoke self::printLine(" ")

           set ws-printCount to ws-exceptionGrandCount
           move ls-count to ls-line(13:7)
           set ls-amount to ws-acctAmount(paramIndex)
           move ls-amount to ls-line(21:17)
           set ls-count to ws-acctReversals(paramIndex)
           move ls-count to ls-line(40:7)
           set ls-amount to ws-acctRevAmount(paramIndex)
           move ls-amount to ls-line(48:17)
           set ls-amount to ws-acctAmount(paramIndex) + ws-acctRevAmount(paramIndex)
           move ls-amount to ls-line(66:17)
           move ls-line to ReportLine
           write ReportLine.
       end method.
