       class-id COBOLCalc.ChartOfAccounts.

      *> Access to CHART-OF-ACCOUNTS.DAT, the list of GL accounts the
      *> ledger side will accept: account number, description, status
      *> (O open / C closed) and whether the account takes postings at
      *> all (Y postable / N header or summary account). Lookup() answers
      *> for the last account looked up, the way OperatorMaster does.
      *> The chart is read once per instance and held in storage, so a
      *> long pass like GLTransmit's makes the same decision for the same
      *> account on every record even if the file changes underneath it;
      *> Window1 takes a fresh instance per posting to see changes at once.

       input-output section.
       file-control.
           select AccountFile assign to ws-accountPath
               organization is line sequential
               file status is ws-accountStatus.

       file section.
       fd  AccountFile.
       01  AccountRecord.
           05 CA-Account     pic x(10).
           05 CA-Filler1     pic x.
           05 CA-Description pic x(30).
           05 CA-Filler2     pic x.
           05 CA-Status      pic x.
           05 CA-Filler3     pic x.
           05 CA-Postable    pic x.

       working-storage section.
           01 ws-accountPath pic x(40) value is "CHART-OF-ACCOUNTS.DAT".
           01 ws-accountStatus pic xx.
           01 ws-eofFlag condition-value value is false.
           01 ws-loadedFlag condition-value value is false.

      *> the chart in storage; if it will not fit, lookups past the cap
      *> fall back to scanning the file so no account is ever refused
      *> just because the table filled
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(45) occurs 5000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> answers for the last Lookup(); ws-fileAvailable false means the
      *> chart itself could not be opened, which callers treat as "no
      *> control in place yet" rather than "account invalid"
           01 ws-fileAvailable condition-value value is false.
           01 ws-found condition-value value is false.
           01 ws-open condition-value value is false.
           01 ws-postable condition-value value is false.
           01 ws-description string value is "".

       method-id Lookup.
       local-storage section.
           01 ls-lookupID pic x(10).
       procedure division using paramAccount as string.
           set ws-found to false
           set ws-open to false
           set ws-postable to false
           set ws-description to ""
           set ls-lookupID to function trim(paramAccount)

           if ws-loadedFlag equals false then
               invoke self::loadChart()
           end-if
           if ws-fileAvailable equals false then
               goback
           end-if

           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or ws-found equals true
               move ws-entry(ws-entryIndex) to AccountRecord
               if CA-Account equals ls-lookupID then
                   invoke self::takeAnswers()
               end-if
           end-perform

           if ws-found equals false and ws-overflowFlag equals true then
               invoke self::scanFile(ls-lookupID)
           end-if.
       end method.

       method-id loadChart.
       procedure division.
           set ws-loadedFlag to true
           set ws-fileAvailable to false
           set ws-entryCount to 0
           set ws-eofFlag to false
           open input AccountFile
           if ws-accountStatus not equals "00" then
               goback
           end-if
           set ws-fileAvailable to true
           perform until ws-eofFlag equals true
               read AccountFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 5000 then
                           add 1 to ws-entryCount
                           move AccountRecord to ws-entry(ws-entryCount)
                       else
                           set ws-overflowFlag to true
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           close AccountFile.
       end method.

       method-id scanFile.
       procedure division using paramAccount as string.
           set ws-eofFlag to false
           open input AccountFile
           if ws-accountStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read AccountFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if CA-Account equals paramAccount then
                           invoke self::takeAnswers()
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           close AccountFile.
       end method.

       method-id takeAnswers.
      *> AccountRecord holds the matching entry
       procedure division.
           set ws-found to true
           set ws-description to function trim(CA-Description)
           if CA-Status equals "O" then
               set ws-open to true
           end-if
           if CA-Postable equals "Y" then
               set ws-postable to true
           end-if.
       end method.

       method-id isFileAvailable.
       procedure division returning return-item as condition-value.
           set return-item to ws-fileAvailable
           goback.
       end method.

       method-id wasFound.
       procedure division returning return-item as condition-value.
           set return-item to ws-found
           goback.
       end method.

       method-id isOpen.
       procedure division returning return-item as condition-value.
           set return-item to ws-open
           goback.
       end method.

       method-id isClosed.
      *> found on the chart and marked closed; an unknown account is not
      *> "closed" - GLTransmit holds back only what the chart says closed
       procedure division returning return-item as condition-value.
           if ws-found equals true and ws-open equals false then
               set return-item to true
           else
               set return-item to false
           end-if
           goback.
       end method.

       method-id isPostable.
       procedure division returning return-item as condition-value.
           set return-item to ws-postable
           goback.
       end method.

       method-id getDescription.
       procedure division returning return-item as string.
           set return-item to ws-description
           goback.
       end method.

       end class.
