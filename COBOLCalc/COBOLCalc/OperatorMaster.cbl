      *>   3 - supervisor: may also maintain this file and other tables
      *> Lookup() scans the file and the getters answer for the last ID
      *> looked up, the way Window1's sign-in and btnPostToGL need it.
      *> OM-PostingLimit is the largest GL posting (either sign) the
      *> operator may make on their own signature; anything above it is
      *> written HELD for a different supervisor to release. A record
      *> from before the column existed reads back blank there - no
      *> limit set yet - and OperatorMaint lists it that way.

       input-output section.
       file-control.
           05 OM-Status     pic x.
           05 OM-Filler3    pic x.
           05 OM-AuthLevel  pic 9.
           05 OM-Filler4    pic x.
           05 OM-PostingLimit  pic 9(9)v99.
           05 OM-PostingLimitX redefines OM-PostingLimit pic x(11).

       working-storage section.
           01 ws-masterPath pic x(40) value is "OPERATOR-MASTER.DAT".
           01 ws-active condition-value value is false.
           01 ws-authLevel binary-long value is 0.
           01 ws-operatorName string value is "".
           01 ws-limitSet condition-value value is false.
           01 ws-postingLimit decimal value is 0.

       method-id Lookup.
       local-storage section.
           set ws-active to false
           set ws-authLevel to 0
           set ws-operatorName to ""
           set ws-limitSet to false
           set ws-postingLimit to 0
           set ws-eofFlag to false
           set ls-lookupID to function trim(paramOperatorID)

                               set ws-active to true
                           end-if
                           set ws-authLevel to OM-AuthLevel
                           if OM-PostingLimitX not equals spaces then
                               set ws-limitSet to true
                               set ws-postingLimit to OM-PostingLimit
                           end-if
                           set ws-eofFlag to true
                       end-if
               end-read
           goback.
       end method.

       method-id hasPostingLimit.
       procedure division returning return-item as condition-value.
           set return-item to ws-limitSet
           goback.
       end method.

       method-id getPostingLimit.
       procedure division returning return-item as decimal.
           set return-item to ws-postingLimit
           goback.
       end method.

       end class.
