      *> unit of the foreign currency. A rate still PENDING its second
      *> supervisor approval is never returned: until a different
      *> level-3 supervisor approves it in RateMaint it converts
      *> nothing. A rate a supervisor rejected in RateMaint is never
      *> returned either. Records from before the approval columns
      *> existed read back with spaces there and count as approved.

       input-output section.
       file-control.
                   at end
                       set ws-eofFlag to true
                   not at end
      *>a pending rate has one signature, not two - it is not in force;
      *>a rejected one never will be
                       if XR-CurrencyCode equals ls-code and
                          XR-Status not equals "P" and
                          XR-Status not equals "R" and
                          XR-EffectiveDate <= paramDate and
                          XR-EffectiveDate >= ws-bestDate then
                           set ws-found to true
