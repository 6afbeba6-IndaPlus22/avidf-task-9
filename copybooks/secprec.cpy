      *> securityProfileRec - one operator's rights on the FPED deck
      *> editor, on the SECPROF file keyed by the CICS sign-on user
      *> id. each right is Y or N; secModeList names the only modes
      *> the operator may add, change or delete cards for (all blank
      *> means every mode). an operator with no profile is refused
      *> the transaction outright. maintained by secmaint
       01 securityProfileRec.
         05 secUserId         pic x(8).
         05 secCanView        pic x(1).
           88 secMayView      value "Y".
         05 secCanAdd         pic x(1).
           88 secMayAdd       value "Y".
         05 secCanChange      pic x(1).
           88 secMayChange    value "Y".
         05 secCanDelete      pic x(1).
           88 secMayDelete    value "Y".
         05 secModeList.
           10 secMode         pic x(4) occurs 7 times.
         05 secOperName       pic x(20).
