      *> chargeParmRec - billing card read by facchg at start of
      *> run: the month to charge (YYYYMM, matched against the
      *> leading portion of usgTimestamp and audTimestamp) and the
      *> finance rates per answered request, per NOTFND or rejected
      *> request and per FINQ browse page, each five digits with
      *> two implied decimals (00050 = 0.50)
       01 chargeParmRec.
         05 chpMonthText      pic x(6).
         05 filler            pic x(1).
         05 chpRequestRate    pic x(5).
         05 filler            pic x(1).
         05 chpNotfndRate     pic x(5).
         05 filler            pic x(1).
         05 chpPageRate       pic x(5).
         05 filler            pic x(56).
