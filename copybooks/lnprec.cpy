      *> lineageParmRec - selection card read by faclin at start of
      *> run. an RNGE card names the period whose RUNHIST ledger
      *> entries are listed (dates YYYYMMDD inclusive, matched
      *> against the leading date portion of hstStamp); each ASOF
      *> card names a point in time (date YYYYMMDD, time HHMMSS,
      *> blank time = end of that day) at which the report states
      *> which generation of FACTOR was live
       01 lineageParmRec.
         05 lnpCardType       pic x(4).
           88 lnpIsRange      value "RNGE".
           88 lnpIsAsOf       value "ASOF".
         05 filler            pic x(1).
         05 lnpFromText       pic x(8).
         05 filler            pic x(1).
         05 lnpToText         pic x(8).
         05 filler            pic x(58).
       01 lineageAsOfRec.
         05 filler            pic x(5).
         05 lnpAsOfDate       pic x(8).
         05 filler            pic x(1).
         05 lnpAsOfTime       pic x(6).
         05 filler            pic x(60).
