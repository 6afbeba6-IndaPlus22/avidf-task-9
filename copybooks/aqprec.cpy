      *> archQueryParmRec - selection cards read by audqry at start
      *> of run, one criterion per card, all optional:
      *>   DATE yyyymmdd yyyymmdd  audit date range, inclusive
      *>   MODE mmmm               one run mode (GENR, LOOK, ONLR,
      *>                           ...); repeat the card for more
      *>   NRNG nnn nnn            requested-N range, inclusive
      *>   OVFL                    only runs with overflows
      *>   MISM                    only runs with reconcile
      *>                           mismatches (OVFL and MISM
      *>                           together: either one)
      *>   REST yyyymmdd yyyymmdd  restore the archived records of
      *>                           this date range onto AUDITLOG
       01 archQueryParmRec.
         05 aqpCardType       pic x(4).
           88 aqpIsDate       value "DATE".
           88 aqpIsMode       value "MODE".
           88 aqpIsNRange     value "NRNG".
           88 aqpIsOverflow   value "OVFL".
           88 aqpIsMismatch   value "MISM".
           88 aqpIsRestore    value "REST".
         05 filler            pic x(1).
         05 aqpFromText       pic x(8).
         05 filler            pic x(1).
         05 aqpToText         pic x(8).
         05 filler            pic x(58).
       01 archQueryModeRec.
         05 filler            pic x(5).
         05 aqpModeText       pic x(4).
         05 filler            pic x(71).
       01 archQueryNRangeRec.
         05 filler            pic x(5).
         05 aqpNFromText      pic x(3).
         05 filler            pic x(1).
         05 aqpNToText        pic x(3).
         05 filler            pic x(68).
