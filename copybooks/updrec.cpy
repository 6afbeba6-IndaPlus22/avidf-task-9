      *> unloadParmRec - the optional UNLDPARM card for parmunld:
      *> "DATE yyyymmdd" names the processing date the deck is
      *> selected for (a rerun for a missed night, or a run kicked
      *> off after midnight); without it the run date is used
       01 unloadParmRec.
         05 updCardType       pic x(4).
           88 updIsDate       value "DATE".
         05 filler            pic x(1).
         05 updDateText       pic x(8).
         05 filler            pic x(67).
