      *> shopCalendarRec - one shop holiday on the SHOPCAL calendar
      *> file, in any order: the date (YYYYMMDD) and what it is.
      *> parmunld skips daily and weekday cards on a holiday and
      *> does not count it as a business day for month-end and
      *> first-business-day cards
       01 shopCalendarRec.
         05 calDate           pic x(8).
         05 filler            pic x(2).
         05 calDescription    pic x(30).
