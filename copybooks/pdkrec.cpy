      *> change and delete cards in place; parmunld unloads the
      *> deck in key order into the PARMFILE card format madness
      *> reads (parmrec.cpy)
      *> pdkSchedule says which processing dates the card is due
      *> on: D (or blank, as on cards keyed before schedules)
      *> every date that is not a shop holiday, W the weekdays
      *> marked Y in pdkWeekdays (Monday first) that are not
      *> holidays, M the last business day of the month, F the
      *> first business day of the month, O only pdkRunDate.
      *> pdkEffective and pdkExpiry (YYYYMMDD, blank = open) bound
      *> every type. the record was 13 bytes before pdkSchedule:
      *> the KSDS is redefined at 45 and reloaded with the old
      *> cards blank-padded (jcl/pdkconv.jcl); readers also take
      *> low-values in pdkSchedule as blank
       01 parmDeckRec.
         05 pdkSeq            pic 9(3).
         05 pdkMode           pic x(4).
         05 pdkNText          pic x(3).
         05 pdkRText          pic x(3).
         05 pdkSchedule.
           10 pdkSchedType    pic x(1).
             88 pdkRunsDaily      value "D" " " low-value.
             88 pdkRunsWeekdays   value "W".
             88 pdkRunsMonthEnd   value "M".
             88 pdkRunsFirstBusDay value "F".
             88 pdkRunsOnce       value "O".
           10 pdkWeekdays.
             15 pdkWeekday    pic x(1) occurs 7 times.
           10 pdkRunDate      pic x(8).
           10 pdkEffective    pic x(8).
           10 pdkExpiry       pic x(8).
