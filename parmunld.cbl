       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 unload only the cards due for the processing date
      *>            (the run date, or a DATE card on UNLDPARM) by
      *>            each card's run schedule and effective/expiry
      *>            dates, with the SHOPCAL holidays kept out of the
      *>            daily and weekday runs and the business-day
      *>            arithmetic; SELRPT lists every card as included
      *>            or skipped and why. UNLDLOG carries the
      *>            processing date and the skipped count; a card
      *>            whose schedule fields hold low-values is read
      *>            as daily with no effective or expiry date
      *> 2026-10-15 log every run (stamp and cards unloaded) to
      *>            UNLDLOG, so dkcrpt can list the FPED deck changes
      *>            made between two unloads for the clerk's sign-off;
      *>            a run that cannot be logged ends RC 4
      *> 2026-09-02 new unload step pairing with the FPED online
      *>            deck editor: reads the keyed PARMDECK file the
      *>            clerk maintains and writes the cards in key
           organization line sequential
           file status is parmFileStatus.

         select unloadLogFile assign to "UNLDLOG"
           organization line sequential
           file status is unloadLogFileStatus.

         select unloadParmFile assign to "UNLDPARM"
           organization line sequential
           file status is unloadParmFileStatus.

         select calendarFile assign to "SHOPCAL"
           organization line sequential
           file status is calendarFileStatus.

         select reportFile assign to "SELRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  parmDeckFile.
       FD  parmFile.
         copy parmrec.

       FD  unloadLogFile.
         copy unlrec.

       FD  unloadParmFile.
         copy updrec.

       FD  calendarFile.
         copy calrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 parmDeckFileStatus pic XX.
         77 parmFileStatus pic XX.
         77 unloadLogFileStatus pic XX.
         77 unloadParmFileStatus pic XX.
         77 calendarFileStatus pic XX.
         77 reportFileStatus pic XX.
         77 runStamp pic x(26).

         77 deckAtEnd pic x value "N".
           88 deckNotAtEnd value "N".
           88 deckIsAtEnd value "Y".
         77 calendarAtEnd pic x value "N".
           88 calendarNotAtEnd value "N".
           88 calendarIsAtEnd value "Y".
         77 cardsUnloaded pic 9(3) value 0.
         77 cardsSkipped pic 9(3) value 0.
         77 runReturnCode pic 9(2) value 0.

      *> the processing date and the calendar facts every card is
      *> judged against, worked out once before the deck is read.
      *> day numbers are integer-of-date values; day of week runs
      *> 1 = Monday to 7 = Sunday, the MTWTFSS order of the weekday
      *> marks on the card
         01 processDate.
           05 processYear pic 9(4).
           05 processMonth pic 9(2).
           05 processDay pic 9(2).
         01 processDateNum redefines processDate pic 9(8).
         77 processInteger pic 9(7).
         77 processWeekday pic 9(1).
         77 processIsHoliday pic x value "N".
           88 processHoliday value "Y".
         77 processHolidayName pic x(30).
         77 firstBusinessInteger pic 9(7) value 0.
         77 lastBusinessInteger pic 9(7) value 0.
         77 firstBusinessDate pic x(8).
         77 lastBusinessDate pic x(8).

         77 probeInteger pic 9(7).
         77 probeDate pic 9(8).
         77 probeWeekday pic 9(1).
         77 probeIsBusiness pic x.
           88 probeBusinessDay value "Y".
           88 probeNotBusinessDay value "N".
         77 monthStartInteger pic 9(7).
         77 monthEndInteger pic 9(7).
         01 nextMonthStart.
           05 nextMonthYear pic 9(4).
           05 nextMonthMonth pic 9(2).
           05 nextMonthDay pic 9(2).
         01 nextMonthStartNum redefines nextMonthStart pic 9(8).

      *> the shop holidays, in whatever order SHOPCAL holds them
         01 holidayTable.
           05 holidayEntry occurs 400 times.
             10 holidayDate pic x(8).
             10 holidayName pic x(30).
         77 holidayCount pic 9(3) value 0.
         77 holidayMax pic 9(3) value 400.
         77 holidayIdx pic 9(3).
         77 holidayFound pic 9(3).
         77 holidaysIgnored pic 9(3) value 0.
         77 calendarMissing pic x value "N".
           88 noCalendar value "Y".

         77 dateToCheck pic x(8).
         77 dateIsValid pic x.
           88 dateValid value "Y".
           88 dateInvalid value "N".
         77 lastDayOfMonth pic 9(2).
         01 dateParts.
           05 dateYear pic 9(4).
           05 dateMonth pic 9(2).
           05 dateDay pic 9(2).
         01 monthDayValues pic x(24) value "312831303130313130313031".
         01 monthDayTable redefines monthDayValues.
           05 monthDays pic 9(2) occurs 12 times.

         77 dayNames pic x(21) value "MONTUEWEDTHUFRISATSUN".
         77 dayLetters pic x(7) value "MTWTFSS".
         77 dayIdx pic 9(1).
         77 nameStart pic 9(2).
         77 rawDate pic x(8).
         77 dateDisplay pic x(10).

         77 cardIsDue pic x.
           88 cardDue value "Y".
           88 cardNotDue value "N".
         77 selectReason pic x(50).

      *> print control, kept in step with the FACTRPT conventions:
      *> a fixed page of pageLength lines, each page opening with
      *> the numbered title and the column headings; every line
      *> reaches the file through writePrintLine
         77 pageLength pic 9(2) value 60.
         77 pageHeadLines pic 9(2) value 4.
         77 lineCount pic 9(2) value 99.
         77 pageNumber pic 9(4) value 0.
         77 linesNeeded pic 9(1) value 1.
         77 printWork pic x(132).

         01 reportTitleLine.
           05 filler pic x(38)
             value "PARMDECK SELECTION FOR PROCESSING DATE".
           05 filler pic x(1) value space.
           05 rptTitleProcDate pic x(10).
           05 filler pic x(1) value space.
           05 rptTitleProcDay pic x(3).
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(46) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(5) value "SEQ".
           05 filler pic x(6) value "MODE".
           05 filler pic x(5) value "N".
           05 filler pic x(5) value "R".
           05 filler pic x(6) value "SCHED".
           05 filler pic x(10) value "DAYS/DATE".
           05 filler pic x(11) value "EFFECTIVE".
           05 filler pic x(11) value "EXPIRES".
           05 filler pic x(10) value "SELECTED".
           05 filler pic x(50) value "REASON".

         01 reportDetailLine.
           05 rptSeq pic 9(3).
           05 filler pic x(2) value spaces.
           05 rptMode pic x(4).
           05 filler pic x(2) value spaces.
           05 rptNText pic x(3).
           05 filler pic x(2) value spaces.
           05 rptRText pic x(3).
           05 filler pic x(2) value spaces.
           05 rptSchedType pic x(1).
           05 filler pic x(5) value spaces.
           05 rptDays pic x(8).
           05 filler pic x(2) value spaces.
           05 rptEffective pic x(10).
           05 filler pic x(1) value spaces.
           05 rptExpiry pic x(10).
           05 filler pic x(1) value spaces.
           05 rptDisposition pic x(8).
           05 filler pic x(2) value spaces.
           05 rptReason pic x(50).

         01 reportFactLine.
           05 rptFactLabel pic x(30).
           05 rptFactValue pic x(50).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date to runStamp
         perform readProcessDate
         perform loadShopCalendar
         perform workOutCalendar
         open input parmDeckFile
         if parmDeckFileStatus not = "00"
           display "PARMUNLD FAILED: PARMDECK FILE NOT AVAILABLE"
           stop run
         end-if
         open output parmFile
         open output reportFile
         perform writeCalendarFacts
         perform readNextCard
         perform selectOneCard until deckIsAtEnd
         perform writeSelectionTotals
         close reportFile
         close parmFile
         close parmDeckFile
      *> an empty deck, or a night with no card due, still unloads
      *> cleanly - madness falls back to its built-in default card
      *> when PARMFILE holds nothing - but the scheduler should hear
      *> about it
         if cardsUnloaded = 0
           if cardsSkipped = 0
             display "PARMUNLD WARNING: DECK IS EMPTY"
           else
             display "PARMUNLD WARNING: NO CARD IS DUE FOR "
               processDate
           end-if
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         end-if
         perform logUnloadRun
         display "PARMUNLD COMPLETE - " cardsUnloaded
           " CARDS UNLOADED TO PARMFILE, " cardsSkipped
           " NOT DUE FOR " processDate
         move runReturnCode to return-code
         stop run.

      *> the processing date is the run date unless UNLDPARM says
      *> otherwise; a card that is not a valid DATE card stops the
      *> run severe before PARMFILE is touched, since a guessed date
      *> would unload the wrong night's deck
       readProcessDate.
         move runStamp(1:8) to processDate
         open input unloadParmFile
         if unloadParmFileStatus = "00"
           read unloadParmFile
             at end continue
             not at end
               if not updIsDate
                 display "PARMUNLD FAILED: UNLDPARM CARD MUST BE "
                   "DATE YYYYMMDD"
                 close unloadParmFile
                 move 12 to return-code
                 stop run
               end-if
               move updDateText to dateToCheck
               perform checkDate
               if dateInvalid
                 display "PARMUNLD FAILED: UNLDPARM DATE "
                   updDateText " IS NOT A VALID DATE"
                 close unloadParmFile
                 move 12 to return-code
                 stop run
               end-if
               move updDateText to processDate
           end-read
           close unloadParmFile
         end-if.

      *> without the calendar every date counts as a working date
      *> and the selection still runs, at RC 4 so the missing
      *> holidays are noticed
       loadShopCalendar.
         open input calendarFile
         if calendarFileStatus not = "00"
           set noCalendar to true
           display "PARMUNLD WARNING: SHOPCAL NOT AVAILABLE - NO "
             "HOLIDAYS APPLIED"
           move 4 to runReturnCode
         else
           set calendarNotAtEnd to true
           perform until calendarIsAtEnd
             read calendarFile
               at end set calendarIsAtEnd to true
               not at end perform holdHoliday
             end-read
           end-perform
           close calendarFile
         end-if.

       holdHoliday.
         move calDate to dateToCheck
         perform checkDate
         if dateInvalid or holidayCount not < holidayMax
           add 1 to holidaysIgnored
           display "PARMUNLD WARNING: SHOPCAL ENTRY " calDate
             " IGNORED"
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         else
           add 1 to holidayCount
           move calDate to holidayDate(holidayCount)
           move calDescription to holidayName(holidayCount)
         end-if.

      *> the processing date's weekday and holiday standing, and
      *> the first and last business days (Monday to Friday, not a
      *> holiday) of its month - found by stepping in from either
      *> end of the month
       workOutCalendar.
         compute processInteger =
           function integer-of-date(processDateNum)
         compute processWeekday =
           function mod(processInteger - 1, 7) + 1
         move processDate to probeDate
         perform findHoliday
         if holidayFound > 0
           set processHoliday to true
           move holidayName(holidayFound) to processHolidayName
         end-if
         move processYear to nextMonthYear
         move processMonth to nextMonthMonth
         move 1 to nextMonthDay
         compute monthStartInteger =
           function integer-of-date(nextMonthStartNum)
         if processMonth = 12
           add 1 to nextMonthYear
           move 1 to nextMonthMonth
         else
           add 1 to nextMonthMonth
         end-if
         compute monthEndInteger =
           function integer-of-date(nextMonthStartNum) - 1
         move monthStartInteger to probeInteger
         perform testBusinessDay
         perform until probeBusinessDay
             or probeInteger > monthEndInteger
           add 1 to probeInteger
           perform testBusinessDay
         end-perform
         if probeBusinessDay
           move probeInteger to firstBusinessInteger
           move probeDate to firstBusinessDate
         else
           move spaces to firstBusinessDate
         end-if
         move monthEndInteger to probeInteger
         perform testBusinessDay
         perform until probeBusinessDay
             or probeInteger < monthStartInteger
           subtract 1 from probeInteger
           perform testBusinessDay
         end-perform
         if probeBusinessDay
           move probeInteger to lastBusinessInteger
           move probeDate to lastBusinessDate
         else
           move spaces to lastBusinessDate
         end-if.

       testBusinessDay.
         compute probeDate = function date-of-integer(probeInteger)
         compute probeWeekday = function mod(probeInteger - 1, 7) + 1
         set probeBusinessDay to true
         if probeWeekday > 5
           set probeNotBusinessDay to true
         else
           perform findHoliday
           if holidayFound > 0
             set probeNotBusinessDay to true
           end-if
         end-if.

       findHoliday.
         move 0 to holidayFound
         perform varying holidayIdx from 1 by 1
             until holidayIdx > holidayCount
           if holidayDate(holidayIdx) = probeDate
             move holidayIdx to holidayFound
             move holidayCount to holidayIdx
           end-if
         end-perform.

       checkDate.
         set dateValid to true
         if dateToCheck is not numeric
           set dateInvalid to true
         else
           move dateToCheck to dateParts
           if dateYear < 1601 or dateMonth < 1 or dateMonth > 12
               or dateDay < 1
             set dateInvalid to true
           else
             move monthDays(dateMonth) to lastDayOfMonth
             if dateMonth = 2
                 and function mod(dateYear, 4) = 0
                 and (function mod(dateYear, 100) not = 0
                   or function mod(dateYear, 400) = 0)
               move 29 to lastDayOfMonth
             end-if
             if dateDay > lastDayOfMonth
               set dateInvalid to true
             end-if
           end-if
         end-if.

       readNextCard.
         read parmDeckFile next record
           at end set deckIsAtEnd to true
           not at end continue
         end-read.

      *> a card carried over from the 13-byte deck without the
      *> blank padding has low-values where its schedule should be;
      *> cleared to spaces it reads as daily and open-dated, as a
      *> card keyed before schedules is meant to
       selectOneCard.
         inspect pdkSchedule replacing all low-value by space
         perform decideCardDue
         if cardDue
           perform unloadOneCard
           move "INCLUDED" to rptDisposition
         else
           add 1 to cardsSkipped
           move "SKIPPED" to rptDisposition
         end-if
         perform writeSelectionDetail
         perform readNextCard.

      *> the effective/expiry window is checked first, then the
      *> schedule type; the reason printed is the first rule that
      *> decided the card. daily and weekday cards stand down on a
      *> shop holiday; a one-time card runs on its date regardless,
      *> since the clerk named that date outright
       decideCardDue.
         set cardNotDue to true
         move spaces to selectReason
         evaluate true
           when pdkEffective not = spaces
               and processDate < pdkEffective
             move pdkEffective to rawDate
             perform formatDate
             string "NOT EFFECTIVE UNTIL " dateDisplay
               delimited by size into selectReason
           when pdkExpiry not = spaces
               and processDate > pdkExpiry
             move pdkExpiry to rawDate
             perform formatDate
             string "EXPIRED AFTER " dateDisplay
               delimited by size into selectReason
           when pdkRunsDaily
             if processHoliday
               string "SHOP HOLIDAY - " processHolidayName
                 delimited by size into selectReason
             else
               set cardDue to true
               move "DAILY" to selectReason
             end-if
           when pdkRunsWeekdays
             perform decideWeekdayCard
           when pdkRunsMonthEnd
             if processInteger = lastBusinessInteger
               set cardDue to true
               move "LAST BUSINESS DAY OF THE MONTH" to selectReason
             else
               move lastBusinessDate to rawDate
               perform formatDate
               string "MONTH-END RUN IS " dateDisplay
                 delimited by size into selectReason
             end-if
           when pdkRunsFirstBusDay
             if processInteger = firstBusinessInteger
               set cardDue to true
               move "FIRST BUSINESS DAY OF THE MONTH" to selectReason
             else
               move firstBusinessDate to rawDate
               perform formatDate
               string "FIRST BUSINESS DAY IS " dateDisplay
                 delimited by size into selectReason
             end-if
           when pdkRunsOnce
             if processDate = pdkRunDate
               set cardDue to true
               move "ONE-TIME RUN DATE" to selectReason
             else
               move pdkRunDate to rawDate
               perform formatDate
               string "ONE-TIME RUN DATE IS " dateDisplay
                 delimited by size into selectReason
             end-if
           when other
             string "SCHEDULE TYPE " pdkSchedType " NOT RECOGNIZED"
               delimited by size into selectReason
             display "PARMUNLD WARNING: CARD " pdkSeq
               " HAS AN UNRECOGNIZED SCHEDULE TYPE"
             if runReturnCode < 4
               move 4 to runReturnCode
             end-if
         end-evaluate.

       decideWeekdayCard.
         compute nameStart = (processWeekday - 1) * 3 + 1
         if pdkWeekday(processWeekday) not = "Y"
           string "NOT SCHEDULED ON " dayNames(nameStart:3)
             delimited by size into selectReason
         else
           if processHoliday
             string "SHOP HOLIDAY - " processHolidayName
               delimited by size into selectReason
           else
             set cardDue to true
             string "SCHEDULED ON " dayNames(nameStart:3)
               delimited by size into selectReason
           end-if
         end-if.

       unloadOneCard.
         move spaces to parmRec
         move pdkMode to parmMode of parmRec
         move pdkNText to parmNText of parmRec
         move pdkRText to parmRText of parmRec
         write parmRec
         add 1 to cardsUnloaded.

       formatDate.
         if rawDate = spaces
           move "(NONE)" to dateDisplay
         else
           move spaces to dateDisplay
           string rawDate(1:4) "-" rawDate(5:2) "-" rawDate(7:2)
             delimited by size into dateDisplay
         end-if.

       writeCalendarFacts.
         move processDate to rawDate
         perform formatDate
         move dateDisplay to rptTitleProcDate
         compute nameStart = (processWeekday - 1) * 3 + 1
         move dayNames(nameStart:3) to rptTitleProcDay
         move runStamp(1:8) to rawDate
         perform formatDate
         move dateDisplay to rptTitleDate
         move "PROCESSING DATE" to rptFactLabel
         if noCalendar
           move "SHOPCAL NOT AVAILABLE - NO HOLIDAYS APPLIED"
             to rptFactValue
         else
           if processHoliday
             move spaces to rptFactValue
             string "SHOP HOLIDAY - " processHolidayName
               delimited by size into rptFactValue
           else
             if processWeekday > 5
               move "WEEKEND" to rptFactValue
             else
               move "BUSINESS DAY" to rptFactValue
             end-if
           end-if
         end-if
         move reportFactLine to printWork
         perform writePrintLine
         move "FIRST BUSINESS DAY OF MONTH" to rptFactLabel
         move firstBusinessDate to rawDate
         perform formatDate
         move dateDisplay to rptFactValue
         move reportFactLine to printWork
         perform writePrintLine
         move "LAST BUSINESS DAY OF MONTH" to rptFactLabel
         move lastBusinessDate to rawDate
         perform formatDate
         move dateDisplay to rptFactValue
         move reportFactLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine.

       writeSelectionDetail.
         move pdkSeq to rptSeq
         move pdkMode to rptMode
         move pdkNText to rptNText
         move pdkRText to rptRText
         if pdkSchedType = space
           move "D" to rptSchedType
         else
           move pdkSchedType to rptSchedType
         end-if
         move spaces to rptDays
         evaluate true
           when pdkRunsWeekdays
             perform varying dayIdx from 1 by 1 until dayIdx > 7
               if pdkWeekday(dayIdx) = "Y"
                 move dayLetters(dayIdx:1) to rptDays(dayIdx:1)
               else
                 move "-" to rptDays(dayIdx:1)
               end-if
             end-perform
           when pdkRunsOnce
             move pdkRunDate to rptDays
         end-evaluate
         move spaces to rptEffective rptExpiry
         if pdkEffective not = spaces
           move pdkEffective to rawDate
           perform formatDate
           move dateDisplay to rptEffective
         end-if
         if pdkExpiry not = spaces
           move pdkExpiry to rawDate
           perform formatDate
           move dateDisplay to rptExpiry
         end-if
         move selectReason to rptReason
         move reportDetailLine to printWork
         perform writePrintLine.

       writeSelectionTotals.
         move spaces to printWork
         perform writePrintLine
         move "CARDS INCLUDED FOR TONIGHT" to rptTotalLabel
         move cardsUnloaded to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CARDS SKIPPED" to rptTotalLabel
         move cardsSkipped to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         if holidaysIgnored > 0
           move "SHOPCAL ENTRIES IGNORED" to rptTotalLabel
           move holidaysIgnored to rptTotalValue
           move reportTotalLine to printWork
           perform writePrintLine
         end-if.

      *> the run log is the boundary dkcrpt draws between one
      *> night's deck and the next; a missing log does not stop the
      *> unload, but the sign-off would be against the wrong window
       logUnloadRun.
         open extend unloadLogFile
         if unloadLogFileStatus not = "00"
           close unloadLogFile
           open output unloadLogFile
         end-if
         if unloadLogFileStatus not = "00"
           display "PARMUNLD WARNING: UNLDLOG NOT AVAILABLE - RUN "
             "NOT LOGGED"
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         else
           move runStamp to unlTimestamp
           move cardsUnloaded to unlCardsUnloaded
           move processDate to unlProcessDate
           move cardsSkipped to unlCardsSkipped
           write unloadLogRec
           close unloadLogFile
         end-if.

       writePrintLine.
         if lineCount + linesNeeded > pageLength
           perform startNewPage
         end-if
         write reportLine from printWork
         add 1 to lineCount
         move 1 to linesNeeded.

       startNewPage.
         add 1 to pageNumber
         move pageNumber to rptTitlePage
         write reportLine from reportTitleLine
         move spaces to reportLine
         write reportLine
         write reportLine from reportColHeadLine
         move spaces to reportLine
         write reportLine
         move pageHeadLines to lineCount.
