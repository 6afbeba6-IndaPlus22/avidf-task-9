       IDENTIFICATION DIVISION.
       PROGRAM-ID. dkcrpt.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new deck change report for the scheduler clerk's
      *>            sign-off: lists every FPED add, change and delete
      *>            on DECKCHG (user, terminal, stamp, card before
      *>            and after) made between the last two parmunld
      *>            runs on UNLDLOG - the changes that went into the
      *>            deck just unloaded for tonight - then any made
      *>            since that unload, which tonight's PARMFILE does
      *>            not carry. RC 4 when UNLDLOG holds no unload at
      *>            all, RC 8 when either log is not available
      *> 2026-10-15 show each card image's run schedule on a second
      *>            line under the change, and the processing date
      *>            the latest unload selected its cards for

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select unloadLogFile assign to "UNLDLOG"
           organization line sequential
           file status is unloadLogFileStatus.

         select deckChangeFile assign to "DECKCHG"
           organization line sequential
           file status is deckChangeFileStatus.

         select reportFile assign to "DKCRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  unloadLogFile.
         copy unlrec.

       FD  deckChangeFile.
         copy dkcrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 unloadLogFileStatus pic XX.
         77 deckChangeFileStatus pic XX.
         77 reportFileStatus pic XX.

         77 unloadAtEnd pic x value "N".
           88 unloadNotAtEnd value "N".
           88 unloadIsAtEnd value "Y".
         77 changeAtEnd pic x value "N".
           88 changeNotAtEnd value "N".
           88 changeIsAtEnd value "Y".

      *> the window is (priorUnloadStamp, latestUnloadStamp]: a
      *> change stamped after the earlier unload and no later than
      *> the latest one went out on the latest PARMFILE. stamps
      *> compare on their first sixteen characters (date, time to
      *> the hundredth), the part current-date orders by
         77 unloadRuns pic 9(5) value 0.
         77 latestUnloadStamp pic x(26) value low-values.
         77 priorUnloadStamp pic x(26) value low-values.
         77 latestCardsUnloaded pic 9(3) value 0.
         77 latestProcessDate pic x(8) value spaces.
         77 dayLetters pic x(7) value "MTWTFSS".
         77 dayIdx pic 9(1).
         77 rawStamp pic x(26).
         77 stampDisplay pic x(19).
         77 sectionWanted pic x.
           88 wantWindow value "W".
           88 wantLater value "L".

         77 windowAdds pic 9(5) value 0.
         77 windowChanges pic 9(5) value 0.
         77 windowDeletes pic 9(5) value 0.
         77 windowTotal pic 9(5) value 0.
         77 laterTotal pic 9(5) value 0.
         77 sectionCount pic 9(5) value 0.
         77 runReturnCode pic 9(2) value 0.
         77 runDate pic x(8).

      *> print control, kept in step with the FACTRPT conventions:
      *> a fixed page of pageLength lines, each page opening with
      *> the numbered title and the column headings; every line
      *> reaches the file through writePrintLine
         77 pageLength pic 9(2) value 60.
         77 pageHeadLines pic 9(2) value 5.
         77 lineCount pic 9(2) value 99.
         77 pageNumber pic 9(4) value 0.
         77 linesNeeded pic 9(1) value 1.
         77 printWork pic x(132).

         01 reportTitleLine.
           05 filler pic x(30)
             value "PARMDECK CHANGES FOR SIGN-OFF ".
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(71) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(21) value "CHANGED AT".
           05 filler pic x(10) value "USER ID".
           05 filler pic x(6) value "TERM".
           05 filler pic x(8) value "ACTION".
           05 filler pic x(22) value "BEFORE: SEQ MODE N   R".
           05 filler pic x(8) value spaces.
           05 filler pic x(22) value "AFTER:  SEQ MODE N   R".

         01 reportColHeadLine2.
           05 filler pic x(53) value spaces.
           05 filler pic x(28) value "S DAYS/DAT EFFECTIV EXPIRES".
           05 filler pic x(2) value spaces.
           05 filler pic x(28) value "S DAYS/DAT EFFECTIV EXPIRES".

         01 reportDetailLine.
           05 rptStamp pic x(19).
           05 filler pic x(2) value spaces.
           05 rptUserId pic x(8).
           05 filler pic x(2) value spaces.
           05 rptTermId pic x(4).
           05 filler pic x(2) value spaces.
           05 rptAction pic x(6).
           05 filler pic x(10) value spaces.
           05 rptBefore.
             10 rptBefSeq pic x(3).
             10 filler pic x(1) value spaces.
             10 rptBefMode pic x(4).
             10 filler pic x(1) value spaces.
             10 rptBefNText pic x(3).
             10 filler pic x(1) value spaces.
             10 rptBefRText pic x(3).
           05 filler pic x(14) value spaces.
           05 rptAfter.
             10 rptAftSeq pic x(3).
             10 filler pic x(1) value spaces.
             10 rptAftMode pic x(4).
             10 filler pic x(1) value spaces.
             10 rptAftNText pic x(3).
             10 filler pic x(1) value spaces.
             10 rptAftRText pic x(3).

      *> the schedule half of each card image, printed under it
         01 reportScheduleLine.
           05 filler pic x(53) value spaces.
           05 rptBefSchedule.
             10 rptBefSchedType pic x(1).
             10 filler pic x(1) value spaces.
             10 rptBefDays pic x(8).
             10 filler pic x(1) value spaces.
             10 rptBefEffective pic x(8).
             10 filler pic x(1) value spaces.
             10 rptBefExpiry pic x(8).
           05 filler pic x(2) value spaces.
           05 rptAftSchedule.
             10 rptAftSchedType pic x(1).
             10 filler pic x(1) value spaces.
             10 rptAftDays pic x(8).
             10 filler pic x(1) value spaces.
             10 rptAftEffective pic x(8).
             10 filler pic x(1) value spaces.
             10 rptAftExpiry pic x(8).

         01 reportWindowLine.
           05 rptWindowLabel pic x(30).
           05 rptWindowStamp pic x(19).
           05 filler pic x(2) value spaces.
           05 rptWindowNote pic x(40).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date(1:8) to runDate
         string runDate(1:4) "-" runDate(5:2) "-" runDate(7:2)
           delimited by size into rptTitleDate
         perform findUnloadWindow
         open input deckChangeFile
         if deckChangeFileStatus not = "00"
           display "DKCRPT FAILED: DECKCHG NOT AVAILABLE"
           move 8 to return-code
           stop run
         end-if
         close deckChangeFile
         open output reportFile
         perform writeWindowHeading
         set wantWindow to true
         perform listSection
         move sectionCount to windowTotal
         perform writeWindowTotals
         move spaces to printWork
         perform writePrintLine
         move "CHANGES MADE AFTER THE LATEST UNLOAD - NOT ON TONIGHT'S"
           to printWork
         move "PARMFILE" to printWork(57:8)
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         set wantLater to true
         perform listSection
         move sectionCount to laterTotal
         perform writeSignOff
         close reportFile
         display "DKCRPT COMPLETE - " windowTotal
           " CHANGES IN THE LATEST UNLOAD, " laterTotal
           " MADE SINCE"
         move runReturnCode to return-code
         stop run.

      *> the unload log is appended in run order, but the two
      *> latest stamps are picked by value rather than by position
      *> so a log restored out of order still gives the right window
       findUnloadWindow.
         open input unloadLogFile
         if unloadLogFileStatus not = "00"
           display "DKCRPT FAILED: UNLDLOG NOT AVAILABLE"
           move 8 to return-code
           stop run
         end-if
         set unloadNotAtEnd to true
         perform until unloadIsAtEnd
           read unloadLogFile
             at end set unloadIsAtEnd to true
             not at end perform noteUnloadRun
           end-read
         end-perform
         close unloadLogFile
         if unloadRuns = 0
           display "DKCRPT WARNING: NO PARMUNLD RUN ON UNLDLOG - "
             "EVERY CHANGE IS LISTED AS NOT YET UNLOADED"
           move 4 to runReturnCode
         end-if.

       noteUnloadRun.
         add 1 to unloadRuns
         if unlTimestamp(1:16) > latestUnloadStamp(1:16)
           move latestUnloadStamp to priorUnloadStamp
           move unlTimestamp to latestUnloadStamp
           move unlCardsUnloaded to latestCardsUnloaded
           move unlProcessDate to latestProcessDate
         else
           if unlTimestamp(1:16) > priorUnloadStamp(1:16)
             move unlTimestamp to priorUnloadStamp
           end-if
         end-if.

       writeWindowHeading.
         move "LATEST PARMUNLD RUN" to rptWindowLabel
         if unloadRuns = 0
           move spaces to rptWindowStamp
           move "NONE ON RECORD" to rptWindowNote
         else
           move latestUnloadStamp to rawStamp
           perform formatStamp
           move stampDisplay to rptWindowStamp
           move spaces to rptWindowNote
           if latestProcessDate = spaces
             string latestCardsUnloaded " CARDS UNLOADED"
               delimited by size into rptWindowNote
           else
             move latestProcessDate to rawStamp
             perform formatStamp
             string latestCardsUnloaded " CARDS UNLOADED FOR "
               stampDisplay(1:10)
               delimited by size into rptWindowNote
           end-if
         end-if
         move reportWindowLine to printWork
         perform writePrintLine
         move "PREVIOUS PARMUNLD RUN" to rptWindowLabel
         move spaces to rptWindowNote
         if unloadRuns < 2
           move spaces to rptWindowStamp
           move "NONE ON RECORD - ALL EARLIER CHANGES" to rptWindowNote
         else
           move priorUnloadStamp to rawStamp
           perform formatStamp
           move stampDisplay to rptWindowStamp
         end-if
         move reportWindowLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move "CHANGES IN THE LATEST UNLOAD" to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine.

      *> one pass of DECKCHG per section, each picking its own
      *> side of the latest unload stamp
       listSection.
         move 0 to sectionCount
         open input deckChangeFile
         set changeNotAtEnd to true
         perform until changeIsAtEnd
           read deckChangeFile
             at end set changeIsAtEnd to true
             not at end perform selectChange
           end-read
         end-perform
         close deckChangeFile
         if sectionCount = 0
           move "  (NONE)" to printWork
           perform writePrintLine
         end-if.

       selectChange.
         if wantWindow
           if unloadRuns > 0
               and dkcTimestamp(1:16) > priorUnloadStamp(1:16)
               and dkcTimestamp(1:16) not > latestUnloadStamp(1:16)
             perform countWindowAction
             perform writeChangeDetail
           end-if
         else
           if unloadRuns = 0
               or dkcTimestamp(1:16) > latestUnloadStamp(1:16)
             perform writeChangeDetail
           end-if
         end-if.

       countWindowAction.
         evaluate dkcAction
           when "A"
             add 1 to windowAdds
           when "C"
             add 1 to windowChanges
           when "D"
             add 1 to windowDeletes
         end-evaluate.

      *> an add has no before image and a delete no after image;
      *> those sides print blank rather than as a zero card
       writeChangeDetail.
         add 1 to sectionCount
         move dkcTimestamp to rawStamp
         perform formatStamp
         move stampDisplay to rptStamp
         move dkcUserId to rptUserId
         move dkcTermId to rptTermId
         evaluate dkcAction
           when "A"
             move "ADD" to rptAction
           when "C"
             move "CHANGE" to rptAction
           when "D"
             move "DELETE" to rptAction
           when other
             move dkcAction to rptAction
         end-evaluate
         move spaces to rptBefore rptAfter
         if dkcAction not = "A"
           move dkcBefSeq to rptBefSeq
           move dkcBefMode to rptBefMode
           move dkcBefNText to rptBefNText
           move dkcBefRText to rptBefRText
         end-if
         if dkcAction not = "D"
           move dkcAftSeq to rptAftSeq
           move dkcAftMode to rptAftMode
           move dkcAftNText to rptAftNText
           move dkcAftRText to rptAftRText
         end-if
         move 2 to linesNeeded
         move reportDetailLine to printWork
         perform writePrintLine
         move spaces to rptBefSchedule rptAftSchedule
         if dkcAction not = "A"
           move dkcBefSchedType to rptBefSchedType
           move dkcBefWeekdays to rptBefDays
           if dkcBefSchedType = "O"
             move dkcBefRunDate to rptBefDays
           end-if
           if dkcBefSchedType = "W"
             perform varying dayIdx from 1 by 1 until dayIdx > 7
               if dkcBefWeekdays(dayIdx:1) = "Y"
                 move dayLetters(dayIdx:1) to rptBefDays(dayIdx:1)
               else
                 move "-" to rptBefDays(dayIdx:1)
               end-if
             end-perform
           end-if
           move dkcBefEffective to rptBefEffective
           move dkcBefExpiry to rptBefExpiry
         end-if
         if dkcAction not = "D"
           move dkcAftSchedType to rptAftSchedType
           move dkcAftWeekdays to rptAftDays
           if dkcAftSchedType = "O"
             move dkcAftRunDate to rptAftDays
           end-if
           if dkcAftSchedType = "W"
             perform varying dayIdx from 1 by 1 until dayIdx > 7
               if dkcAftWeekdays(dayIdx:1) = "Y"
                 move dayLetters(dayIdx:1) to rptAftDays(dayIdx:1)
               else
                 move "-" to rptAftDays(dayIdx:1)
               end-if
             end-perform
           end-if
           move dkcAftEffective to rptAftEffective
           move dkcAftExpiry to rptAftExpiry
         end-if
         move reportScheduleLine to printWork
         perform writePrintLine.

      *> YYYYMMDDHHMMSS... prints as YYYY-MM-DD HH:MM:SS
       formatStamp.
         move spaces to stampDisplay
         string rawStamp(1:4) "-" rawStamp(5:2) "-"
           rawStamp(7:2) " " rawStamp(9:2) ":"
           rawStamp(11:2) ":" rawStamp(13:2)
           delimited by size into stampDisplay.

       writeWindowTotals.
         move spaces to printWork
         perform writePrintLine
         move "CARDS ADDED" to rptTotalLabel
         move windowAdds to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CARDS CHANGED" to rptTotalLabel
         move windowChanges to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CARDS DELETED" to rptTotalLabel
         move windowDeletes to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CHANGES IN THE LATEST UNLOAD" to rptTotalLabel
         move windowTotal to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine.

       writeSignOff.
         move spaces to printWork
         perform writePrintLine
         move "CHANGES NOT YET UNLOADED" to rptTotalLabel
         move laterTotal to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move "DECK SIGNED OFF BY ______________________________    "
           to printWork
         move "DATE __________" to printWork(55:15)
         perform writePrintLine.

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
         write reportLine from reportColHeadLine2
         move spaces to reportLine
         write reportLine
         move pageHeadLines to lineCount.
