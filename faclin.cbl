       IDENTIFICATION DIVISION.
       PROGRAM-ID. faclin.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new table-lineage report over the RUNHIST
      *>            generation ledger for internal audit: lists
      *>            every recorded RUNCTL change in a date range
      *>            (generation, stamp, verdict, high key, the
      *>            program that made it and the AUDITLOG run it
      *>            came from) and, for each requested point in
      *>            time, which generation of FACTOR was live then
      *>            and since when - in the paginated FACTRPT print
      *>            style

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select parmFile assign to "LINPARM"
           organization line sequential
           file status is parmFileStatus.

         select runHistoryFile assign to "RUNHIST"
           organization indexed
           access mode is dynamic
           record key is hstKey
           file status is runHistoryFileStatus.

         select reportFile assign to "LINRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  parmFile.
         copy lnprec.

       FD  runHistoryFile.
         copy hstrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 parmFileStatus pic XX.
         77 runHistoryFileStatus pic XX.
         77 reportFileStatus pic XX.

         77 fromDate pic x(8) value "00000000".
         77 toDate pic x(8) value "99999999".
         77 rejectMessage pic x(60).
         77 parmIsValid pic x value "Y".
           88 parmValid value "Y".
           88 parmInvalid value "N".
         77 rangeSeen pic x value "N".
           88 rangeWasSeen value "Y".
         77 parmAtEnd pic x value "N".
           88 parmNotAtEnd value "N".
           88 parmIsAtEnd value "Y".
         77 historyAtEnd pic x value "N".
           88 historyNotAtEnd value "N".
           88 historyIsAtEnd value "Y".

         77 asOfTime pic x(6).
         77 asOfHour pic 9(2).
         77 asOfMinute pic 9(2).
         77 asOfSecond pic 9(2).
         77 asOfMonth pic 9(2).
         77 asOfDay pic 9(2).

      *> one slot per ASOF card; as the ledger passes in time order
      *> every entry at or before a slot's point overwrites it, so
      *> at end of file each slot holds the last change made up to
      *> that point and the entry that brought its generation live
         01 asOfTable.
           05 asOfEntry occurs 50 times.
             10 aoPoint pic x(14).
             10 aoFound pic x.
             10 aoGeneration pic 9(5).
             10 aoSinceStamp pic x(26).
             10 aoSinceProgram pic x(8).
             10 aoSinceMode pic x(4).
             10 aoSinceCard pic 9(3).
             10 aoSinceAudit pic x(26).
             10 aoVerdict pic x(9).
             10 aoVerify pic x(9).
             10 aoHighestKey pic 9(3).
         77 asOfCount pic 9(2) value 0.
         77 asOfMax pic 9(2) value 50.
         77 asOfIdx pic 9(2).
         77 asOfMissing pic 9(2) value 0.

      *> the entry that brought the generation in hand live - a
      *> SUPPRESSD promotion or a FACVRFY verdict keeps the
      *> generation number, so only a change of number starts one
         77 currentGeneration pic 9(5) value 0.
         77 firstEntry pic x value "Y".
           88 isFirstEntry value "Y".
         77 newGeneration pic x value "N".
           88 startsGeneration value "Y".
         77 sinceStamp pic x(26).
         77 sinceProgram pic x(8).
         77 sinceMode pic x(4).
         77 sinceCard pic 9(3).
         77 sinceAudit pic x(26).

         77 entriesRead pic 9(7) value 0.
         77 entriesInRange pic 9(7) value 0.
         77 generationsInRange pic 9(7) value 0.
         77 runReturnCode pic 9(2) value 0.
         77 runDate pic x(8).
         77 stampIn pic x(26).
         77 stampOut pic x(19).

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
           05 filler pic x(22) value "FACTOR TABLE LINEAGE  ".
           05 filler pic x(5) value "FROM ".
           05 rptTitleFrom pic x(8).
           05 filler pic x(4) value " TO ".
           05 rptTitleTo pic x(8).
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(54) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(21) value "CHANGE STAMP".
           05 filler pic x(7) value "  GEN".
           05 filler pic x(10) value "PROGRAM".
           05 filler pic x(6) value "MODE".
           05 filler pic x(6) value "CARD".
           05 filler pic x(11) value "VERDICT".
           05 filler pic x(11) value "VERIFY".
           05 filler pic x(6) value "HIGH".
           05 filler pic x(21) value "AUDIT RECORD".
           05 filler pic x(14) value "CHANGE".

         01 reportDetailLine.
           05 rptStamp pic x(19).
           05 filler pic x(2) value spaces.
           05 rptGeneration pic zzzz9.
           05 filler pic x(2) value spaces.
           05 rptProgram pic x(8).
           05 filler pic x(2) value spaces.
           05 rptMode pic x(4).
           05 filler pic x(2) value spaces.
           05 rptCard pic zzz.
           05 filler pic x(3) value spaces.
           05 rptVerdict pic x(9).
           05 filler pic x(2) value spaces.
           05 rptVerify pic x(9).
           05 filler pic x(2) value spaces.
           05 rptHighestKey pic zz9.
           05 filler pic x(3) value spaces.
           05 rptAudit pic x(19).
           05 filler pic x(2) value spaces.
           05 rptChange pic x(14).

         01 reportAsOfLine.
           05 filler pic x(6) value "AS OF ".
           05 rptAsOfPoint pic x(19).
           05 filler pic x(13) value "  GENERATION ".
           05 rptAsOfGen pic zzzz9.
           05 filler pic x(12) value " LIVE SINCE ".
           05 rptAsOfSince pic x(19).
           05 filler pic x(4) value " BY ".
           05 rptAsOfProgram pic x(8).
           05 filler pic x(1) value spaces.
           05 rptAsOfMode pic x(4).
           05 rptAsOfCardLabel pic x(6).
           05 rptAsOfCard pic zzz.

         01 reportAsOfStateLine.
           05 filler pic x(8) value spaces.
           05 filler pic x(8) value "VERDICT ".
           05 rptAsOfVerdict pic x(9).
           05 filler pic x(9) value "  VERIFY ".
           05 rptAsOfVerify pic x(9).
           05 filler pic x(11) value "  HIGH KEY ".
           05 rptAsOfHigh pic zz9.
           05 rptAsOfAuditLabel pic x(16).
           05 rptAsOfAudit pic x(19).

         01 reportAsOfNoneLine.
           05 filler pic x(6) value "AS OF ".
           05 rptNonePoint pic x(19).
           05 filler pic x(40)
             value "  NO GENERATION RECORDED ON THE LEDGER".

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzzzz9.

       PROCEDURE DIVISION.
       mainPara.
         perform readParmCards
         if parmInvalid
           display "FACLIN REJECTED: " rejectMessage
           move 12 to return-code
           stop run
         end-if
         open input runHistoryFile
         if runHistoryFileStatus not = "00"
           display "FACLIN FAILED: RUNHIST NOT AVAILABLE"
           move 8 to return-code
           stop run
         end-if
         perform openReportFile
         set historyNotAtEnd to true
         perform readNextHistory
         perform traceOneEntry until historyIsAtEnd
         close runHistoryFile
         perform writeAsOfSection
         perform writeReportTotals
         close reportFile
         if asOfMissing > 0
           move 4 to runReturnCode
         end-if
         display "FACLIN COMPLETE - " entriesInRange " OF "
           entriesRead " LEDGER ENTRIES IN RANGE, " asOfCount
           " POINTS IN TIME"
         move runReturnCode to return-code
         stop run.

      *> the cards are optional - a run without LINPARM lists the
      *> whole ledger; a card that is present but bad rejects the
      *> run rather than silently widening or dropping a selection
       readParmCards.
         open input parmFile
         if parmFileStatus = "00"
           perform readNextParm
           perform validateParmCard
             until parmIsAtEnd or parmInvalid
           close parmFile
         end-if.

       readNextParm.
         read parmFile
           at end set parmIsAtEnd to true
           not at end continue
         end-read.

       validateParmCard.
         evaluate true
           when lnpIsRange
             perform validateRangeCard
           when lnpIsAsOf
             perform validateAsOfCard
           when other
             set parmInvalid to true
             move "CARD TYPE MUST BE RNGE OR ASOF" to rejectMessage
         end-evaluate
         if parmValid
           perform readNextParm
         end-if.

       validateRangeCard.
         if rangeWasSeen
           set parmInvalid to true
           move "MORE THAN ONE RNGE CARD" to rejectMessage
         else
           set rangeWasSeen to true
           if lnpFromText is not numeric or lnpToText is not numeric
             set parmInvalid to true
             move "RANGE DATES MUST BE NUMERIC YYYYMMDD"
               to rejectMessage
           else
             if lnpFromText > lnpToText
               set parmInvalid to true
               move "RANGE FROM-DATE EXCEEDS TO-DATE" to rejectMessage
             else
               move lnpFromText to fromDate
               move lnpToText to toDate
             end-if
           end-if
         end-if.

      *> a point in time is compared against the leading date and
      *> time (YYYYMMDDHHMMSS) of the ledger stamps; a blank time
      *> means the end of the day, i.e. what was live that night
       validateAsOfCard.
         if asOfCount >= asOfMax
           set parmInvalid to true
           move "MORE THAN 50 ASOF CARDS" to rejectMessage
         else
           move lnpAsOfTime to asOfTime
           if asOfTime = spaces
             move "235959" to asOfTime
           end-if
           if lnpAsOfDate is not numeric
               or asOfTime is not numeric
             set parmInvalid to true
             move "ASOF DATE AND TIME MUST BE NUMERIC YYYYMMDD HHMMSS"
               to rejectMessage
           else
             move lnpAsOfDate(5:2) to asOfMonth
             move lnpAsOfDate(7:2) to asOfDay
             move asOfTime(1:2) to asOfHour
             move asOfTime(3:2) to asOfMinute
             move asOfTime(5:2) to asOfSecond
             if asOfMonth < 01 or asOfMonth > 12
                 or asOfDay < 01 or asOfDay > 31
                 or asOfHour > 23 or asOfMinute > 59
                 or asOfSecond > 59
               set parmInvalid to true
               move "ASOF DATE OR TIME NOT VALID" to rejectMessage
             else
               add 1 to asOfCount
               initialize asOfEntry(asOfCount)
               move "N" to aoFound(asOfCount)
               move lnpAsOfDate to aoPoint(asOfCount)(1:8)
               move asOfTime to aoPoint(asOfCount)(9:6)
             end-if
           end-if
         end-if.

       readNextHistory.
         read runHistoryFile next record
           at end set historyIsAtEnd to true
           not at end continue
         end-read.

      *> one pass over the ledger in key (time) order: note where a
      *> new generation starts, list the entries inside the range,
      *> and carry each entry forward into every point in time it
      *> precedes
       traceOneEntry.
         add 1 to entriesRead
         move "N" to newGeneration
         if isFirstEntry or hstGeneration not = currentGeneration
           move "N" to firstEntry
           set startsGeneration to true
           move hstGeneration to currentGeneration
           move hstStamp to sinceStamp
           move hstProgram to sinceProgram
           move hstRunMode to sinceMode
           move hstCardNumber to sinceCard
           move hstAuditStamp to sinceAudit
         end-if
         if hstStamp(1:8) >= fromDate and hstStamp(1:8) <= toDate
           perform writeLedgerLine
         end-if
         perform varying asOfIdx from 1 by 1 until asOfIdx > asOfCount
           if hstStamp(1:14) <= aoPoint(asOfIdx)
             move "Y" to aoFound(asOfIdx)
             move currentGeneration to aoGeneration(asOfIdx)
             move sinceStamp to aoSinceStamp(asOfIdx)
             move sinceProgram to aoSinceProgram(asOfIdx)
             move sinceMode to aoSinceMode(asOfIdx)
             move sinceCard to aoSinceCard(asOfIdx)
             move sinceAudit to aoSinceAudit(asOfIdx)
             move hstVerdict to aoVerdict(asOfIdx)
             move hstVerifyVerdict to aoVerify(asOfIdx)
             move hstHighestKey to aoHighestKey(asOfIdx)
           end-if
         end-perform
         perform readNextHistory.

       writeLedgerLine.
         add 1 to entriesInRange
         move hstStamp to stampIn
         perform formatStamp
         move stampOut to rptStamp
         move hstGeneration to rptGeneration
         move hstProgram to rptProgram
         move hstRunMode to rptMode
         move hstCardNumber to rptCard
         move hstVerdict to rptVerdict
         move hstVerifyVerdict to rptVerify
         move hstHighestKey to rptHighestKey
         move hstAuditStamp to stampIn
         perform formatStamp
         move stampOut to rptAudit
         if startsGeneration
           add 1 to generationsInRange
           move "NEW GENERATION" to rptChange
         else
           move "STATE ONLY" to rptChange
         end-if
         move reportDetailLine to printWork
         perform writePrintLine.

      *> current-date stamps (YYYYMMDDHHMMSSss+zzzz) print as
      *> YYYY-MM-DD HH:MM:SS; an empty stamp prints empty
       formatStamp.
         move spaces to stampOut
         if stampIn not = spaces
           string stampIn(1:4) "-" stampIn(5:2) "-" stampIn(7:2) " "
             stampIn(9:2) ":" stampIn(11:2) ":" stampIn(13:2)
             delimited by size into stampOut
         end-if.

      *> the points in time print in card order, two lines each - the
      *> generation and where it came from, then the state RUNCTL
      *> held at that point; a point before the first ledger entry
      *> has no answer and ends the step RC 4
       writeAsOfSection.
         if asOfCount > 0
           move spaces to printWork
           perform writePrintLine
           move "LIVE GENERATION AT REQUESTED POINTS IN TIME"
             to printWork
           perform writePrintLine
           move spaces to printWork
           perform writePrintLine
           perform writeAsOfPoint
             varying asOfIdx from 1 by 1 until asOfIdx > asOfCount
         end-if.

       writeAsOfPoint.
         move spaces to stampIn
         move aoPoint(asOfIdx) to stampIn(1:14)
         perform formatStamp
         if aoFound(asOfIdx) not = "Y"
           add 1 to asOfMissing
           move stampOut to rptNonePoint
           move reportAsOfNoneLine to printWork
           perform writePrintLine
         else
           move stampOut to rptAsOfPoint
           move aoGeneration(asOfIdx) to rptAsOfGen
           move aoSinceStamp(asOfIdx) to stampIn
           perform formatStamp
           move stampOut to rptAsOfSince
           move aoSinceProgram(asOfIdx) to rptAsOfProgram
           move aoSinceMode(asOfIdx) to rptAsOfMode
           if aoSinceCard(asOfIdx) > 0
             move " CARD " to rptAsOfCardLabel
             move aoSinceCard(asOfIdx) to rptAsOfCard
           else
             move spaces to rptAsOfCardLabel
             move 0 to rptAsOfCard
           end-if
           move aoVerdict(asOfIdx) to rptAsOfVerdict
           move aoVerify(asOfIdx) to rptAsOfVerify
           move aoHighestKey(asOfIdx) to rptAsOfHigh
           if aoSinceAudit(asOfIdx) not = spaces
             move "  AUDIT RECORD " to rptAsOfAuditLabel
             move aoSinceAudit(asOfIdx) to stampIn
             perform formatStamp
             move stampOut to rptAsOfAudit
           else
             move spaces to rptAsOfAuditLabel
             move spaces to rptAsOfAudit
           end-if
           move 2 to linesNeeded
           move reportAsOfLine to printWork
           perform writePrintLine
           move reportAsOfStateLine to printWork
           perform writePrintLine
         end-if.

       openReportFile.
         move function current-date(1:8) to runDate
         move runDate(1:4) to rptTitleDate(1:4)
         move "-" to rptTitleDate(5:1)
         move runDate(5:2) to rptTitleDate(6:2)
         move "-" to rptTitleDate(8:1)
         move runDate(7:2) to rptTitleDate(9:2)
         move fromDate to rptTitleFrom
         move toDate to rptTitleTo
         open output reportFile.

      *> sole gate onto the report file: throws the page when the
      *> body is full (or when a two-line entry could not finish on
      *> the page - see linesNeeded) and repeats the title and
      *> column headings at the top of every page
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

       writeReportTotals.
         move spaces to printWork
         perform writePrintLine
         move "LEDGER ENTRIES READ" to rptTotalLabel
         move entriesRead to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "LEDGER ENTRIES IN RANGE" to rptTotalLabel
         move entriesInRange to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "GENERATIONS STARTED IN RANGE" to rptTotalLabel
         move generationsInRange to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         if entriesInRange = 0
           move spaces to printWork
           perform writePrintLine
           move "NO LEDGER ENTRIES IN THE REQUESTED RANGE" to printWork
           perform writePrintLine
         end-if.
