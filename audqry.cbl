       IDENTIFICATION DIVISION.
       PROGRAM-ID. audqry.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new ad-hoc query over the audit trail that
      *>            audhouse has aged out: reads the yearly AUDARCH
      *>            generations (concatenated on one DD) and the
      *>            live AUDITLOG in one run, selects by the AQPARM
      *>            cards (date range, modes, N range, overflow or
      *>            mismatch only) and lists the records with
      *>            per-day totals in the audrpt layout. a REST
      *>            card puts an archived date range back onto
      *>            AUDITLOG for re-reporting; a record already on
      *>            the live log, or already restored, is never
      *>            written a second time

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select queryParmFile assign to "AQPARM"
           organization line sequential
           file status is queryParmFileStatus.

         select archiveFile assign to "AUDARCH"
           organization line sequential
           file status is archiveFileStatus.

         select auditFile assign to "AUDITLOG"
           organization line sequential
           file status is auditFileStatus.

         select listingFile assign to "AQRPT"
           organization line sequential
           file status is listingFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  queryParmFile.
         copy aqprec.

      *> archive and live records alike are the 49-byte audit
      *> record (audtrec.cpy); both are read into the one working
      *> copy below so the selection sees a single layout
       FD  archiveFile.
         01 archiveLine pic x(49).

       FD  auditFile.
         01 auditLine pic x(49).

      *> standard 132-column print line, the FACTRPT page layout
       FD  listingFile.
         01 listingLine pic x(132).

       WORKING-STORAGE SECTION.
         77 queryParmFileStatus pic XX.
         77 archiveFileStatus pic XX.
         77 auditFileStatus pic XX.
         77 listingFileStatus pic XX.

         copy audtrec.

         77 fromDate pic x(8) value "00000000".
         77 toDate pic x(8) value "99999999".
         77 nFrom pic 9(3) value 0.
         77 nTo pic 9(3) value 999.
         77 restoreFrom pic x(8).
         77 restoreTo pic x(8).
         77 dateGiven pic x value "N".
           88 dateWasGiven value "Y".
         77 nRangeGiven pic x value "N".
           88 nRangeWasGiven value "Y".
         77 overflowOnly pic x value "N".
           88 overflowOnlyWanted value "Y".
         77 mismatchOnly pic x value "N".
           88 mismatchOnlyWanted value "Y".
         77 restoreWanted pic x value "N".
           88 restoreRequested value "Y".

         01 modeTable.
           05 modeEntry occurs 12 times.
             10 selMode pic x(4).
         77 modeCount pic 9(2) value 0.
         77 modeMax pic 9(2) value 12.
         77 modeIdx pic 9(2).

         77 rejectMessage pic x(60).
         77 cardsAreValid pic x value "Y".
           88 cardsValid value "Y".
           88 cardsInvalid value "N".
         77 cardNumber pic 9(3) value 0.
         77 queryParmAtEnd pic x value "N".
           88 queryParmNotAtEnd value "N".
           88 queryParmIsAtEnd value "Y".

         77 archiveAtEnd pic x value "N".
           88 archiveNotAtEnd value "N".
           88 archiveIsAtEnd value "Y".
         77 auditAtEnd pic x value "N".
           88 auditNotAtEnd value "N".
           88 auditIsAtEnd value "Y".

         77 recordSelected pic x value "N".
           88 recordIsSelected value "Y".
           88 recordNotSelected value "N".
         77 exceptionHit pic x value "N".
           88 exceptionWasHit value "Y".
         77 inRestoreRange pic x value "N".
           88 recordInRestoreRange value "Y".
         77 auditDate pic x(8).
         77 recordSource pic x(7).

      *> every record a run selects or may restore is remembered
      *> whole, so the second copy of a record - an archived run
      *> already restored onto the live log, or a restored run
      *> aged out again into a later yearly archive - is seen as
      *> the same run and neither listed nor restored twice.
      *> seenListed marks the copy already on the listing,
      *> seenRestore an archived record to be put back on the log
         01 seenTable.
           05 seenEntry occurs 20000 times.
             10 seenRecord pic x(49).
             10 seenSource pic x.
             10 seenListed pic x.
             10 seenRestore pic x.
         77 seenCount pic 9(5) value 0.
         77 seenMax pic 9(5) value 20000.
         77 seenIdx pic 9(5).
         77 seenSlot pic 9(5).
         77 seenOverflow pic 9(7) value 0.
      *> a live record in the restore range that could not be
      *> remembered means a restore could duplicate it - the
      *> restore is then refused as a whole
         77 restoreUnsafe pic x value "N".
           88 restoreIsUnsafe value "Y".

      *> per-day totals as audrpt keeps them, in first-seen order;
      *> 800 day slots covers two yearly archives and the live log
         01 dayTable.
           05 dayEntry occurs 800 times.
             10 dayDate pic x(8).
             10 dayGenrCnt pic 9(5).
             10 dayExtdCnt pic 9(5).
             10 dayCombCnt pic 9(5).
             10 dayLookCnt pic 9(5).
             10 dayPrimCnt pic 9(5).
             10 dayDrngCnt pic 9(5).
             10 dayCatlCnt pic 9(5).
             10 dayOnlCnt pic 9(5).
             10 dayRejCnt pic 9(5).
             10 dayOvflCnt pic 9(7).
             10 dayMismCnt pic 9(7).

         77 dayCount pic 9(3) value 0.
         77 dayIdx pic 9(3).
         77 daySlot pic 9(3).
         77 dayMax pic 9(3) value 800.

         77 archiveRead pic 9(7) value 0.
         77 liveRead pic 9(7) value 0.
         77 recordsListed pic 9(7) value 0.
         77 archiveListed pic 9(7) value 0.
         77 liveListed pic 9(7) value 0.
         77 duplicatesSkipped pic 9(7) value 0.
         77 recordsRestored pic 9(7) value 0.
         77 restoreAlreadyLive pic 9(7) value 0.
         77 totalRejected pic 9(7) value 0.
         77 totalOverflow pic 9(7) value 0.
         77 totalMismatch pic 9(7) value 0.
         77 largestN pic 9(3) value 0.
         77 runDate pic x(8).

      *> print control, kept in step with the FACTRPT conventions:
      *> a fixed page of pageLength lines, each page opening with
      *> the numbered title and the current section's column
      *> headings; every line reaches the file through
      *> writePrintLine
         77 pageLength pic 9(2) value 60.
         77 pageHeadLines pic 9(2) value 4.
         77 lineCount pic 9(2) value 99.
         77 pageNumber pic 9(4) value 0.
         77 linesNeeded pic 9(1) value 1.
         77 printWork pic x(132).
         77 colHeadWork pic x(132).

         01 listingTitleLine.
           05 filler pic x(34)
             value "MADNESS AUDIT ARCHIVE QUERY  ".
           05 filler pic x(5) value "FROM ".
           05 lstFromDate pic x(8).
           05 filler pic x(4) value " TO ".
           05 lstToDate pic x(8).
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 lstRunDate pic x(10).
           05 filler pic x(42) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 lstPage pic zzz9.

         01 listingColHeadLine.
           05 filler pic x(28) value "TIMESTAMP".
           05 filler pic x(6) value "MODE".
           05 filler pic x(6) value "   N".
           05 filler pic x(6) value "   R".
           05 filler pic x(8) value "HIGH N".
           05 filler pic x(10) value "OVERFLOW".
           05 filler pic x(10) value "MISMATCH".
           05 filler pic x(7) value "SOURCE".

         01 listingDetailLine.
           05 lstTimestamp pic x(26).
           05 filler pic x(2) value spaces.
           05 lstMode pic x(4).
           05 filler pic x(2) value spaces.
           05 lstRequestedN pic x(3).
           05 filler pic x(3) value spaces.
           05 lstRequestedR pic x(3).
           05 filler pic x(3) value spaces.
           05 lstHighestN pic x(3).
           05 filler pic x(3) value spaces.
           05 lstOverflow pic x(5).
           05 filler pic x(5) value spaces.
           05 lstMismatch pic x(5).
           05 filler pic x(5) value spaces.
           05 lstSource pic x(7).

      *> the per-day section is audrpt's summary layout unchanged
         01 summaryHeadLine.
           05 filler pic x(10) value "DATE".
           05 filler pic x(8) value "GENR".
           05 filler pic x(8) value "EXTD".
           05 filler pic x(8) value "COMB".
           05 filler pic x(8) value "LOOK".
           05 filler pic x(8) value "PRIM".
           05 filler pic x(8) value "DRNG".
           05 filler pic x(8) value "CATL".
           05 filler pic x(8) value "ONLINE".
           05 filler pic x(8) value "REJECT".
           05 filler pic x(10) value "OVERFLOW".
           05 filler pic x(10) value "MISMATCH".

         01 summaryDetailLine.
           05 sumDate pic x(8).
           05 filler pic x(2) value spaces.
           05 sumGenrCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumExtdCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumCombCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumLookCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumPrimCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumDrngCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumCatlCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumOnlCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumRejCnt pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sumOvflCnt pic zzzzzz9.
           05 filler pic x(3) value spaces.
           05 sumMismCnt pic zzzzzz9.

         01 summaryTotalLine.
           05 sumTotalLabel pic x(30).
           05 sumTotalValue pic zzzzzz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date(1:8) to runDate
         perform readQueryCards
         if cardsInvalid
           display "AUDQRY REJECTED: CARD " cardNumber " - "
             rejectMessage
           move 12 to return-code
           stop run
         end-if
         open input archiveFile
         if archiveFileStatus not = "00"
           display "AUDQRY FAILED: AUDARCH NOT AVAILABLE"
           move 8 to return-code
           stop run
         end-if
         open input auditFile
         if auditFileStatus not = "00"
           display "AUDQRY FAILED: AUDITLOG NOT AVAILABLE"
           close archiveFile
           move 8 to return-code
           stop run
         end-if
         if restoreRequested
           perform readNextLive
           perform noteLiveRecord until auditIsAtEnd
           close auditFile
           open input auditFile
           set auditNotAtEnd to true
           move 0 to liveRead
         end-if
         perform openListingFile
         perform readNextArchive
         perform takeArchiveRecord until archiveIsAtEnd
         close archiveFile
         perform readNextLive
         perform takeLiveRecord until auditIsAtEnd
         close auditFile
         if restoreRequested
           perform restoreArchivedRecords
         end-if
         perform writeSummarySection
         close listingFile
         display "AUDQRY COMPLETE - " recordsListed " RECORDS LISTED ("
           archiveListed " ARCHIVE, " liveListed " LIVE), "
           duplicatesSkipped " DUPLICATES SKIPPED"
         if restoreRequested
           display "AUDQRY RESTORE - " recordsRestored
             " RECORDS PUT BACK ON AUDITLOG, " restoreAlreadyLive
             " ALREADY LIVE"
         end-if
         if seenOverflow > 0
           display "AUDQRY WARNING: DUPLICATE TABLE FULL - "
             seenOverflow " RECORDS NOT CHECKED FOR DUPLICATES"
           move 4 to return-code
         end-if
         if restoreIsUnsafe
           display "AUDQRY ERROR: RESTORE REFUSED - TOO MANY LIVE "
             "RECORDS IN THE RESTORE RANGE TO RULE OUT DUPLICATES"
           move 8 to return-code
         end-if
         stop run.

      *> the cards are all optional - no AQPARM lists everything
      *> on the archive and the live log; one bad card rejects the
      *> run rather than answering a different question than asked
       readQueryCards.
         open input queryParmFile
         if queryParmFileStatus = "00"
           perform readNextQueryCard
           perform validateQueryCard
             until queryParmIsAtEnd or cardsInvalid
           close queryParmFile
         end-if.

       readNextQueryCard.
         read queryParmFile
           at end set queryParmIsAtEnd to true
           not at end add 1 to cardNumber
         end-read.

       validateQueryCard.
         evaluate true
           when aqpIsDate
             if dateWasGiven
               set cardsInvalid to true
               move "ONLY ONE DATE CARD ALLOWED" to rejectMessage
             else
               perform takeDateCard
             end-if
           when aqpIsMode
             perform takeModeCard
           when aqpIsNRange
             perform takeNRangeCard
           when aqpIsOverflow
             set overflowOnlyWanted to true
           when aqpIsMismatch
             set mismatchOnlyWanted to true
           when aqpIsRestore
             if restoreRequested
               set cardsInvalid to true
               move "ONLY ONE REST CARD ALLOWED" to rejectMessage
             else
               perform takeRestoreCard
             end-if
           when other
             set cardsInvalid to true
             move "CARD TYPE MUST BE DATE, MODE, NRNG, OVFL, MISM, REST"
               to rejectMessage
         end-evaluate
         if cardsValid
           perform readNextQueryCard
         end-if.

       takeDateCard.
         if aqpFromText is not numeric or aqpToText is not numeric
           set cardsInvalid to true
           move "DATE CARD DATES MUST BE NUMERIC YYYYMMDD"
             to rejectMessage
         else
           if aqpFromText > aqpToText
             set cardsInvalid to true
             move "DATE CARD FROM-DATE EXCEEDS TO-DATE"
               to rejectMessage
           else
             move aqpFromText to fromDate
             move aqpToText to toDate
             set dateWasGiven to true
           end-if
         end-if.

       takeModeCard.
         if aqpModeText = spaces
           set cardsInvalid to true
           move "MODE CARD NAMES NO MODE" to rejectMessage
         else
           if modeCount not < modeMax
             set cardsInvalid to true
             move "MORE THAN 12 MODE CARDS" to rejectMessage
           else
             add 1 to modeCount
             move aqpModeText to selMode(modeCount)
           end-if
         end-if.

       takeNRangeCard.
         if nRangeWasGiven
           set cardsInvalid to true
           move "ONLY ONE NRNG CARD ALLOWED" to rejectMessage
         else
           if aqpNFromText is not numeric
               or aqpNToText is not numeric
             set cardsInvalid to true
             move "NRNG CARD VALUES MUST BE NUMERIC NNN"
               to rejectMessage
           else
             if aqpNFromText > aqpNToText
               set cardsInvalid to true
               move "NRNG CARD FROM-N EXCEEDS TO-N" to rejectMessage
             else
               move aqpNFromText to nFrom
               move aqpNToText to nTo
               set nRangeWasGiven to true
             end-if
           end-if
         end-if.

       takeRestoreCard.
         if aqpFromText is not numeric or aqpToText is not numeric
           set cardsInvalid to true
           move "REST CARD DATES MUST BE NUMERIC YYYYMMDD"
             to rejectMessage
         else
           if aqpFromText > aqpToText
             set cardsInvalid to true
             move "REST CARD FROM-DATE EXCEEDS TO-DATE"
               to rejectMessage
           else
             move aqpFromText to restoreFrom
             move aqpToText to restoreTo
             set restoreRequested to true
           end-if
         end-if.

       readNextArchive.
         read archiveFile into auditRec
           at end set archiveIsAtEnd to true
           not at end add 1 to archiveRead
         end-read.

       readNextLive.
         read auditFile into auditRec
           at end set auditIsAtEnd to true
           not at end add 1 to liveRead
         end-read.

      *> a record is selected when it passes every card given: the
      *> date range, one of the MODE cards, the N range, and - with
      *> OVFL and/or MISM - a nonzero count of the kind asked for
       checkSelection.
         set recordIsSelected to true
         move audTimestamp(1:8) to auditDate
         if auditDate < fromDate or auditDate > toDate
           set recordNotSelected to true
         end-if
         if recordIsSelected and modeCount > 0
           set recordNotSelected to true
           perform varying modeIdx from 1 by 1
               until modeIdx > modeCount
             if selMode(modeIdx) = audMode
               set recordIsSelected to true
             end-if
           end-perform
         end-if
         if recordIsSelected and nRangeWasGiven
           if audRequestedN is not numeric
             set recordNotSelected to true
           else
             if audRequestedN < nFrom or audRequestedN > nTo
               set recordNotSelected to true
             end-if
           end-if
         end-if
         if recordIsSelected
             and (overflowOnlyWanted or mismatchOnlyWanted)
           move "N" to exceptionHit
           if overflowOnlyWanted and audOverflowCnt is numeric
             if audOverflowCnt > 0
               set exceptionWasHit to true
             end-if
           end-if
           if mismatchOnlyWanted and audMismatchCnt is numeric
             if audMismatchCnt > 0
               set exceptionWasHit to true
             end-if
           end-if
           if not exceptionWasHit
             set recordNotSelected to true
           end-if
         end-if.

       checkRestoreRange.
         move "N" to inRestoreRange
         if restoreRequested
           if audTimestamp(1:8) >= restoreFrom
               and audTimestamp(1:8) <= restoreTo
             set recordInRestoreRange to true
           end-if
         end-if.

      *> restore pass: the live records already inside the restore
      *> range are remembered first, so none of them comes back a
      *> second time off the archive
       noteLiveRecord.
         perform checkRestoreRange
         if recordInRestoreRange
           perform findSeenRecord
           if seenSlot = 0
             perform addSeenRecord
             if seenSlot = 0
               set restoreIsUnsafe to true
             else
               move "L" to seenSource(seenSlot)
             end-if
           end-if
         end-if
         perform readNextLive.

       takeArchiveRecord.
         perform checkSelection
         perform checkRestoreRange
         if recordIsSelected or recordInRestoreRange
           perform findSeenRecord
           if seenSlot > 0
             if seenSource(seenSlot) = "L"
               if recordInRestoreRange
                 add 1 to restoreAlreadyLive
               end-if
             else
               add 1 to duplicatesSkipped
             end-if
           else
             perform addSeenRecord
             if seenSlot > 0
               move "A" to seenSource(seenSlot)
               if recordInRestoreRange
                 move "Y" to seenRestore(seenSlot)
               end-if
             end-if
             if recordIsSelected
               move "ARCHIVE" to recordSource
               perform listOneRecord
               add 1 to archiveListed
             end-if
           end-if
         end-if
         perform readNextArchive.

      *> a live record whose archived twin is already listed is a
      *> restored copy - counted once, as it was first listed
       takeLiveRecord.
         perform checkSelection
         if recordIsSelected
           perform findSeenRecord
           if seenSlot > 0 and seenListed(seenSlot) = "Y"
             add 1 to duplicatesSkipped
           else
             if seenSlot = 0
               perform addSeenRecord
               if seenSlot > 0
                 move "L" to seenSource(seenSlot)
               end-if
             end-if
             move "LIVE" to recordSource
             perform listOneRecord
             add 1 to liveListed
           end-if
         end-if
         perform readNextLive.

       findSeenRecord.
         move 0 to seenSlot
         perform varying seenIdx from 1 by 1
             until seenIdx > seenCount or seenSlot > 0
           if seenRecord(seenIdx) = auditRec
             move seenIdx to seenSlot
           end-if
         end-perform.

       addSeenRecord.
         if seenCount < seenMax
           add 1 to seenCount
           move seenCount to seenSlot
           move auditRec to seenRecord(seenSlot)
           move spaces to seenSource(seenSlot)
           move "N" to seenListed(seenSlot)
           move "N" to seenRestore(seenSlot)
         else
           move 0 to seenSlot
           add 1 to seenOverflow
         end-if.

      *> one listing line per selected record, tallied into its day
      *> slot and the period totals exactly as audrpt tallies
       listOneRecord.
         if seenSlot > 0
           move "Y" to seenListed(seenSlot)
         end-if
         add 1 to recordsListed
         move audTimestamp to lstTimestamp
         move audMode to lstMode
         move audRequestedN to lstRequestedN
         move audRequestedR to lstRequestedR
         move audHighestN to lstHighestN
         move audOverflowCnt to lstOverflow
         move audMismatchCnt to lstMismatch
         move recordSource to lstSource
         move listingDetailLine to printWork
         perform writePrintLine
         if audMode not = "GENR" and audMode not = "EXTD"
             and audMode not = "COMB" and audMode not = "LOOK"
             and audMode not = "PRIM" and audMode not = "DRNG"
             and audMode not = "CATL" and audMode not = "ONLR"
             and audMode not = "ONLB"
           add 1 to totalRejected
         end-if
         if audOverflowCnt is numeric
           add audOverflowCnt to totalOverflow
         end-if
         if audMismatchCnt is numeric
           add audMismatchCnt to totalMismatch
         end-if
         perform findDaySlot
         if daySlot > 0
           evaluate audMode
             when "GENR" add 1 to dayGenrCnt(daySlot)
             when "EXTD" add 1 to dayExtdCnt(daySlot)
             when "COMB" add 1 to dayCombCnt(daySlot)
             when "LOOK" add 1 to dayLookCnt(daySlot)
             when "PRIM" add 1 to dayPrimCnt(daySlot)
             when "DRNG" add 1 to dayDrngCnt(daySlot)
             when "CATL" add 1 to dayCatlCnt(daySlot)
             when "ONLR" add 1 to dayOnlCnt(daySlot)
             when "ONLB" add 1 to dayOnlCnt(daySlot)
             when other add 1 to dayRejCnt(daySlot)
           end-evaluate
           if audOverflowCnt is numeric
             add audOverflowCnt to dayOvflCnt(daySlot)
           end-if
           if audMismatchCnt is numeric
             add audMismatchCnt to dayMismCnt(daySlot)
           end-if
         end-if
         if audRequestedN is numeric and audRequestedN > largestN
           move audRequestedN to largestN
         end-if.

       findDaySlot.
         move 0 to daySlot
         perform varying dayIdx from 1 by 1 until dayIdx > dayCount
           if dayDate(dayIdx) = auditDate
             move dayIdx to daySlot
             move dayCount to dayIdx
           end-if
         end-perform
         if daySlot = 0
           if dayCount < dayMax
             add 1 to dayCount
             move dayCount to daySlot
             move auditDate to dayDate(daySlot)
             move 0 to dayGenrCnt(daySlot)
             move 0 to dayExtdCnt(daySlot)
             move 0 to dayCombCnt(daySlot)
             move 0 to dayLookCnt(daySlot)
             move 0 to dayPrimCnt(daySlot)
             move 0 to dayDrngCnt(daySlot)
             move 0 to dayCatlCnt(daySlot)
             move 0 to dayOnlCnt(daySlot)
             move 0 to dayRejCnt(daySlot)
             move 0 to dayOvflCnt(daySlot)
             move 0 to dayMismCnt(daySlot)
           else
             display "AUDQRY WARNING: DAY TABLE FULL, SKIPPING "
               auditDate
           end-if
         end-if.

      *> the archived records of the restore range that are not on
      *> the live log go back on its end, whole and unchanged - the
      *> next audhouse run ages them out again with everything else
       restoreArchivedRecords.
         if not restoreIsUnsafe
           open extend auditFile
           if auditFileStatus not = "00"
             display "AUDQRY ERROR: AUDITLOG COULD NOT BE EXTENDED, "
               "STATUS " auditFileStatus
             set restoreIsUnsafe to true
           else
             perform varying seenIdx from 1 by 1
                 until seenIdx > seenCount
               if seenRestore(seenIdx) = "Y"
                 move seenRecord(seenIdx) to auditLine
                 write auditLine
                 add 1 to recordsRestored
               end-if
             end-perform
             close auditFile
           end-if
         end-if.

       openListingFile.
         move runDate(1:4) to lstRunDate(1:4)
         move "-" to lstRunDate(5:1)
         move runDate(5:2) to lstRunDate(6:2)
         move "-" to lstRunDate(8:1)
         move runDate(7:2) to lstRunDate(9:2)
         move fromDate to lstFromDate
         move toDate to lstToDate
         move listingColHeadLine to colHeadWork
         open output listingFile.

      *> sole gate onto the listing: throws the page when the body
      *> is full and repeats the title and the current section's
      *> column headings at the top of every page
       writePrintLine.
         if lineCount + linesNeeded > pageLength
           perform startNewPage
         end-if
         write listingLine from printWork
         add 1 to lineCount
         move 1 to linesNeeded.

       startNewPage.
         add 1 to pageNumber
         move pageNumber to lstPage
         write listingLine from listingTitleLine
         move spaces to listingLine
         write listingLine
         write listingLine from colHeadWork
         move spaces to listingLine
         write listingLine
         move pageHeadLines to lineCount.

      *> the per-day breakdown and bottom-line totals start on a
      *> page of their own under audrpt's column headings
       writeSummarySection.
         move summaryHeadLine to colHeadWork
         move 99 to lineCount
         perform varying dayIdx from 1 by 1 until dayIdx > dayCount
           move dayDate(dayIdx) to sumDate
           move dayGenrCnt(dayIdx) to sumGenrCnt
           move dayExtdCnt(dayIdx) to sumExtdCnt
           move dayCombCnt(dayIdx) to sumCombCnt
           move dayLookCnt(dayIdx) to sumLookCnt
           move dayPrimCnt(dayIdx) to sumPrimCnt
           move dayDrngCnt(dayIdx) to sumDrngCnt
           move dayCatlCnt(dayIdx) to sumCatlCnt
           move dayOnlCnt(dayIdx) to sumOnlCnt
           move dayRejCnt(dayIdx) to sumRejCnt
           move dayOvflCnt(dayIdx) to sumOvflCnt
           move dayMismCnt(dayIdx) to sumMismCnt
           move summaryDetailLine to printWork
           perform writePrintLine
         end-perform
         move spaces to printWork
         perform writePrintLine
         move "RUNS IN PERIOD" to sumTotalLabel
         move recordsListed to sumTotalValue
         perform writeTotalLine
         move "REJECTED RUNS" to sumTotalLabel
         move totalRejected to sumTotalValue
         perform writeTotalLine
         move "OVERFLOW EVENTS" to sumTotalLabel
         move totalOverflow to sumTotalValue
         perform writeTotalLine
         move "RECONCILE MISMATCHES" to sumTotalLabel
         move totalMismatch to sumTotalValue
         perform writeTotalLine
         move "LARGEST N REQUESTED" to sumTotalLabel
         move largestN to sumTotalValue
         perform writeTotalLine
         move spaces to printWork
         perform writePrintLine
         move "ARCHIVE RECORDS READ" to sumTotalLabel
         move archiveRead to sumTotalValue
         perform writeTotalLine
         move "LIVE RECORDS READ" to sumTotalLabel
         move liveRead to sumTotalValue
         perform writeTotalLine
         move "LISTED FROM ARCHIVE" to sumTotalLabel
         move archiveListed to sumTotalValue
         perform writeTotalLine
         move "LISTED FROM LIVE LOG" to sumTotalLabel
         move liveListed to sumTotalValue
         perform writeTotalLine
         move "DUPLICATE COPIES SKIPPED" to sumTotalLabel
         move duplicatesSkipped to sumTotalValue
         perform writeTotalLine
         if seenOverflow > 0
           move "NOT CHECKED - TABLE FULL" to sumTotalLabel
           move seenOverflow to sumTotalValue
           perform writeTotalLine
         end-if
         if restoreRequested
           perform writeRestoreTotals
         end-if.

       writeRestoreTotals.
         move spaces to printWork
         perform writePrintLine
         move spaces to printWork
         string "RESTORE RANGE " restoreFrom " TO " restoreTo
           delimited by size into printWork
         perform writePrintLine
         if restoreIsUnsafe
           move "RESTORE REFUSED - NOTHING WRITTEN TO AUDITLOG"
             to printWork
           perform writePrintLine
         else
           move "RECORDS RESTORED TO AUDITLOG" to sumTotalLabel
           move recordsRestored to sumTotalValue
           perform writeTotalLine
           move "ALREADY LIVE - NOT RESTORED" to sumTotalLabel
           move restoreAlreadyLive to sumTotalValue
           perform writeTotalLine
         end-if.

       writeTotalLine.
         move summaryTotalLine to printWork
         perform writePrintLine.
