       IDENTIFICATION DIVISION.
       PROGRAM-ID. facntfy.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new change notification run for the departments
      *>            that depend on particular rows of the factor
      *>            table: after a promotion, rollback or reload
      *>            has moved RUNCTL on, compares FACTOR against the
      *>            snapshot kept from the last notification run and
      *>            writes each subscriber (SUBSCR deck) one file of
      *>            just its own added, changed and removed rows -
      *>            old and new value/status side by side - inside
      *>            facext-style header/trailer controls carrying
      *>            the new generation. a subscriber none of whose
      *>            rows moved gets an empty file, which the job
      *>            deletes. destinations are the fixed slots
      *>            NTFY01-NTFY08 the cards name; the snapshot only
      *>            rolls forward once every subscriber was
      *>            delivered - a run ending RC 8 or 12 carries the
      *>            old one over unchanged so the rerun resends

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select subscriptionFile assign to "SUBSCR"
           organization line sequential
           file status is subscriptionFileStatus.

         select factorFile assign to "FACTOR"
           organization indexed
           access mode is dynamic
           record key is fctN
           file status is factorFileStatus.

         select snapFile assign to "NTFSNAP"
           organization line sequential
           file status is snapFileStatus.

         select snapNewFile assign to "NTFSNEW"
           organization line sequential
           file status is snapNewFileStatus.

         select runControlFile assign to "RUNCTL"
           organization line sequential
           file status is runControlFileStatus.

      *> one file per subscriber, in the fixed destination slot
      *> NTFY01-NTFY08 its cards name; the slots share one status
         select notifyFile01 assign to "NTFY01"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile02 assign to "NTFY02"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile03 assign to "NTFY03"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile04 assign to "NTFY04"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile05 assign to "NTFY05"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile06 assign to "NTFY06"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile07 assign to "NTFY07"
           organization line sequential
           file status is notifyFileStatus.

         select notifyFile08 assign to "NTFY08"
           organization line sequential
           file status is notifyFileStatus.

         select reportFile assign to "NTFRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  subscriptionFile.
         copy sbsrec.

       FD  factorFile.
         copy factrec.

      *> same shape as factorRec (factrec.cpy) under its own names -
      *> the table as it stood at the last notification run, and
      *> the rolled-forward snapshot this run leaves behind
       FD  snapFile.
         01 snapRec.
           05 snpN pic 9(3).
           05 snpValue pic x(180).
           05 snpStatus pic x(7).

       FD  snapNewFile.
         01 snapNewRec.
           05 snpNewN pic 9(3).
           05 snpNewValue pic x(180).
           05 snpNewStatus pic x(7).

       FD  runControlFile.
         copy runrec.

      *> sized to the longest detail record: "D;" + 3-digit key +
      *> ";" + new value (180) + ";" + new status (7) + ";" + old
      *> value (180) + ";" + old status (7) + ";" + action code;
      *> every record is built in notifyLine and written to the
      *> subscriber's slot by writeNotifyLine
       FD  notifyFile01.
         01 notify01Rec pic x(385).

       FD  notifyFile02.
         01 notify02Rec pic x(385).

       FD  notifyFile03.
         01 notify03Rec pic x(385).

       FD  notifyFile04.
         01 notify04Rec pic x(385).

       FD  notifyFile05.
         01 notify05Rec pic x(385).

       FD  notifyFile06.
         01 notify06Rec pic x(385).

       FD  notifyFile07.
         01 notify07Rec pic x(385).

       FD  notifyFile08.
         01 notify08Rec pic x(385).

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 subscriptionFileStatus pic XX.
         77 factorFileStatus pic XX.
         77 snapFileStatus pic XX.
         77 snapNewFileStatus pic XX.
         77 runControlFileStatus pic XX.
         77 notifyFileStatus pic XX.
         77 reportFileStatus pic XX.

         77 notifyLine pic x(385).
         77 notifySlot pic 9(2).
         77 notifySlotMax pic 9(2) value 8.
         77 runDate pic x(8).
         77 currentGeneration pic 9(5) value 0.
         77 highestKey pic 9(3) value 0.

         77 tableStale pic x value "N".
           88 tableIsStale value "Y".
         77 deckIsValid pic x value "Y".
           88 deckValid value "Y".
           88 deckInvalid value "N".
         77 rejectMessage pic x(60).
         77 cardNumber pic 9(3) value 0.

         77 subscriptionAtEnd pic x value "N".
           88 subscriptionNotAtEnd value "N".
           88 subscriptionIsAtEnd value "Y".
         77 factorAtEnd pic x value "N".
           88 factorNotAtEnd value "N".
           88 factorIsAtEnd value "Y".
         77 snapAtEnd pic x value "N".
           88 snapNotAtEnd value "N".
           88 snapIsAtEnd value "Y".
      *> snapIsAtEnd doubles as "no snapshot at all" when the open
      *> fails, so the close at end of run keys off this instead
         77 snapOpened pic x value "N".
           88 snapWasOpened value "Y".

      *> one slot per possible key: the merge parks every row that
      *> moved since the snapshot under N + 1 - action A (added),
      *> C (changed) or R (removed), spaces for a row that did not
      *> move - so each subscriber's rows are picked out by range
         01 changeTable.
           05 changeRow occurs 1000 times.
             10 rowAction pic x.
             10 rowNewValue pic x(180).
             10 rowNewStatus pic x(7).
             10 rowOldValue pic x(180).
             10 rowOldStatus pic x(7).
         77 rowIdx pic 9(4).
         77 rowSlot pic 9(4).
         77 addedCount pic 9(7) value 0.
         77 changedCount pic 9(7) value 0.
         77 removedCount pic 9(7) value 0.
         77 unchangedCount pic 9(7) value 0.

      *> the subscription deck, one slot per card
         01 subscriptionTable.
           05 subscriptionEntry occurs 200 times.
             10 sbtDept pic x(4).
             10 sbtFrom pic 9(3).
             10 sbtTo pic 9(3).
             10 sbtDest pic x(8).
             10 sbtSlot pic 9(2).
         77 subscriptionCount pic 9(3) value 0.
         77 subscriptionMax pic 9(3) value 200.
         77 subscriptionIdx pic 9(3).

      *> one slot per subscriber (distinct destination), in the
      *> order first named on the deck
         01 destinationTable.
           05 destinationEntry occurs 200 times.
             10 dstDest pic x(8).
             10 dstSlot pic 9(2).
             10 dstDept pic x(4).
             10 dstCards pic 9(3).
             10 dstRows pic 9(7).
             10 dstHash pic 9(9).
             10 dstState pic x(14).
         77 destinationCount pic 9(3) value 0.
         77 destinationIdx pic 9(3).
         77 destinationSlot pic 9(3).

         77 rowCovered pic x value "N".
           88 rowIsCovered value "Y".
           88 rowNotCovered value "N".
         77 notifiedCount pic 9(3) value 0.
         77 quietCount pic 9(3) value 0.
         77 failedCount pic 9(3) value 0.

      *> hash total = sum over a file's detail records of N plus
      *> the digit-sum of the new value - facext's trailer rule, so
      *> each subscriber checks its file with the routine it uses
      *> for the extract (a removed row contributes its N only)
         77 notifyCount pic 9(7).
         77 hashTotal pic 9(9).
         77 digitIdx pic 9(3).
         77 digitValue pic 9(1).
         77 keyDisplay pic 9(3).
         77 countDisplay pic 9(7).
         77 hashDisplay pic 9(9).
         77 generationDisplay pic 9(5).

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
           05 filler pic x(35)
             value "MADNESS SUBSCRIBER NOTIFICATIONS  ".
           05 filler pic x(11) value "GENERATION ".
           05 rptTitleGeneration pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(50) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(10) value "DEST".
           05 filler pic x(6) value "DEPT".
           05 filler pic x(8) value "   CARDS".
           05 filler pic x(12) value "        ROWS".
           05 filler pic x(12) value "        HASH".
           05 filler pic x(2) value spaces.
           05 filler pic x(14) value "STATE".

         01 reportDetailLine.
           05 rptDest pic x(8).
           05 filler pic x(2) value spaces.
           05 rptDept pic x(4).
           05 filler pic x(2) value spaces.
           05 rptCards pic zzzzzzz9.
           05 filler pic x(1) value spaces.
           05 rptRows pic zzz,zzz,zz9.
           05 filler pic x(1) value spaces.
           05 rptHash pic zzzzzzzzzz9.
           05 filler pic x(2) value spaces.
           05 rptState pic x(14).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzzzz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date(1:8) to runDate
         perform loadSubscriptions
         if deckInvalid
           display "FACNTFY REJECTED: " rejectMessage
           perform carrySnapshotForward
           move 12 to return-code
           stop run
         end-if
         perform readRunControl
         if currentGeneration = 0
           display "FACNTFY FAILED: NO GENERATION ON RUNCTL - "
             "NOTHING NOTIFIED, SNAPSHOT NOT ROLLED"
           perform carrySnapshotForward
           move 8 to return-code
           stop run
         end-if
         open input factorFile
         if factorFileStatus not = "00"
           display "FACNTFY FAILED: FACTOR FILE NOT AVAILABLE"
           perform carrySnapshotForward
           move 8 to return-code
           stop run
         end-if
         move spaces to changeTable
         perform openSnapshot
         perform restartAtLowestKey
         if factorNotAtEnd
           perform readNextFactorRow
         end-if
         perform compareOneKey
           until factorIsAtEnd and snapIsAtEnd
         if snapWasOpened
           close snapFile
         end-if
         perform varying destinationIdx from 1 by 1
             until destinationIdx > destinationCount
           perform notifyOneSubscriber
         end-perform
         if failedCount = 0
           perform rollSnapshotForward
         else
           perform carrySnapshotForward
         end-if
         close factorFile
         perform openReportFile
         perform writeSummaryReport
         close reportFile
         display "FACNTFY COMPLETE - GENERATION " currentGeneration
           ", " addedCount " ADDED, " changedCount " CHANGED, "
           removedCount " REMOVED, " notifiedCount " NOTIFIED, "
           quietCount " WITH NO CHANGES"
         if tableIsStale
           move 4 to return-code
         end-if
         if failedCount > 0
           display "FACNTFY ERROR: " failedCount
             " SUBSCRIBER(S) NOT DELIVERED"
           move 8 to return-code
         end-if
         stop run.

      *> the whole deck is checked before anything is compared or
      *> rolled forward: one bad card rejects the run, so no
      *> subscriber silently misses the changes of this generation
       loadSubscriptions.
         open input subscriptionFile
         if subscriptionFileStatus not = "00"
           set deckInvalid to true
           move "SUBSCR DECK NOT AVAILABLE" to rejectMessage
         else
           perform readNextSubscription
           perform takeOneSubscription
             until subscriptionIsAtEnd or deckInvalid
           close subscriptionFile
           if deckValid and subscriptionCount = 0
             set deckInvalid to true
             move "SUBSCR DECK IS EMPTY" to rejectMessage
           end-if
         end-if.

       readNextSubscription.
         read subscriptionFile
           at end set subscriptionIsAtEnd to true
           not at end add 1 to cardNumber
         end-read.

       takeOneSubscription.
         evaluate true
           when sbsDept = spaces
             set deckInvalid to true
             move "DEPARTMENT CODE MISSING" to rejectMessage
           when sbsFromText is not numeric
             set deckInvalid to true
             move "FROM-N MUST BE NUMERIC NNN" to rejectMessage
           when sbsToText not = spaces and sbsToText is not numeric
             set deckInvalid to true
             move "TO-N MUST BE NUMERIC NNN OR BLANK" to rejectMessage
           when sbsToText not = spaces and sbsToText < sbsFromText
             set deckInvalid to true
             move "TO-N IS BELOW FROM-N" to rejectMessage
           when sbsDest = spaces
             set deckInvalid to true
             move "DESTINATION SLOT MISSING" to rejectMessage
           when sbsDest(1:4) not = "NTFY"
               or sbsDest(5:2) is not numeric
               or sbsDest(7:2) not = spaces
               or sbsDest(5:2) = "00"
               or sbsDest(5:2) > "08"
             set deckInvalid to true
             move "DESTINATION MUST BE A SLOT NTFY01 TO NTFY08"
               to rejectMessage
           when subscriptionCount not < subscriptionMax
             set deckInvalid to true
             move "MORE THAN 200 SUBSCRIPTION CARDS" to rejectMessage
           when other
             perform keepSubscription
         end-evaluate
         if deckInvalid
           display "FACNTFY: SUBSCR CARD " cardNumber " - "
             rejectMessage
         else
           perform readNextSubscription
         end-if.

       keepSubscription.
         add 1 to subscriptionCount
         move sbsDept to sbtDept(subscriptionCount)
         move sbsFromText to sbtFrom(subscriptionCount)
         if sbsToText = spaces
           move sbsFromText to sbtTo(subscriptionCount)
         else
           move sbsToText to sbtTo(subscriptionCount)
         end-if
         move sbsDest to sbtDest(subscriptionCount)
         move sbsDest(5:2) to sbtSlot(subscriptionCount)
         move 0 to destinationSlot
         perform varying destinationIdx from 1 by 1
             until destinationIdx > destinationCount
           if dstDest(destinationIdx) = sbsDest
             move destinationIdx to destinationSlot
           end-if
         end-perform
         if destinationSlot = 0
           add 1 to destinationCount
           move destinationCount to destinationSlot
           move sbsDest to dstDest(destinationSlot)
           move sbsDest(5:2) to dstSlot(destinationSlot)
           move sbsDept to dstDept(destinationSlot)
           move 0 to dstCards(destinationSlot)
           move 0 to dstRows(destinationSlot)
           move 0 to dstHash(destinationSlot)
           move spaces to dstState(destinationSlot)
         end-if
         add 1 to dstCards(destinationSlot).

      *> the header carries the generation the notifications bring
      *> the subscribers up to, so RUNCTL has to be readable; a
      *> table that is unreconciled or failed facvrfy still
      *> notifies, but the step ends RC 4 as the extracts do
       readRunControl.
         open input runControlFile
         if runControlFileStatus = "00"
           read runControlFile
             at end continue
             not at end
               move rcGeneration to currentGeneration
               move rcHighestKey to highestKey
               if rcVerdict not = "CLEAN"
                   and rcVerdict not = "ROLLBACK"
                 set tableIsStale to true
                 display "FACNTFY WARNING: RUNCTL VERDICT IS "
                   rcVerdict
               end-if
               if rcVerifyVerdict = "VRFYFAIL"
                   and rcVerifyGeneration = rcGeneration
                 set tableIsStale to true
                 display "FACNTFY WARNING: TABLE FAILED FACVRFY "
                   "SELF-VERIFICATION"
               end-if
           end-read
           close runControlFile
         end-if.

      *> the snapshot from the last run is optional - a first run
      *> with no NTFSNAP present sees every current row as added
       openSnapshot.
         move "N" to snapOpened
         open input snapFile
         if snapFileStatus = "00"
           set snapWasOpened to true
           set snapNotAtEnd to true
           perform readNextSnapRow
         else
           set snapIsAtEnd to true
         end-if.

       restartAtLowestKey.
         set factorNotAtEnd to true
         move 0 to fctN
         start factorFile key not less than fctN
           invalid key set factorIsAtEnd to true
         end-start.

       readNextFactorRow.
         read factorFile next record
           at end set factorIsAtEnd to true
           not at end continue
         end-read.

       readNextSnapRow.
         read snapFile
           at end set snapIsAtEnd to true
           not at end continue
         end-read.

      *> key-order merge of the current table against the snapshot,
      *> as facdlt does it - except that a row the table no longer
      *> holds is a change a subscriber needs to hear about, so it
      *> is parked as removed with its old value
       compareOneKey.
         evaluate true
           when factorIsAtEnd
             perform parkRemovedRow
             perform readNextSnapRow
           when snapIsAtEnd
             perform parkAddedRow
             perform readNextFactorRow
           when fctN < snpN
             perform parkAddedRow
             perform readNextFactorRow
           when fctN > snpN
             perform parkRemovedRow
             perform readNextSnapRow
           when other
             if fctValue not = snpValue
                 or fctStatus not = snpStatus
               compute rowSlot = fctN + 1
               move "C" to rowAction(rowSlot)
               move fctValue to rowNewValue(rowSlot)
               move fctStatus to rowNewStatus(rowSlot)
               move snpValue to rowOldValue(rowSlot)
               move snpStatus to rowOldStatus(rowSlot)
               add 1 to changedCount
             else
               add 1 to unchangedCount
             end-if
             perform readNextFactorRow
             perform readNextSnapRow
         end-evaluate.

       parkAddedRow.
         compute rowSlot = fctN + 1
         move "A" to rowAction(rowSlot)
         move fctValue to rowNewValue(rowSlot)
         move fctStatus to rowNewStatus(rowSlot)
         add 1 to addedCount.

       parkRemovedRow.
         compute rowSlot = snpN + 1
         move "R" to rowAction(rowSlot)
         move snpValue to rowOldValue(rowSlot)
         move snpStatus to rowOldStatus(rowSlot)
         add 1 to removedCount.

      *> the new snapshot is the table as it stands, written only
      *> once every subscriber has had its file - the second pass
      *> over FACTOR starts again from the lowest key
       rollSnapshotForward.
         open output snapNewFile
         perform restartAtLowestKey
         if factorNotAtEnd
           perform readNextFactorRow
         end-if
         perform rollSnapshotRow until factorIsAtEnd
         close snapNewFile.

       rollSnapshotRow.
         move fctN to snpNewN
         move fctValue to snpNewValue
         move fctStatus to snpNewStatus
         write snapNewRec
         perform readNextFactorRow.

      *> a run that stops short of delivering to everyone leaves
      *> the new snapshot a copy of the old, so a rerun finds the
      *> same changes again; with no old snapshot the new one is
      *> empty, as if this run had never happened
       carrySnapshotForward.
         open output snapNewFile
         perform openSnapshot
         perform carrySnapshotRow until snapIsAtEnd
         if snapWasOpened
           close snapFile
         end-if
         close snapNewFile.

       carrySnapshotRow.
         write snapNewRec from snapRec
         perform readNextSnapRow.

      *> the subscriber's rows are counted first - a subscriber
      *> whose rows all stood still gets its slot opened and closed
      *> with nothing in it, no header or trailer, and the job
      *> deletes the empty file
       notifyOneSubscriber.
         move 0 to notifyCount
         perform varying rowIdx from 1 by 1 until rowIdx > 1000
           if rowAction(rowIdx) not = space
             perform checkRowCovered
             if rowIsCovered
               add 1 to notifyCount
             end-if
           end-if
         end-perform
         if notifyCount = 0
           add 1 to quietCount
           move "NO CHANGES" to dstState(destinationIdx)
           move dstSlot(destinationIdx) to notifySlot
           perform openNotifySlot
           if notifyFileStatus = "00"
             perform closeNotifySlot
           end-if
         else
           perform writeNotificationFile
         end-if.

      *> a row belongs to the subscriber when any of the cards that
      *> name its destination covers the row's N
       checkRowCovered.
         set rowNotCovered to true
         compute keyDisplay = rowIdx - 1
         perform varying subscriptionIdx from 1 by 1
             until subscriptionIdx > subscriptionCount
                or rowIsCovered
           if sbtDest(subscriptionIdx) = dstDest(destinationIdx)
               and keyDisplay not < sbtFrom(subscriptionIdx)
               and keyDisplay not > sbtTo(subscriptionIdx)
             set rowIsCovered to true
           end-if
         end-perform.

       writeNotificationFile.
         move dstSlot(destinationIdx) to notifySlot
         perform openNotifySlot
         if notifyFileStatus not = "00"
           add 1 to failedCount
           move "NOT DELIVERED" to dstState(destinationIdx)
           display "FACNTFY: DESTINATION " dstDest(destinationIdx)
             " NOT AVAILABLE, STATUS " notifyFileStatus
         else
           move 0 to notifyCount
           move 0 to hashTotal
           perform writeHeaderRecord
           perform varying rowIdx from 1 by 1 until rowIdx > 1000
             if rowAction(rowIdx) not = space
               perform checkRowCovered
               if rowIsCovered
                 perform writeDetailRecord
               end-if
             end-if
           end-perform
           perform writeTrailerRecord
           perform closeNotifySlot
           add 1 to notifiedCount
           move notifyCount to dstRows(destinationIdx)
           move hashTotal to dstHash(destinationIdx)
           move "NOTIFIED" to dstState(destinationIdx)
         end-if.

      *> facext's header (run date, table high key) with the new
      *> generation and the subscriber's department behind it
       writeHeaderRecord.
         move highestKey to keyDisplay
         move currentGeneration to generationDisplay
         move spaces to notifyLine
         string "H;" runDate ";" keyDisplay ";" generationDisplay
           ";" dstDept(destinationIdx)
           delimited by size into notifyLine
         perform writeNotifyLine.

       writeDetailRecord.
         add 1 to notifyCount
         compute keyDisplay = rowIdx - 1
         add keyDisplay to hashTotal
         perform varying digitIdx from 1 by 1 until digitIdx > 180
           if rowNewValue(rowIdx)(digitIdx:1) is numeric
             move rowNewValue(rowIdx)(digitIdx:1) to digitValue
             add digitValue to hashTotal
           end-if
         end-perform
         move spaces to notifyLine
         string "D;" keyDisplay ";"
           function trim(rowNewValue(rowIdx)) ";"
           function trim(rowNewStatus(rowIdx)) ";"
           function trim(rowOldValue(rowIdx)) ";"
           function trim(rowOldStatus(rowIdx)) ";"
           rowAction(rowIdx)
           delimited by size into notifyLine
         perform writeNotifyLine.

       writeTrailerRecord.
         move notifyCount to countDisplay
         move hashTotal to hashDisplay
         move spaces to notifyLine
         string "T;" countDisplay ";" hashDisplay
           delimited by size into notifyLine
         perform writeNotifyLine.

      *> the destination slots: one SELECT per DD, picked by the
      *> slot number the subscriber's cards carry
       openNotifySlot.
         evaluate notifySlot
           when 1
             open output notifyFile01
           when 2
             open output notifyFile02
           when 3
             open output notifyFile03
           when 4
             open output notifyFile04
           when 5
             open output notifyFile05
           when 6
             open output notifyFile06
           when 7
             open output notifyFile07
           when 8
             open output notifyFile08
         end-evaluate.

       writeNotifyLine.
         evaluate notifySlot
           when 1
             write notify01Rec from notifyLine
           when 2
             write notify02Rec from notifyLine
           when 3
             write notify03Rec from notifyLine
           when 4
             write notify04Rec from notifyLine
           when 5
             write notify05Rec from notifyLine
           when 6
             write notify06Rec from notifyLine
           when 7
             write notify07Rec from notifyLine
           when 8
             write notify08Rec from notifyLine
         end-evaluate.

       closeNotifySlot.
         evaluate notifySlot
           when 1
             close notifyFile01
           when 2
             close notifyFile02
           when 3
             close notifyFile03
           when 4
             close notifyFile04
           when 5
             close notifyFile05
           when 6
             close notifyFile06
           when 7
             close notifyFile07
           when 8
             close notifyFile08
         end-evaluate.

       openReportFile.
         move runDate(1:4) to rptTitleDate(1:4)
         move "-" to rptTitleDate(5:1)
         move runDate(5:2) to rptTitleDate(6:2)
         move "-" to rptTitleDate(8:1)
         move runDate(7:2) to rptTitleDate(9:2)
         move currentGeneration to rptTitleGeneration
         open output reportFile.

      *> sole gate onto the report file: throws the page when the
      *> body is full and repeats the title and column headings at
      *> the top of every page
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

       writeSummaryReport.
         perform varying destinationIdx from 1 by 1
             until destinationIdx > destinationCount
           move dstDest(destinationIdx) to rptDest
           move dstDept(destinationIdx) to rptDept
           move dstCards(destinationIdx) to rptCards
           move dstRows(destinationIdx) to rptRows
           move dstHash(destinationIdx) to rptHash
           move dstState(destinationIdx) to rptState
           move reportDetailLine to printWork
           perform writePrintLine
         end-perform
         move spaces to printWork
         perform writePrintLine
         move "ROWS ADDED SINCE SNAPSHOT" to rptTotalLabel
         move addedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "ROWS CHANGED SINCE SNAPSHOT" to rptTotalLabel
         move changedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "ROWS REMOVED SINCE SNAPSHOT" to rptTotalLabel
         move removedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "ROWS UNCHANGED" to rptTotalLabel
         move unchangedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move "SUBSCRIBERS NOTIFIED" to rptTotalLabel
         move notifiedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "SUBSCRIBERS WITH NO CHANGES" to rptTotalLabel
         move quietCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         if failedCount > 0
           move "SUBSCRIBERS NOT DELIVERED" to rptTotalLabel
           move failedCount to rptTotalValue
           move reportTotalLine to printWork
           perform writePrintLine
         end-if.
