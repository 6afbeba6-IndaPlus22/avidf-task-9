       IDENTIFICATION DIVISION.
       PROGRAM-ID. fachlth.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new pre-chain health check, run ahead of
      *>            parmunld and madness: proves the datasets the
      *>            nightly chain reads and writes still agree with
      *>            one another before anything is built on them -
      *>            RUNCTL's high key against FACTOR, FACTORPRV
      *>            against the generation the ledger says it
      *>            retired, a left-over GENR checkpoint against the
      *>            deck, FACTREF against FACTOR, the FACSNAP high
      *>            key against FACTOR, and the last RUNCTL change
      *>            against the audit record of the run that made
      *>            it. every inconsistency is listed on HLTHRPT;
      *>            any one ends RC 8 so the scheduler holds the
      *>            chain, a check that could not run ends RC 4

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select runControlFile assign to "RUNCTL"
           organization line sequential
           file status is runControlFileStatus.

         select factorFile assign to "FACTOR"
           organization indexed
           access mode is dynamic
           record key is fctN
           file status is factorFileStatus.

         select factorPrevFile assign to "FACTORPRV"
           organization indexed
           access mode is dynamic
           record key is fctPrvN
           file status is factorPrevFileStatus.

         select runHistoryFile assign to "RUNHIST"
           organization indexed
           access mode is dynamic
           record key is hstKey
           file status is runHistoryFileStatus.

         select checkpointFile assign to "CKPOINT"
           organization line sequential
           file status is checkpointFileStatus.

         select parmDeckFile assign to "PARMDECK"
           organization indexed
           access mode is dynamic
           record key is pdkSeq
           file status is parmDeckFileStatus.

         select refFile assign to "FACTREF"
           organization line sequential
           file status is refFileStatus.

         select snapFile assign to "FACSNAP"
           organization line sequential
           file status is snapFileStatus.

         select auditFile assign to "AUDITLOG"
           organization line sequential
           file status is auditFileStatus.

         select reportFile assign to "HLTHRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  runControlFile.
         copy runrec.

       FD  factorFile.
         copy factrec.

      *> same shape as factorRec (factrec.cpy) under its own names -
      *> the retired generation written by madness's promoteTable
       FD  factorPrevFile.
         01 factorPrevRec.
           05 fctPrvN pic 9(3).
           05 fctPrvValue pic x(180).
           05 fctPrvStatus pic x(7).

       FD  runHistoryFile.
         copy hstrec.

       FD  checkpointFile.
         copy ckptrec.

       FD  parmDeckFile.
         copy pdkrec.

       FD  refFile.
         copy refrec.

      *> same shape as factorRec - the snapshot facdlt keeps from
      *> its last extract run
       FD  snapFile.
         01 snapRec.
           05 snpN pic 9(3).
           05 snpValue pic x(180).
           05 snpStatus pic x(7).

       FD  auditFile.
         copy audtrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 runControlFileStatus pic XX.
         77 factorFileStatus pic XX.
         77 factorPrevFileStatus pic XX.
         77 runHistoryFileStatus pic XX.
         77 checkpointFileStatus pic XX.
         77 parmDeckFileStatus pic XX.
         77 refFileStatus pic XX.
         77 snapFileStatus pic XX.
         77 auditFileStatus pic XX.
         77 reportFileStatus pic XX.

         77 runDate pic x(8).
         77 fileAtEnd pic x value "N".
           88 fileNotAtEnd value "N".
           88 fileIsAtEnd value "Y".

      *> the RUNCTL record as read, held here once the file closes
         77 controlFound pic x value "N".
           88 controlWasFound value "Y".
         77 ctlGeneration pic 9(5) value 0.
         77 ctlStamp pic x(26) value spaces.
         77 ctlVerdict pic x(9) value spaces.
         77 ctlHighestKey pic 9(3) value 0.

         77 factorFound pic x value "N".
           88 factorWasFound value "Y".
         77 factorHighKey pic 9(3) value 0.
         77 factorRows pic 9(5) value 0.

      *> what the ledger says: the last RUNCTL change (the entry
      *> whose stamp is the RUNCTL promote stamp), and for the most
      *> recent madness promotion the generation it retired - the
      *> one FACTORPRV should now hold - with that generation's
      *> high key
         77 ledgerFound pic x value "N".
           88 ledgerWasFound value "Y".
         77 ledgerEntries pic 9(7) value 0.
      *> the ledger's earliest entry - on an installation that ran
      *> before the ledger existed, history older than this is not
      *> on it, and a check that needs it is skipped, not failed
         77 firstLedgerStamp pic x(26) value spaces.
         77 firstLedgerGeneration pic 9(5) value 0.
         77 lastChangeFound pic x value "N".
           88 lastChangeWasFound value "Y".
         77 lastChangeProgram pic x(8) value spaces.
         77 lastChangeAuditStamp pic x(26) value spaces.
         77 lastChangeCard pic 9(3) value 0.
         77 promotionFound pic x value "N".
           88 promotionWasFound value "Y".
         77 promotionGeneration pic 9(5) value 0.
         77 promotionStamp pic x(26) value spaces.
         77 retiredGeneration pic 9(5) value 0.
         77 retiredHighKey pic 9(3) value 0.
         77 retiredKnown pic x value "N".
           88 retiredIsKnown value "Y".
         77 priorGeneration pic 9(5) value 0.
         77 priorHighKey pic 9(3) value 0.
         77 priorKnown pic x value "N".
           88 priorIsKnown value "Y".

         77 prevHighKey pic 9(3) value 0.
         77 prevRows pic 9(5) value 0.
         77 deckMatchSeq pic 9(3) value 0.
         77 deckCards pic 9(5) value 0.
         77 refRows pic 9(5) value 0.
         77 snapHighKey pic 9(3) value 0.
         77 snapRows pic 9(5) value 0.
         77 auditRows pic 9(7) value 0.
         77 lastAuditStamp pic x(26) value spaces.
         77 auditMatchFound pic x value "N".
           88 auditMatchWasFound value "Y".

      *> each check ends PASS, FAIL (at least one inconsistency
      *> listed) or SKIPPED (a dataset it needs was not there)
         77 checkNumber pic 9(1) value 0.
         77 checkResult pic x(7).
         77 checksPassed pic 9(1) value 0.
         77 checksFailed pic 9(1) value 0.
         77 checksSkipped pic 9(1) value 0.
         77 findingCount pic 9(5) value 0.
         77 checkFindings pic 9(5) value 0.
         77 findingText pic x(120).
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
           05 filler pic x(36)
             value "MADNESS PRE-CHAIN HEALTH CHECK  ".
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(67) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(8) value "CHECK".
           05 filler pic x(112) value "DESCRIPTION / INCONSISTENCY".

         01 reportCheckLine.
           05 filler pic x(2) value spaces.
           05 rptCheckNumber pic 9.
           05 filler pic x(5) value spaces.
           05 rptCheckTitle pic x(70).

         01 reportFindingLine.
           05 filler pic x(10) value spaces.
           05 rptFinding pic x(120).

         01 reportResultLine.
           05 filler pic x(8) value spaces.
           05 filler pic x(8) value "RESULT: ".
           05 rptResult pic x(7).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzzzz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date(1:8) to runDate
         perform openReportFile
         perform readRunControl
         perform scanFactor
         perform scanLedger
         perform checkRunControlHighKey
         perform checkPriorGeneration
         perform checkPendingCheckpoint
         perform checkReferenceRows
         perform checkSnapshotHighKey
         perform checkLastRunFinished
         perform writeTotals
         close reportFile
         display "FACHLTH COMPLETE - " checksPassed " PASSED, "
           checksFailed " FAILED, " checksSkipped " SKIPPED, "
           findingCount " INCONSISTENCIES"
         evaluate true
           when checksFailed > 0
             display "FACHLTH: INCONSISTENCIES FOUND - HOLD THE CHAIN"
             move 8 to return-code
           when checksSkipped > 0
             move 4 to return-code
           when other
             move 0 to return-code
         end-evaluate
         stop run.

       readRunControl.
         open input runControlFile
         if runControlFileStatus = "00"
           read runControlFile
             at end continue
             not at end
               set controlWasFound to true
               move rcGeneration to ctlGeneration
               move rcPromoteStamp to ctlStamp
               move rcVerdict to ctlVerdict
               move rcHighestKey to ctlHighestKey
           end-read
           close runControlFile
         end-if.

      *> one pass over FACTOR for its real high key and row count;
      *> the file stays open for the FACTREF keyed reads later
       scanFactor.
         open input factorFile
         if factorFileStatus = "00"
           set factorWasFound to true
           set fileNotAtEnd to true
           perform readNextFactor
           perform until fileIsAtEnd
             move fctN to factorHighKey
             add 1 to factorRows
             perform readNextFactor
           end-perform
         end-if.

       readNextFactor.
         read factorFile next record
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> one pass over the ledger in time order, remembering the
      *> generation and high key that stood before each madness
      *> promotion as it goes past
       scanLedger.
         open input runHistoryFile
         if runHistoryFileStatus = "00"
           set ledgerWasFound to true
           set fileNotAtEnd to true
           perform readNextLedger
           perform takeLedgerEntry until fileIsAtEnd
           close runHistoryFile
         end-if.

       readNextLedger.
         read runHistoryFile next record
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

       takeLedgerEntry.
         add 1 to ledgerEntries
         if ledgerEntries = 1
           move hstStamp to firstLedgerStamp
           move hstGeneration to firstLedgerGeneration
         end-if
         if hstStamp = ctlStamp and hstProgram not = "FACVRFY"
           set lastChangeWasFound to true
           move hstProgram to lastChangeProgram
           move hstAuditStamp to lastChangeAuditStamp
           move hstCardNumber to lastChangeCard
         end-if
         if hstProgram = "MADNESS"
             and (hstVerdict = "CLEAN" or hstVerdict = "NORECON")
           set promotionWasFound to true
           move hstGeneration to promotionGeneration
           move hstStamp to promotionStamp
           move priorKnown to retiredKnown
           move priorGeneration to retiredGeneration
           move priorHighKey to retiredHighKey
         end-if
         set priorIsKnown to true
         move hstGeneration to priorGeneration
         move hstHighestKey to priorHighKey
         perform readNextLedger.

      *> check 1 - the high key RUNCTL advertises to the readers is
      *> the high key FACTOR really holds
       checkRunControlHighKey.
         move "RUNCTL HIGH KEY MATCHES FACTOR'S ACTUAL HIGHEST KEY"
           to rptCheckTitle
         perform startCheck
         evaluate true
           when not controlWasFound
             move "RUNCTL NOT AVAILABLE OR EMPTY" to findingText
             perform skipCheck
           when not factorWasFound
             move "FACTOR NOT AVAILABLE" to findingText
             perform skipCheck
           when factorRows = 0
             move spaces to findingText
             string "FACTOR IS EMPTY BUT RUNCTL GENERATION "
               ctlGeneration " CLAIMS HIGH KEY " ctlHighestKey
               delimited by size into findingText
             perform writeFinding
           when factorHighKey not = ctlHighestKey
             move spaces to findingText
             string "RUNCTL HIGH KEY " ctlHighestKey
               " BUT FACTOR'S HIGHEST KEY IS " factorHighKey
               delimited by size into findingText
             perform writeFinding
           when other
             continue
         end-evaluate
         perform endCheck.

      *> check 2 - FACTORPRV holds the generation the last madness
      *> promotion retired: its high key is that generation's high
      *> key on the ledger, and a first-ever promotion (which had
      *> nothing to retire) leaves no FACTORPRV at all. a ledger
      *> that starts after generation 1 began on a running table:
      *> a FACTORPRV the ledger cannot account for predates it
       checkPriorGeneration.
         move "FACTORPRV IS THE GENERATION THE LAST PROMOTION RETIRED"
           to rptCheckTitle
         perform startCheck
         open input factorPrevFile
         if factorPrevFileStatus = "00"
           set fileNotAtEnd to true
           perform readNextPrev
           perform until fileIsAtEnd
             move fctPrvN to prevHighKey
             add 1 to prevRows
             perform readNextPrev
           end-perform
           close factorPrevFile
         end-if
         evaluate true
           when not ledgerWasFound
             move "RUNHIST LEDGER NOT AVAILABLE" to findingText
             perform skipCheck
           when ledgerEntries = 0
             move "RUNHIST LEDGER IS EMPTY" to findingText
             perform skipCheck
           when not promotionWasFound and firstLedgerGeneration > 1
             if prevRows > 0
               move "FACTORPRV PREDATES THE RUNHIST LEDGER"
                 to findingText
               perform skipCheck
             end-if
           when not retiredIsKnown and firstLedgerGeneration > 1
             if prevRows > 0
               move "RETIRED GENERATION PREDATES THE RUNHIST LEDGER"
                 to findingText
               perform skipCheck
             end-if
           when not promotionWasFound
             if prevRows > 0
               move spaces to findingText
               string "LEDGER SHOWS NO PROMOTION, YET FACTORPRV "
                 "HOLDS ROWS UP TO N = " prevHighKey
                 delimited by size into findingText
               perform writeFinding
             end-if
           when not retiredIsKnown
             if prevRows > 0
               move spaces to findingText
               string "FIRST PROMOTION ON THE LEDGER RETIRED NOTHING,"
                 " YET FACTORPRV HOLDS ROWS UP TO N = " prevHighKey
                 delimited by size into findingText
               perform writeFinding
             end-if
           when prevRows = 0
             move retiredGeneration to generationDisplay
             move spaces to findingText
             string "FACTORPRV MISSING OR EMPTY - LAST PROMOTION "
               "RETIRED GENERATION " generationDisplay
               delimited by size into findingText
             perform writeFinding
           when other
             if prevHighKey not = retiredHighKey
               move retiredGeneration to generationDisplay
               move spaces to findingText
               string "FACTORPRV HIGH KEY " prevHighKey
                 " BUT RETIRED GENERATION " generationDisplay
                 " HAD HIGH KEY " retiredHighKey
                 delimited by size into findingText
               perform writeFinding
             end-if
             if retiredGeneration + 1 not = promotionGeneration
               move promotionGeneration to generationDisplay
               move spaces to findingText
               string "LEDGER GAP - PROMOTION TO GENERATION "
                 generationDisplay " DOES NOT FOLLOW GENERATION "
                 retiredGeneration
                 delimited by size into findingText
               perform writeFinding
             end-if
         end-evaluate
         perform endCheck.

       readNextPrev.
         read factorPrevFile next record
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> check 3 - a checkpoint left on CKPOINT belongs to a GENR
      *> build the deck will run again; one whose N no deck card
      *> asks for any more is an abandoned build
       checkPendingCheckpoint.
         move "NO CHECKPOINT LEFT FROM AN ABANDONED GENR BUILD"
           to rptCheckTitle
         perform startCheck
         open input checkpointFile
         if checkpointFileStatus not = "00"
           move "CKPOINT NOT AVAILABLE" to findingText
           perform skipCheck
         else
           read checkpointFile
             at end
               close checkpointFile
             not at end
               close checkpointFile
               perform matchCheckpointToDeck
           end-read
         end-if
         perform endCheck.

       matchCheckpointToDeck.
         open input parmDeckFile
         if parmDeckFileStatus not = "00"
           move "PARMDECK NOT AVAILABLE" to findingText
           perform skipCheck
         else
           set fileNotAtEnd to true
           perform readNextDeckCard
           perform until fileIsAtEnd
             add 1 to deckCards
             if pdkMode = "GENR" and pdkNText is numeric
               if pdkNText = ckpN and deckMatchSeq = 0
                 move pdkSeq to deckMatchSeq
               end-if
             end-if
             perform readNextDeckCard
           end-perform
           close parmDeckFile
           if deckMatchSeq = 0
             move spaces to findingText
             string "CHECKPOINT FOR GENR " ckpN " AT ROW " ckpI
               " MATCHES NO GENR CARD ON PARMDECK"
               delimited by size into findingText
             perform writeFinding
           end-if
         end-if.

       readNextDeckCard.
         read parmDeckFile next record
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> check 4 - every known-good FACTREF row has its row on
      *> FACTOR, carrying the same value
       checkReferenceRows.
         move "EVERY FACTREF ROW HAS A MATCHING FACTOR ROW"
           to rptCheckTitle
         perform startCheck
         open input refFile
         evaluate true
           when refFileStatus not = "00"
             move "FACTREF NOT AVAILABLE" to findingText
             perform skipCheck
           when not factorWasFound
             close refFile
             move "FACTOR NOT AVAILABLE" to findingText
             perform skipCheck
           when other
             set fileNotAtEnd to true
             perform readNextRef
             perform matchOneRefRow until fileIsAtEnd
             close refFile
         end-evaluate
         if factorWasFound
           close factorFile
         end-if
         perform endCheck.

       readNextRef.
         read refFile
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

       matchOneRefRow.
         add 1 to refRows
         move refN to fctN
         read factorFile
           invalid key
             move spaces to findingText
             string "FACTREF ROW N = " refN " HAS NO FACTOR ROW"
               delimited by size into findingText
             perform writeFinding
           not invalid key
             if fctValue not = refValue
               move spaces to findingText
               string "FACTREF ROW N = " refN
                 " DIFFERS FROM FACTOR'S VALUE (STATUS "
                 fctStatus ")"
                 delimited by size into findingText
               perform writeFinding
             end-if
         end-read
         perform readNextRef.

      *> check 5 - the facdlt snapshot was cut from a table at
      *> least as long as the one on FACTOR now
       checkSnapshotHighKey.
         move "FACSNAP HIGH KEY IS NOT AHEAD OF FACTOR"
           to rptCheckTitle
         perform startCheck
         open input snapFile
         evaluate true
           when snapFileStatus not = "00"
             move "FACSNAP NOT AVAILABLE" to findingText
             perform skipCheck
           when not factorWasFound
             close snapFile
             move "FACTOR NOT AVAILABLE" to findingText
             perform skipCheck
           when other
             set fileNotAtEnd to true
             perform readNextSnap
             perform until fileIsAtEnd
               move snpN to snapHighKey
               add 1 to snapRows
               perform readNextSnap
             end-perform
             close snapFile
             if snapRows > 0 and snapHighKey > factorHighKey
               move spaces to findingText
               string "FACSNAP HIGH KEY " snapHighKey
                 " IS AHEAD OF FACTOR'S HIGHEST KEY " factorHighKey
                 delimited by size into findingText
               perform writeFinding
             end-if
         end-evaluate
         perform endCheck.

       readNextSnap.
         read snapFile
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> check 6 - the last change to RUNCTL came from a run that
      *> finished: it reached the ledger, and when madness made it,
      *> the card's audit record is on AUDITLOG. a RUNCTL stamp
      *> newer than anything the audit trail or the ledger knows
      *> about is a run that died between the two writes. a
      *> RUNCTL stamp older than the ledger's first entry was made
      *> before the ledger existed and cannot be judged by it
       checkLastRunFinished.
         move "LAST RUNCTL CHANGE CAME FROM A RUN THAT FINISHED"
           to rptCheckTitle
         perform startCheck
         open input auditFile
         if auditFileStatus = "00"
           set fileNotAtEnd to true
           perform readNextAudit
           perform until fileIsAtEnd
             add 1 to auditRows
      *> the newest stamp, not the last record: audqry REST appends
      *> restored archive records, older than the live ones, at
      *> the end of AUDITLOG
             if audTimestamp > lastAuditStamp
               move audTimestamp to lastAuditStamp
             end-if
             if audTimestamp = lastChangeAuditStamp
               set auditMatchWasFound to true
             end-if
             perform readNextAudit
           end-perform
           close auditFile
         end-if
         evaluate true
           when not controlWasFound
             move "RUNCTL NOT AVAILABLE OR EMPTY" to findingText
             perform skipCheck
           when not ledgerWasFound
             move "RUNHIST LEDGER NOT AVAILABLE" to findingText
             perform skipCheck
           when auditFileStatus not = "00"
             move "AUDITLOG NOT AVAILABLE" to findingText
             perform skipCheck
           when not lastChangeWasFound
               and (ledgerEntries = 0 or ctlStamp < firstLedgerStamp)
             move "RUNCTL CHANGE PREDATES THE RUNHIST LEDGER"
               to findingText
             perform skipCheck
           when not lastChangeWasFound
             move spaces to findingText
             string "RUNCTL STAMP " function trim(ctlStamp)
               " HAS NO LEDGER ENTRY - THE RUN THAT MADE IT DID "
               "NOT FINISH"
               delimited by size into findingText
             perform writeFinding
           when lastChangeProgram not = "MADNESS"
             continue
           when not auditMatchWasFound
             move spaces to findingText
             string "MADNESS CARD " lastChangeCard
               " CHANGED RUNCTL AT " function trim(ctlStamp)
               " BUT ITS AUDIT RECORD IS NOT ON AUDITLOG"
               delimited by size into findingText
             perform writeFinding
           when lastAuditStamp < ctlStamp
             move spaces to findingText
             string "LAST AUDITLOG RECORD "
               function trim(lastAuditStamp)
               " IS OLDER THAN RUNCTL STAMP " function trim(ctlStamp)
               delimited by size into findingText
             perform writeFinding
           when other
             continue
         end-evaluate
         perform endCheck.

       readNextAudit.
         read auditFile
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

       startCheck.
         add 1 to checkNumber
         move checkNumber to rptCheckNumber
         move 0 to checkFindings
         move "PASS" to checkResult
         if checkNumber > 1
           move spaces to printWork
           perform writePrintLine
         end-if
         move 2 to linesNeeded
         move reportCheckLine to printWork
         perform writePrintLine.

       writeFinding.
         add 1 to checkFindings
         add 1 to findingCount
         move "FAIL" to checkResult
         move findingText to rptFinding
         move reportFindingLine to printWork
         perform writePrintLine.

       skipCheck.
         move "SKIPPED" to checkResult
         move findingText to rptFinding
         move reportFindingLine to printWork
         perform writePrintLine.

       endCheck.
         evaluate checkResult
           when "PASS" add 1 to checksPassed
           when "FAIL" add 1 to checksFailed
           when other add 1 to checksSkipped
         end-evaluate
         move checkResult to rptResult
         move reportResultLine to printWork
         perform writePrintLine.

       openReportFile.
         move runDate(1:4) to rptTitleDate(1:4)
         move "-" to rptTitleDate(5:1)
         move runDate(5:2) to rptTitleDate(6:2)
         move "-" to rptTitleDate(8:1)
         move runDate(7:2) to rptTitleDate(9:2)
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

       writeTotals.
         move spaces to printWork
         perform writePrintLine
         move "CHECKS PASSED" to rptTotalLabel
         move checksPassed to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CHECKS FAILED" to rptTotalLabel
         move checksFailed to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "CHECKS SKIPPED" to rptTotalLabel
         move checksSkipped to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "INCONSISTENCIES LISTED" to rptTotalLabel
         move findingCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         if checksFailed > 0
           move "INCONSISTENCIES FOUND - HOLD THE CHAIN" to printWork
         else
           if checksSkipped > 0
             move "NO INCONSISTENCIES FOUND - NOT EVERY CHECK RAN"
               to printWork
           else
             move "ALL CHECKS PASSED - CHAIN MAY RUN" to printWork
           end-if
         end-if
         perform writePrintLine.
