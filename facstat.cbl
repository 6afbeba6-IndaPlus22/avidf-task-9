       IDENTIFICATION DIVISION.
       PROGRAM-ID. facstat.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 a RUNCTL record from before the verify fields,
      *>            blank in them, is shown as never verified
      *> 2026-10-15 new operations status snapshot, run at the end of
      *>            the nightly chain after madness and audmon:
      *>            gathers what the on-call operator used to read
      *>            from four datasets - the RUNCTL record, whether
      *>            a GENR checkpoint is left on CKPOINT, the last
      *>            madness run's cards from CARDLOG and the open
      *>            exceptions on the latest AUDEXCP - into one
      *>            OPSSTAT record keyed by the run, which the FOPS
      *>            screen shows and pages back through. a dataset
      *>            that could not be read is marked on the snapshot
      *>            and ends RC 4; no snapshot written ends RC 8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select runControlFile assign to "RUNCTL"
           organization line sequential
           file status is runControlFileStatus.

         select checkpointFile assign to "CKPOINT"
           organization line sequential
           file status is checkpointFileStatus.

         select cardLogFile assign to "CARDLOG"
           organization line sequential
           file status is cardLogFileStatus.

         select exceptionFile assign to "AUDEXCP"
           organization line sequential
           file status is exceptionFileStatus.

         select opsStatusFile assign to "OPSSTAT"
           organization indexed
           access mode is dynamic
           record key is opsRunStamp
           file status is opsStatusFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  runControlFile.
         copy runrec.

       FD  checkpointFile.
         copy ckptrec.

       FD  cardLogFile.
         copy crdrec.

      *> same shape as audmon's exceptionDetailLine - the heading,
      *> blank and total lines around the detail lines are told
      *> apart by the reason audmon puts in the first 18 bytes
       FD  exceptionFile.
         01 exceptionLine.
           05 exlReason pic x(18).
             88 exlIsException value "MISMATCH NONZERO"
                                     "OVERFLOW DAY LIMIT"
                                     "REJECT WEEK LIMIT".
           05 filler pic x(2).
           05 exlTimestamp pic x(26).
           05 filler pic x(2).
           05 exlMode pic x(4).
           05 filler pic x(4).
           05 exlN pic x(3).
           05 filler pic x(73).

       FD  opsStatusFile.
         copy opsrec.

       WORKING-STORAGE SECTION.
         77 runControlFileStatus pic XX.
         77 checkpointFileStatus pic XX.
         77 cardLogFileStatus pic XX.
         77 exceptionFileStatus pic XX.
         77 opsStatusFileStatus pic XX.

         77 fileAtEnd pic x value "N".
           88 fileNotAtEnd value "N".
           88 fileIsAtEnd value "Y".
         77 snapStamp pic x(26).
         77 cardSlot pic 9(2) value 0.
         77 excpSlot pic 9(1) value 0.
         77 statusWritten pic x value "N".
           88 statusWasWritten value "Y".

       PROCEDURE DIVISION.
       mainPara.
         move function current-date to snapStamp
         initialize opsStatusRec
         move snapStamp to opsSnapStamp
         perform readRunControl
         perform readCheckpoint
         perform readCardLog
         perform readExceptions
         if opsRunStamp = spaces
           move snapStamp to opsRunStamp
         end-if
         perform writeStatus
         if not statusWasWritten
           move 8 to return-code
         end-if
         display "FACSTAT COMPLETE - RUN " opsRunStamp(1:16)
           " GENERATION " opsGeneration " " opsVerdict
           " CARDS " opsCardCount " EXCEPTIONS " opsExcpCount
         stop run.

      *> the RUNCTL record as it stands; with none the snapshot
      *> still goes out, saying so in the verdict
       readRunControl.
         move "NO RUNCTL" to opsVerdict
         open input runControlFile
         if runControlFileStatus = "00"
           read runControlFile
             at end continue
             not at end
               move rcGeneration to opsGeneration
               move rcPromoteStamp to opsPromoteStamp
               move rcVerdict to opsVerdict
               move rcHighestKey to opsHighestKey
      *> a record from before the verify fields is blank in them:
      *> shown as never verified
               if rcVerifyGeneration is numeric
                 move rcVerifyGeneration to opsVerifyGeneration
                 move rcVerifyVerdict to opsVerifyVerdict
               end-if
           end-read
           close runControlFile
         end-if
         if opsVerdict = "NO RUNCTL"
           display "RUNCTL NOT AVAILABLE"
           move 4 to return-code
         end-if.

      *> madness keeps one CKPOINT record while a GENR build is in
      *> flight and empties the file when the build finishes, so a
      *> record here is a build waiting to resume at that row
       readCheckpoint.
         open input checkpointFile
         if checkpointFileStatus not = "00"
           set opsCkptUnknown to true
           display "CKPOINT NOT AVAILABLE"
           move 4 to return-code
         else
           read checkpointFile
             at end
               set opsCkptNone to true
             not at end
               set opsCkptPending to true
               move ckpN to opsCkptN
               move ckpI to opsCkptRow
           end-read
           close checkpointFile
         end-if.

      *> the latest run is the highest run stamp on the card
      *> history; a higher stamp starts the collection over, so one
      *> pass leaves just that run's cards. the first sixteen are
      *> kept, all are counted, and the worst card code is the run's
       readCardLog.
         open input cardLogFile
         if cardLogFileStatus not = "00"
           display "CARDLOG NOT AVAILABLE"
           move 4 to return-code
         else
           set fileNotAtEnd to true
           perform readNextCard
           perform until fileIsAtEnd
             if crdRunStamp > opsRunStamp
               move crdRunStamp to opsRunStamp
               move 0 to opsCardCount
               move 0 to opsStepCode
               perform varying cardSlot from 1 by 1
                   until cardSlot > 16
                 initialize opsCard(cardSlot)
               end-perform
               move 0 to cardSlot
             end-if
             if crdRunStamp = opsRunStamp
               perform keepCard
             end-if
             perform readNextCard
           end-perform
           close cardLogFile
         end-if.

       keepCard.
         add 1 to opsCardCount
         if crdReturnCode > opsStepCode
           move crdReturnCode to opsStepCode
         end-if
         if cardSlot < 16
           add 1 to cardSlot
           move crdCardNumber to opsCardNumber(cardSlot)
           move crdMode to opsCardMode(cardSlot)
           move crdN to opsCardN(cardSlot)
           move crdR to opsCardR(cardSlot)
           move crdDisposition to opsCardDisp(cardSlot)
           move crdReturnCode to opsCardCode(cardSlot)
         end-if.

       readNextCard.
         read cardLogFile
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> every detail line on the latest audmon generation is an
      *> exception still open; they come oldest first, so the last
      *> four are kept, the newest at the bottom
       readExceptions.
         open input exceptionFile
         if exceptionFileStatus not = "00"
           set opsExcpUnknown to true
           display "AUDEXCP NOT AVAILABLE"
           move 4 to return-code
         else
           set opsExcpKnown to true
           set fileNotAtEnd to true
           perform readNextException
           perform until fileIsAtEnd
             if exlIsException
               perform keepException
             end-if
             perform readNextException
           end-perform
           close exceptionFile
         end-if.

       keepException.
         add 1 to opsExcpCount
         if opsExcpCount > 4
           perform varying excpSlot from 1 by 1 until excpSlot > 3
             move opsExcp(excpSlot + 1) to opsExcp(excpSlot)
           end-perform
           move 4 to excpSlot
         else
           move opsExcpCount to excpSlot
         end-if
         move exlReason to opsExcpReason(excpSlot)
         move exlTimestamp to opsExcpStamp(excpSlot)
         move exlMode to opsExcpMode(excpSlot)
         move exlN to opsExcpN(excpSlot).

       readNextException.
         read exceptionFile
           at end set fileIsAtEnd to true
           not at end continue
         end-read.

      *> a second snapshot of the same run (the step rerun) replaces
      *> the first. OPSSTAT is created on first use - only a missing
      *> file (status 35) is opened output, so a bad open cannot
      *> empty it
       writeStatus.
         open i-o opsStatusFile
         if opsStatusFileStatus = "35"
           open output opsStatusFile
         end-if
         if opsStatusFileStatus not = "00"
           display "OPSSTAT NOT AVAILABLE - STATUS NOT RECORDED"
         else
           write opsStatusRec
             invalid key
               rewrite opsStatusRec
                 invalid key
                   display "OPSSTAT REWRITE FAILED FOR " opsRunStamp
                 not invalid key
                   set statusWasWritten to true
               end-rewrite
             not invalid key
               set statusWasWritten to true
           end-write
           close opsStatusFile
         end-if.
