       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 append every RUNCTL change to the permanent
      *>            RUNHIST generation ledger
      *> 2026-10-15 start the run-control rewrite from a cleared
      *>            record so the facvrfy verification fields carry
      *>            forward from the record read; a record from
      *>            before those fields, blank in them, starts them
      *>            as never verified
      *> 2026-09-02 record every completed rollback on the shared
      *>            RUNCTL run-control record (verdict ROLLBACK,
      *>            restored high key) so the reader jobs know the
           organization line sequential
           file status is runControlFileStatus.

         select runHistoryFile assign to "RUNHIST"
           organization indexed
           access mode is dynamic
           record key is hstKey
           file status is runHistoryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  factorFile.
       FD  runControlFile.
         copy runrec.

       FD  runHistoryFile.
         copy hstrec.

       WORKING-STORAGE SECTION.
         77 factorFileStatus pic XX.
         77 factorPrevFileStatus pic XX.
         77 runControlFileStatus pic XX.
         77 runHistoryFileStatus pic XX.

      *> the state just written to RUNCTL, held for the ledger entry
      *> that follows it onto RUNHIST
         77 ledgerStamp pic x(26).
         77 ledgerGeneration pic 9(5).
         77 ledgerVerdict pic x(9).
         77 ledgerHighestKey pic 9(3).
         77 ledgerVerifyVerdict pic x(9).

         77 prevAtEnd pic x value "N".
           88 prevNotAtEnd value "N".
      *> the generation advances, the verdict says ROLLBACK, and
      *> the high key reflects the restored generation
       updateRunControl.
         initialize runControlRec
         open input runControlFile
         if runControlFileStatus = "00"
           read runControlFile
             at end move 0 to rcGeneration
             not at end
               if rcVerifyGeneration is not numeric
                 perform clearVerifyFields
               end-if
           end-read
           close runControlFile
         end-if
         move function current-date to rcPromoteStamp
         move "ROLLBACK" to rcVerdict
         move restoredHighKey to rcHighestKey
         move rcPromoteStamp to ledgerStamp
         move rcGeneration to ledgerGeneration
         move rcVerdict to ledgerVerdict
         move rcHighestKey to ledgerHighestKey
         if rcVerifyGeneration = rcGeneration
           move rcVerifyVerdict to ledgerVerifyVerdict
         else
           move spaces to ledgerVerifyVerdict
         end-if
         open output runControlFile
         if runControlFileStatus = "00"
           write runControlRec
           close runControlFile
           perform appendRunHistory
         else
           display "RUNCTL NOT AVAILABLE - RUN CONTROL NOT UPDATED"
         end-if.

      *> a RUNCTL record written before the verify fields were
      *> added reads back with them blank; it starts out as never
      *> verified rather than carrying spaces in numeric fields
       clearVerifyFields.
         move zeros to rcVerifyGeneration rcVerifyRows rcVerifyFailed
         move spaces to rcVerifyStamp rcVerifyVerdict.

      *> every change to RUNCTL is also appended to the permanent
      *> RUNHIST ledger, so the generation it replaced is never
      *> lost; the ledger is created on first use - only a missing
      *> file (status 35) is opened output, so a bad open cannot
      *> empty it. a change the ledger missed ends the step RC 4
       appendRunHistory.
         open i-o runHistoryFile
         if runHistoryFileStatus = "35"
           open output runHistoryFile
         end-if
         if runHistoryFileStatus not = "00"
           display "RUNHIST NOT AVAILABLE - GENERATION HISTORY NOT "
             "RECORDED"
           move 4 to return-code
         else
           initialize runHistoryRec
           move ledgerStamp to hstStamp
           move "FACROLL" to hstProgram
           move ledgerGeneration to hstGeneration
           move ledgerVerdict to hstVerdict
           move ledgerHighestKey to hstHighestKey
           move ledgerVerifyVerdict to hstVerifyVerdict
           move "ROLL" to hstRunMode
           write runHistoryRec
             invalid key
               display "RUNHIST WRITE FAILED FOR " hstKey
               move 4 to return-code
           end-write
           close runHistoryFile
         end-if.
