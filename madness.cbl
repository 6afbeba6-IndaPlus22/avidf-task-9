      *>            layout, and a run summary page per deck - these
      *>            reports sit in the archive for seven years and
      *>            have to read without the job's SYSOUT beside them
      *> 2026-10-15 treat a table whose current generation failed
      *>            facvrfy's self-verification as stale at the LOOK
      *>            gate, and start the run-control rewrite from a
      *>            cleared record so the facvrfy verification fields
      *>            carry forward from the record read; a record
      *>            from before those fields, blank in them, starts
      *>            them as never verified
      *> 2026-10-15 keep every COMB (nCr and nPr), DRNG and CATL
      *>            answer on the keyed results file FACRSLT under
      *>            mode, N and R so faclook and the FINQ screen can
      *>            serve it without a deck card; an answer that
      *>            cannot be kept grades the card a warning
      *> 2026-10-15 append every RUNCTL change a promotion attempt
      *>            makes to the permanent RUNHIST generation ledger,
      *>            tied to the card and its AUDITLOG record
      *> 2026-10-15 append each card's outcome - run summary
      *>            disposition and condition code, under the
      *>            run's start stamp - to the CARDLOG card history
      *>            the FOPS operations screen reports from

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           organization line sequential
           file status is runControlFileStatus.

         select runHistoryFile assign to "RUNHIST"
           organization indexed
           access mode is dynamic
           record key is hstKey
           file status is runHistoryFileStatus.

         select resultFile assign to "FACRSLT"
           organization indexed
           access mode is dynamic
           record key is rsKey
           file status is resultFileStatus.

         select cardLogFile assign to "CARDLOG"
           organization line sequential
           file status is cardLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  parmFile.
       FD  runControlFile.
         copy runrec.

       FD  runHistoryFile.
         copy hstrec.

       FD  resultFile.
         copy rsltrec.

       FD  cardLogFile.
         copy crdrec.

       WORKING-STORAGE SECTION.
       *> factorial in COBOL

         77 checkpointFileStatus pic XX.
         77 refFileStatus pic XX.
         77 runControlFileStatus pic XX.
         77 runHistoryFileStatus pic XX.
         77 resultFileStatus pic XX.
         77 cardLogFileStatus pic XX.
         77 runDate pic x(8).
         77 runTimestamp pic x(26).

         77 tableStale pic x value "N".
           88 tableIsStale value "Y".

      *> one COMB, DRNG or CATL answer on its way to the keyed
      *> results file, and the flag raised when it could not be
      *> kept - the answer is still printed, but faclook and FINQ
      *> will not be able to serve it
         77 keepMode pic x(4).
         77 keepValue pic x(180).
         77 keepStatus pic x(7).
         77 resultKept pic x value "Y".
           88 resultNotKept value "N".

      *> the state a promotion attempt just wrote to RUNCTL, held
      *> for the RUNHIST ledger entry written once the card's audit
      *> record (whose timestamp the entry carries) is on AUDITLOG
         77 runControlChanged pic x value "N".
           88 runControlWasChanged value "Y".
         77 ledgerStamp pic x(26).
         77 ledgerGeneration pic 9(5).
         77 ledgerVerdict pic x(9).
         77 ledgerHighestKey pic 9(3).
         77 ledgerVerifyVerdict pic x(9).

      *> seed state for the EXTD extension mode: the highest VALID
      *> row found on the existing FACTOR table, whose value text
      *> is parsed back into the base-10000 accumulator chunks
             10 csMism pic 9(5).
             10 csDisp pic x(9).
         77 cardSumMax pic 9(3) value 200.
         77 cardDisposition pic x(9).
         77 runStartStamp pic x(26).

         01 reportTitleLine.
           05 filler pic x(19) value "MADNESS FACTORIAL ".

       PROCEDURE DIVISION.
       mainPara.
         move function current-date to runStartStamp
         perform openReportFile
         open input parmFile
         if parmFileStatus = "00"
         end-if
         perform setCardSeverity
         perform storeCardSummary
         perform writeAuditRecord
         if runControlWasChanged
           perform appendRunHistory
         end-if
         perform writeCardOutcome.

      *> captures the card's outcome for the run summary page the
      *> footer prints once the deck is done, and the disposition
      *> writeCardOutcome records on the card history
       storeCardSummary.
         evaluate true
           when nInvalid
             move "REJECTED" to cardDisposition
      *> an unavailable table outranks the LOOK verdicts: a lookup
      *> that never had a table to read is not "NOT FOUND"
           when tableIsUnavailable
             move "NO TABLE" to cardDisposition
           when runMode = "LOOK" and lookupFound = "Y"
             move "FOUND" to cardDisposition
           when runMode = "LOOK"
             move "NOT FOUND" to cardDisposition
           when runMode = "COMB" or runMode = "PRIM"
               or runMode = "DRNG" or runMode = "CATL"
             if overflowCount > 0
               move "OVERFLOW" to cardDisposition
             else
               move "DONE" to cardDisposition
             end-if
           when not reconcileDidRun
             move "NO REF" to cardDisposition
           when reconcileMismatches > 0
             move "MISMATCH" to cardDisposition
           when other
             move "CLEAN" to cardDisposition
         end-evaluate
         if cardNumber not > cardSumMax
           move runMode to csMode(cardNumber)
           move n to csN(cardNumber)
           move highestValidN to csHighest(cardNumber)
           move overflowCount to csOvfl(cardNumber)
           move reconcileMismatches to csMism(cardNumber)
           move cardDisposition to csDisp(cardNumber)
         end-if.

      *> grades the card just processed and keeps the worst grade
         if tableIsStale and cardReturnCode < 4
           move 4 to cardReturnCode
         end-if
         if resultNotKept and cardReturnCode < 4
           move 4 to cardReturnCode
         end-if
         if reconcileMismatches > 0
           move 8 to cardReturnCode
         end-if
         move "N" to tableUnavailable
         move "N" to tableStale
         move "N" to reconcileRan
         move "Y" to resultKept
         move "N" to runControlChanged
         move "VALID" to rowStatus
         move 0 to i
         move 0 to n
      *> generation (FACTOR is unchanged) but records SUPPRESSD so
      *> no reader ships a table the night suppressed
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
         end-if
         move function current-date to rcPromoteStamp
         move runControlVerdict to rcVerdict
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
           set runControlWasChanged to true
         else
           display "RUNCTL NOT AVAILABLE - RUN CONTROL NOT UPDATED"
         end-if.

      *> a RUNCTL record written before the verify fields were
      *> added reads back with them blank; it starts out as never
      *> verified rather than carrying spaces in numeric fields
       clearVerifyFields.
         move zeros to rcVerifyGeneration rcVerifyRows rcVerifyFailed
         move spaces to rcVerifyStamp rcVerifyVerdict.

      *> a reader's gate on the shared run-control record: a LOOK
      *> against a table whose last promotion attempt was suppressed,
      *> that was never reconciled, or whose state is unknown still
                 display "TABLE STATE WARNING - RUNCTL VERDICT IS "
                   rcVerdict
               end-if
               if rcVerifyVerdict = "VRFYFAIL"
                   and rcVerifyGeneration = rcGeneration
                 set tableIsStale to true
                 display "TABLE STATE WARNING - TABLE FAILED FACVRFY "
                   "SELF-VERIFICATION"
               end-if
           end-read
           close runControlFile
         end-if.
         move "nCr" to comboLabel
         move nCrDisplay to wrapValue
         move ncrStatus to comboStatus
         perform writeComboRow
         move "PERM" to keepMode
         move nPrDisplay to keepValue
         move nprStatus to keepStatus
         perform keepResult
         move "COMB" to keepMode
         move nCrDisplay to keepValue
         move ncrStatus to keepStatus
         perform keepResult.

      *> combinatorics and lookup results share the wrapped value
      *> column of the table detail, keyed by a short label instead
         display "D(" n ") = " bigDisplay " (" comboStatus ")"
         move "DRG" to comboLabel
         move bigDisplay to wrapValue
         perform writeComboRow
         move "DRNG" to keepMode
         move bigDisplay to keepValue
         move comboStatus to keepStatus
         perform keepResult.

      *> Catalan number C(n) by the exact stepwise product
      *> C(n) = product(k=1..n) of (n+k)/k, then over (n+1): the
         display "C(" n ") = " bigDisplay " (" comboStatus ")"
         move "CAT" to comboLabel
         move bigDisplay to wrapValue
         perform writeComboRow
         move "CATL" to keepMode
         move bigDisplay to keepValue
         move comboStatus to keepStatus
         perform keepResult.

      *> files one COMB, PERM, DRNG or CATL answer on the keyed
      *> results file under mode, N and R (R is 000 for DRNG and
      *> CATL) so faclook and FINQ can answer it later without a
      *> deck card; a card repeating an earlier key replaces the
      *> kept answer. the file is created on first use - only a
      *> missing file (status 35) is opened output, never one that
      *> is merely unavailable, so a bad open cannot empty it
       keepResult.
         open i-o resultFile
         if resultFileStatus = "35"
           open output resultFile
         end-if
         if resultFileStatus not = "00"
           set resultNotKept to true
           display "FACRSLT NOT AVAILABLE - " keepMode " RESULT FOR "
             "CARD " cardNumber " NOT KEPT"
         else
           move keepMode to rsMode
           move n to rsN
           if keepMode = "COMB" or keepMode = "PERM"
             move runR to rsR
           else
             move 0 to rsR
           end-if
           move keepValue to rsValue
           move keepStatus to rsStatus
           write resultRec
             invalid key
               rewrite resultRec
                 invalid key
                   set resultNotKept to true
                   display "FACRSLT REWRITE FAILED FOR " rsKey
               end-rewrite
           end-write
           close resultFile
         end-if.

      *> adds one to bigNumber, carrying across chunks; a carry out
      *> of the top chunk is an overflow, graded exactly like a
         write auditRec
         close auditFile.

      *> every change to RUNCTL is also appended to the permanent
      *> RUNHIST ledger, tied to the card number and the timestamp
      *> of the audit record just written, so an auditor can walk
      *> from a generation back to the AUDITLOG run that made it.
      *> the ledger is created on first use - only a missing file
      *> (status 35) is opened output, so a bad open cannot empty
      *> it. the card is already graded by now, so a change the
      *> ledger missed raises the step code to a warning directly
       appendRunHistory.
         open i-o runHistoryFile
         if runHistoryFileStatus = "35"
           open output runHistoryFile
         end-if
         if runHistoryFileStatus not = "00"
           display "RUNHIST NOT AVAILABLE - GENERATION HISTORY NOT "
             "RECORDED FOR CARD " cardNumber
           if worstReturnCode < 4
             move 4 to worstReturnCode
           end-if
         else
           initialize runHistoryRec
           move ledgerStamp to hstStamp
           move "MADNESS" to hstProgram
           move ledgerGeneration to hstGeneration
           move ledgerVerdict to hstVerdict
           move ledgerHighestKey to hstHighestKey
           move ledgerVerifyVerdict to hstVerifyVerdict
           move runMode to hstRunMode
           move cardNumber to hstCardNumber
           move runTimestamp to hstAuditStamp
           write runHistoryRec
             invalid key
               display "RUNHIST WRITE FAILED FOR " hstKey
               if worstReturnCode < 4
                 move 4 to worstReturnCode
               end-if
           end-write
           close runHistoryFile
         end-if.

      *> the card history behind the FOPS screen: one record per
      *> card under the run's start stamp, carrying the disposition
      *> the summary page prints and the card's own condition code.
      *> like the audit log it is extended, or created on first use;
      *> a card it cannot take is a warning, not a reason to stop
       writeCardOutcome.
         open extend cardLogFile
         if cardLogFileStatus not = "00"
           close cardLogFile
           open output cardLogFile
         end-if
         if cardLogFileStatus not = "00"
           display "CARDLOG NOT AVAILABLE - OUTCOME NOT RECORDED FOR "
             "CARD " cardNumber
           if worstReturnCode < 4
             move 4 to worstReturnCode
           end-if
         else
           initialize cardOutcomeRec
           move runStartStamp to crdRunStamp
           move cardNumber to crdCardNumber
           move runMode to crdMode
           move n to crdN
           move runR to crdR
           move cardDisposition to crdDisposition
           move cardReturnCode to crdReturnCode
           move runTimestamp to crdAuditStamp
           write cardOutcomeRec
           close cardLogFile
         end-if.

       writeFactorRecord.
         move i to fctNewN
         move bigDisplay to fctNewValue
