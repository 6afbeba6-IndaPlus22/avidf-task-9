       IDENTIFICATION DIVISION.
       PROGRAM-ID. facvrfy.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 a RUNCTL record from before the verify fields,
      *>            blank in them, is cleared to never verified
      *>            before the verdict is put on it
      *> 2026-10-15 append each verdict recorded on RUNCTL to the
      *>            permanent RUNHIST generation ledger
      *> 2026-10-15 new self-consistency verification of the keyed
      *>            FACTOR table, row by row in key order and on each
      *>            row's own terms instead of against FACTREF: row N
      *>            must equal N times row N-1, its digit count and
      *>            trailing zeros must match what the PRIM mode's
      *>            Legendre exponents predict, and its status must
      *>            agree with whether the value fits the 45-chunk
      *>            accumulator. pass/fail per row on VRFYRPT, RC 8
      *>            on any failure, and the verdict recorded on the
      *>            RUNCTL run-control record so the rows beyond the
      *>            reference file's reach are vouched for too

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select factorFile assign to "FACTOR"
           organization indexed
           access mode is dynamic
           record key is fctN
           file status is factorFileStatus.

         select reportFile assign to "VRFYRPT"
           organization line sequential
           file status is reportFileStatus.

         select runControlFile assign to "RUNCTL"
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
         copy factrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       FD  runControlFile.
         copy runrec.

       FD  runHistoryFile.
         copy hstrec.

       WORKING-STORAGE SECTION.
         77 factorFileStatus pic XX.
         77 reportFileStatus pic XX.
         77 runControlFileStatus pic XX.
         77 runHistoryFileStatus pic XX.

      *> the state just written to RUNCTL, held for the ledger entry
      *> that follows it onto RUNHIST
         77 ledgerStamp pic x(26).
         77 ledgerGeneration pic 9(5).
         77 ledgerVerdict pic x(9).
         77 ledgerHighestKey pic 9(3).
         77 ledgerVerifyVerdict pic x(9).

         77 factorAtEnd pic x value "N".
           88 factorNotAtEnd value "N".
           88 factorIsAtEnd value "Y".

      *> bigNumber holds row N-1 parsed back into base-10000 chunks
      *> (least significant chunk first) and multiplied by N, the
      *> same accumulator and arithmetic madness builds the table on
         01 bigNumber.
           05 bigChunk pic 9(4) occurs 45 times.

         77 bigIdx pic 9(3).
         77 bigStart pic 9(3).
         77 bigTopIdx pic 9(3).
         77 bigWork pic 9(9).
         77 bigCarry pic 9(9).
         77 bigTopEdit pic Z(3)9.
         77 bigChunk4 pic 9(4).
         77 bigDisplay pic x(180).
         77 bigDisplayPtr pic 9(4).
         77 smallMultiplier pic 9(3).
         77 overflowFlag pic x value "N".
           88 hasOverflowed value "Y".
         77 seedLen pic 9(3).
         77 seedPos pic 9(3).
         77 seedStart pic 9(3).

      *> the row before the one in hand, kept so each row is proved
      *> against its own predecessor as the key-order pass goes
         77 prevHeld pic x value "N".
           88 prevWasHeld value "Y".
         77 prevN pic 9(3).
         77 prevValue pic x(180).
         77 prevStatus pic x(7).

      *> Legendre figures for N!, exactly as primeFactorMode derives
      *> them: the exponent of 5 is the trailing-zero count, and the
      *> exponent-weighted sum of log10(p) over the primes gives the
      *> digit count as its integer part plus one
         77 primeCand pic 9(3).
         77 primeDiv pic 9(3).
         77 primeRemainder pic 9(3).
         77 primeIsPrime pic x.
           88 candIsPrime value "Y".
         77 primePower pic 9(9).
         77 primeQuot pic 9(3).
         77 primeExp pic 9(3).
         77 predZeros pic 9(3).
         77 predDigits pic 9(3).
         77 primeLog10 pic 9(1)v9(15).
         77 log10Sum pic 9(3)v9(12).

      *> what the row itself says: the length of its value text,
      *> the zeros on the end of it, and whether it is a clean
      *> unsigned integer with no leading zero
         77 valueLen pic 9(3).
         77 valueZeros pic 9(3).
         77 valueIdx pic 9(3).
         77 valueWellFormed pic x.
           88 valueIsWellFormed value "Y".
         77 accumulatorDigits pic 9(3) value 180.

         77 rowFailed pic x.
           88 rowDidFail value "Y".
         77 failReason pic x(45).
         77 chainResult pic x(7).

         77 rowsChecked pic 9(3) value 0.
         77 rowsPassed pic 9(3) value 0.
         77 rowsFailed pic 9(3) value 0.
         77 validRows pic 9(3) value 0.
         77 invalidRows pic 9(3) value 0.
         77 highestKey pic 9(3) value 0.
         77 verifyVerdict pic x(9).
         77 runReturnCode pic 9(2) value 0.
         77 runDate pic x(8).

      *> print control, kept in step with the FACTRPT conventions:
      *> a fixed page of pageLength lines, each page opening with
      *> the numbered title and the column headings; every line
      *> reaches the file through writePrintLine
         77 pageLength pic 9(2) value 60.
         77 pageHeadLines pic 9(2) value 4.
         77 lineCount pic 9(2) value 99.
         77 pageNumber pic 9(4) value 0.
         77 printWork pic x(132).

         01 reportTitleLine.
           05 filler pic x(30)
             value "FACTOR TABLE SELF-VERIFICATION".
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(64) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(3) value "  N".
           05 filler pic x(2) value spaces.
           05 filler pic x(9) value "STATUS".
           05 filler pic x(8) value "DIGITS".
           05 filler pic x(10) value "LEGENDRE".
           05 filler pic x(7) value "ZEROS".
           05 filler pic x(10) value "LEGENDRE".
           05 filler pic x(9) value "N*(N-1)!".
           05 filler pic x(8) value "RESULT".
           05 filler pic x(45) value "REASON".

         01 reportDetailLine.
           05 rptN pic zz9.
           05 filler pic x(2) value spaces.
           05 rptStatus pic x(7).
           05 filler pic x(2) value spaces.
           05 rptDigits pic zz9.
           05 filler pic x(5) value spaces.
           05 rptPredDigits pic zz9.
           05 filler pic x(7) value spaces.
           05 rptZeros pic zz9.
           05 filler pic x(4) value spaces.
           05 rptPredZeros pic zz9.
           05 filler pic x(7) value spaces.
           05 rptChain pic x(7).
           05 filler pic x(2) value spaces.
           05 rptResult pic x(4).
           05 filler pic x(4) value spaces.
           05 rptReason pic x(45).

         01 reportTotalLine.
           05 rptTotalLabel pic x(26).
           05 rptTotalValue pic zzzz9.

         01 reportVerdictLine.
           05 filler pic x(26) value "VERDICT".
           05 rptVerdict pic x(9).
           05 filler pic x(16) value "  FOR GENERATION".
           05 rptVerdictGen pic zzzz9.

       PROCEDURE DIVISION.
       mainPara.
         perform openReportFile
         open input factorFile
         if factorFileStatus not = "00"
           display "FACVRFY FAILED: FACTOR FILE NOT AVAILABLE"
           move "FACTOR FILE NOT AVAILABLE - NOTHING VERIFIED"
             to printWork
           perform writePrintLine
           close reportFile
           move 8 to return-code
           stop run
         end-if
         set factorNotAtEnd to true
         perform readNextFactorRow
         perform verifyOneRow until factorIsAtEnd
         close factorFile
         if rowsFailed = 0 and rowsChecked > 0
           move "VERIFIED" to verifyVerdict
         else
           move "VRFYFAIL" to verifyVerdict
           move 8 to runReturnCode
         end-if
         perform recordVerdict
         perform writeReportTotals
         close reportFile
         display "FACVRFY COMPLETE - " rowsChecked " ROWS, "
           rowsPassed " PASSED, " rowsFailed " FAILED - "
           verifyVerdict
         move runReturnCode to return-code
         stop run.

       readNextFactorRow.
         read factorFile next record
           at end set factorIsAtEnd to true
           not at end continue
         end-read.

      *> one row proved on its own terms: the status must agree with
      *> the Legendre digit count (a value that fits the accumulator
      *> is VALID, one that cannot fit is INVALID), and a VALID row
      *> must be a well-formed integer whose digits and trailing
      *> zeros match Legendre and which is exactly N times row N-1.
      *> the first failing test names the row's reason
       verifyOneRow.
         add 1 to rowsChecked
         move fctN to highestKey
         move "N" to rowFailed
         move spaces to failReason
         move "N/A" to chainResult
         perform computeLegendre
         perform measureValue
         evaluate fctStatus
           when "VALID"
             add 1 to validRows
             perform verifyValidRow
           when "INVALID"
             add 1 to invalidRows
             if predDigits not > accumulatorDigits
               move "Y" to rowFailed
               move "INVALID ROW BUT VALUE FITS THE ACCUMULATOR"
                 to failReason
             end-if
           when other
             move "Y" to rowFailed
             move "STATUS IS NEITHER VALID NOR INVALID"
               to failReason
         end-evaluate
         if rowDidFail
           add 1 to rowsFailed
           display "FACVRFY ROW FAILED, N = " fctN ": " failReason
         else
           add 1 to rowsPassed
         end-if
         perform writeDetailRow
         set prevWasHeld to true
         move fctN to prevN
         move fctValue to prevValue
         move fctStatus to prevStatus
         perform readNextFactorRow.

       verifyValidRow.
         evaluate true
           when predDigits > accumulatorDigits
             move "Y" to rowFailed
             move "VALID ROW BEYOND ACCUMULATOR CAPACITY"
               to failReason
           when not valueIsWellFormed
             move "Y" to rowFailed
             move "VALUE IS NOT A WELL-FORMED INTEGER"
               to failReason
           when valueLen not = predDigits
             move "Y" to rowFailed
             move "DIGIT COUNT DIFFERS FROM LEGENDRE" to failReason
           when valueZeros not = predZeros
             move "Y" to rowFailed
             move "TRAILING ZEROS DIFFER FROM LEGENDRE"
               to failReason
         end-evaluate
         perform verifyChain.

      *> 0! is 1 by definition; every later row must be its
      *> predecessor times N. the predecessor has to be on the table
      *> and VALID - once the accumulator overflows every row after
      *> it is INVALID, so a VALID row after an INVALID one is itself
      *> a contradiction
       verifyChain.
         if fctN = 0
           if fctValue = "1"
             move "OK" to chainResult
           else
             move "BAD" to chainResult
             if not rowDidFail
               move "Y" to rowFailed
               move "0! IS NOT 1" to failReason
             end-if
           end-if
         else
           if not prevWasHeld or prevN not = fctN - 1
             move "NO ROW" to chainResult
             if not rowDidFail
               move "Y" to rowFailed
               move "NO ROW FOR N-1 TO PROVE THIS ROW FROM"
                 to failReason
             end-if
           else
             if prevStatus not = "VALID"
               move "BAD" to chainResult
               if not rowDidFail
                 move "Y" to rowFailed
                 move "VALID ROW FOLLOWS A ROW THAT IS NOT VALID"
                   to failReason
               end-if
             else
               perform multiplyPrevByN
               if not hasOverflowed and bigDisplay = fctValue
                 move "OK" to chainResult
               else
                 move "BAD" to chainResult
                 if not rowDidFail
                   move "Y" to rowFailed
                   move "ROW IS NOT N TIMES ROW N-1" to failReason
                 end-if
               end-if
             end-if
           end-if
         end-if.

       multiplyPrevByN.
         move "N" to overflowFlag
         perform loadBigFromPrev
         move fctN to smallMultiplier
         perform multiplyBigBySmall
         perform formatBigNumber.

      *> exponent of each prime p up to N by Legendre's formula, the
      *> sum over k of N divided by p**k, floored term by term as
      *> primeFactorMode does it
       computeLegendre.
         move 0 to predZeros
         move 0 to log10Sum
         perform varying primeCand from 2 by 1 until primeCand > fctN
           perform checkPrimeCand
           if candIsPrime
             perform computePrimeExponent
             compute primeLog10 = function log10(primeCand)
             compute log10Sum = log10Sum + primeExp * primeLog10
             if primeCand = 5
               move primeExp to predZeros
             end-if
           end-if
         end-perform
         compute predDigits = function integer-part(log10Sum) + 1.

       checkPrimeCand.
         move "Y" to primeIsPrime
         perform varying primeDiv from 2 by 1
             until primeDiv * primeDiv > primeCand
           compute primeRemainder = function mod(primeCand, primeDiv)
           if primeRemainder = 0
             move "N" to primeIsPrime
             move primeCand to primeDiv
           end-if
         end-perform.

       computePrimeExponent.
         move 0 to primeExp
         move primeCand to primePower
         perform until primePower > fctN
           divide fctN by primePower giving primeQuot
           add primeQuot to primeExp
           compute primePower = primePower * primeCand
         end-perform.

      *> the value text is left-justified digits padded with spaces;
      *> its length is the last non-space position, and it is well
      *> formed when every position up to there is a digit and it
      *> carries no leading zero
       measureValue.
         move 0 to valueLen
         perform varying valueIdx from 180 by -1
             until valueIdx < 1 or valueLen > 0
           if fctValue(valueIdx:1) not = space
             move valueIdx to valueLen
           end-if
         end-perform
         move "Y" to valueWellFormed
         if valueLen = 0
           move "N" to valueWellFormed
         else
           if fctValue(1:valueLen) is not numeric
             move "N" to valueWellFormed
           end-if
           if valueLen > 1 and fctValue(1:1) = "0"
             move "N" to valueWellFormed
           end-if
         end-if
         move 0 to valueZeros
         if valueIsWellFormed
           perform varying valueIdx from valueLen by -1
               until valueIdx < 1 or fctValue(valueIdx:1) not = "0"
             add 1 to valueZeros
           end-perform
         end-if.

      *> parses the predecessor's value text back into the packed
      *> base-10000 chunks, least significant chunk first, four
      *> digits at a time from the right-hand end - the same parse
      *> madness's loadBigFromSeed runs for an EXTD seed row
       loadBigFromPrev.
         perform initializeBigNumber
         move 0 to seedLen
         perform varying bigIdx from 180 by -1
             until bigIdx < 1 or seedLen > 0
           if prevValue(bigIdx:1) not = space
             move bigIdx to seedLen
           end-if
         end-perform
         move 0 to bigIdx
         move seedLen to seedPos
         perform until seedPos < 1 or bigIdx >= 45
           add 1 to bigIdx
           if seedPos > 4
             compute seedStart = seedPos - 3
             compute bigChunk(bigIdx) =
               function numval(prevValue(seedStart:4))
             subtract 4 from seedPos
           else
             compute bigChunk(bigIdx) =
               function numval(prevValue(1:seedPos))
             move 0 to seedPos
           end-if
         end-perform.

       initializeBigNumber.
         perform varying bigIdx from 1 by 1 until bigIdx > 45
           move 0 to bigChunk(bigIdx)
         end-perform
         move 1 to bigChunk(1).

      *> multiplies bigNumber by smallMultiplier, carrying across
      *> chunks; a carry out of the top chunk means the product no
      *> longer fits the accumulator
       multiplyBigBySmall.
         move 0 to bigCarry
         perform varying bigIdx from 1 by 1 until bigIdx > 45
           compute bigWork =
             (bigChunk(bigIdx) * smallMultiplier) + bigCarry
           compute bigChunk(bigIdx) = function mod(bigWork, 10000)
           compute bigCarry = bigWork / 10000
         end-perform
         if bigCarry not = 0
           set hasOverflowed to true
         end-if.

       formatBigNumber.
         move spaces to bigDisplay
         move 1 to bigDisplayPtr
         move 0 to bigTopIdx
         perform varying bigIdx from 45 by -1 until bigIdx < 1
           if bigChunk(bigIdx) not = 0 and bigTopIdx = 0
             move bigIdx to bigTopIdx
           end-if
         end-perform
         if bigTopIdx = 0
           move 1 to bigTopIdx
         end-if
         move bigChunk(bigTopIdx) to bigTopEdit
         string function trim(bigTopEdit) delimited by size
           into bigDisplay with pointer bigDisplayPtr
         if bigTopIdx > 1
           compute bigStart = bigTopIdx - 1
           perform varying bigIdx from bigStart by -1 until bigIdx < 1
             move bigChunk(bigIdx) to bigChunk4
             string bigChunk4 delimited by size
               into bigDisplay with pointer bigDisplayPtr
           end-perform
         end-if.

      *> the verdict goes onto the shared run-control record against
      *> the generation it proved, leaving the promotion fields as
      *> they stand; without a run-control record there is nothing
      *> to attach the verdict to, and the step says so with RC 4
       recordVerdict.
         initialize runControlRec
         open input runControlFile
         if runControlFileStatus not = "00"
           display "FACVRFY WARNING: RUNCTL NOT AVAILABLE - VERDICT "
             "NOT RECORDED"
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         else
           read runControlFile
             at end
               display "FACVRFY WARNING: RUNCTL IS EMPTY - VERDICT "
                 "NOT RECORDED"
               if runReturnCode < 4
                 move 4 to runReturnCode
               end-if
               close runControlFile
             not at end
               close runControlFile
               if rcVerifyGeneration is not numeric
                 perform clearVerifyFields
               end-if
               perform rewriteRunControl
           end-read
         end-if.

      *> a RUNCTL record written before the verify fields were
      *> added reads back with them blank; it starts out as never
      *> verified rather than carrying spaces in numeric fields
       clearVerifyFields.
         move zeros to rcVerifyGeneration rcVerifyRows rcVerifyFailed
         move spaces to rcVerifyStamp rcVerifyVerdict.

       rewriteRunControl.
         move rcGeneration to rcVerifyGeneration
         move function current-date to rcVerifyStamp
         move verifyVerdict to rcVerifyVerdict
         move rowsChecked to rcVerifyRows
         move rowsFailed to rcVerifyFailed
         move rcVerifyStamp to ledgerStamp
         move rcGeneration to ledgerGeneration
         move rcVerdict to ledgerVerdict
         move rcHighestKey to ledgerHighestKey
         move rcVerifyVerdict to ledgerVerifyVerdict
         open output runControlFile
         if runControlFileStatus = "00"
           write runControlRec
           close runControlFile
           perform appendRunHistory
         else
           display "FACVRFY WARNING: RUNCTL NOT AVAILABLE FOR OUTPUT "
             "- VERDICT NOT RECORDED"
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         end-if.

      *> every change to RUNCTL is also appended to the permanent
      *> RUNHIST ledger, the verdict alongside the generation it
      *> proved; the ledger is created on first use - only a
      *> missing file (status 35) is opened output, so a bad open
      *> cannot empty it. a change the ledger missed is a warning
       appendRunHistory.
         open i-o runHistoryFile
         if runHistoryFileStatus = "35"
           open output runHistoryFile
         end-if
         if runHistoryFileStatus not = "00"
           display "FACVRFY WARNING: RUNHIST NOT AVAILABLE - "
             "GENERATION HISTORY NOT RECORDED"
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
         else
           initialize runHistoryRec
           move ledgerStamp to hstStamp
           move "FACVRFY" to hstProgram
           move ledgerGeneration to hstGeneration
           move ledgerVerdict to hstVerdict
           move ledgerHighestKey to hstHighestKey
           move ledgerVerifyVerdict to hstVerifyVerdict
           move "VRFY" to hstRunMode
           write runHistoryRec
             invalid key
               display "FACVRFY WARNING: RUNHIST WRITE FAILED FOR "
                 hstKey
               if runReturnCode < 4
                 move 4 to runReturnCode
               end-if
           end-write
           close runHistoryFile
         end-if.

       writeDetailRow.
         move fctN to rptN
         move fctStatus to rptStatus
         move valueLen to rptDigits
         move predDigits to rptPredDigits
         move valueZeros to rptZeros
         move predZeros to rptPredZeros
         move chainResult to rptChain
         if rowDidFail
           move "FAIL" to rptResult
         else
           move "PASS" to rptResult
         end-if
         move failReason to rptReason
         move reportDetailLine to printWork
         perform writePrintLine.

       openReportFile.
         move function current-date(1:8) to runDate
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
         if lineCount + 1 > pageLength
           perform startNewPage
         end-if
         write reportLine from printWork
         add 1 to lineCount.

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
         move "ROWS CHECKED" to rptTotalLabel
         move rowsChecked to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "ROWS PASSED" to rptTotalLabel
         move rowsPassed to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "ROWS FAILED" to rptTotalLabel
         move rowsFailed to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "VALID ROWS" to rptTotalLabel
         move validRows to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "INVALID ROWS" to rptTotalLabel
         move invalidRows to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "HIGHEST KEY" to rptTotalLabel
         move highestKey to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move verifyVerdict to rptVerdict
         move rcGeneration to rptVerdictGen
         move reportVerdictLine to printWork
         perform writePrintLine
         if rowsChecked = 0
           move "FACTOR IS EMPTY - NOTHING TO VERIFY" to printWork
           perform writePrintLine
         end-if.
