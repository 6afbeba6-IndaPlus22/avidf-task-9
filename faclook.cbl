       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 capture the requesting department for chargeback:
      *>            a "DEPT cccc" header card in FACREQ names the
      *>            department the requests after it are charged to,
      *>            every answered request goes onto USAGELOG with
      *>            its outcome and its share of the trailer hash,
      *>            and a BCTL control record per run carries the
      *>            FACRESP trailer count and hash for facchg to
      *>            balance against
      *> 2026-10-15 answer "MODE NNN RRR" request cards for kept
      *>            COMB, PERM, DRNG and CATL results from the keyed
      *>            results file FACRSLT; those detail records carry
      *>            the mode and R after the status, plain N cards
      *>            are answered exactly as before
      *> 2026-10-15 treat a current generation that failed facvrfy's
      *>            row-by-row self-verification (RUNCTL verify
      *>            verdict VRFYFAIL) as stale - warning code, not
      *>            a refusal, the same as an unreconciled table
      *> 2026-09-02 check the shared RUNCTL run-control record at
      *>            open and end with a warning condition code when
      *>            the table answering the requests is stale, was
           organization line sequential
           file status is runControlFileStatus.

         select resultFile assign to "FACRSLT"
           organization indexed
           access mode is dynamic
           record key is rsKey
           file status is resultFileStatus.

         select usageFile assign to "USAGELOG"
           organization line sequential
           file status is usageFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  requestFile.
         copy factrec.

      *> sized to the longest detail record: "D;" + 3-digit key +
      *> ";" + 180-character value + ";" + 7-character status, and
      *> for a kept-result answer ";" + 4-character mode + ";" +
      *> 3-digit R
       FD  responseFile.
         01 responseLine pic x(203).

       FD  runControlFile.
         copy runrec.

       FD  resultFile.
         copy rsltrec.

       FD  usageFile.
         copy usgrec.

       WORKING-STORAGE SECTION.
         77 requestFileStatus pic XX.
         77 factorFileStatus pic XX.
         77 responseFileStatus pic XX.
         77 runControlFileStatus pic XX.
         77 resultFileStatus pic XX.
         77 usageFileStatus pic XX.

         77 tableStale pic x value "N".
           88 tableIsStale value "Y".
      *> the results file is optional - without it the N cards are
      *> still answered and the result cards come back NOTFND
         77 resultsOpen pic x value "N".
           88 resultsAreOpen value "Y".
         77 answeringResult pic x value "N".
           88 answerIsResult value "Y".
      *> chargeback capture: the department named by the latest
      *> DEPT header (UNKN until one is read), one stamp for every
      *> usage record the run writes, and whether USAGELOG could be
      *> opened - the requests are answered either way
         77 requestDept pic x(4) value "UNKN".
         77 usageStamp pic x(26).
         77 usageOpen pic x value "N".
           88 usageIsOpen value "Y".
         77 deptHeadersRead pic 9(7) value 0.

         77 requestAtEnd pic x value "N".
           88 requestNotAtEnd value "N".
         77 hashDisplay pic 9(9).
         77 answerValue pic x(180).
         77 answerStatus pic x(7).
         77 answerMode pic x(4).
         77 answerRDisplay pic 9(3).
         77 answerOutcome pic x(6).
         77 detailHash pic 9(9).
         77 runReturnCode pic 9(2) value 0.

       PROCEDURE DIVISION.
           stop run
         end-if
         perform findHighestKey
         perform openUsageLog
         open input resultFile
         if resultFileStatus = "00"
           set resultsAreOpen to true
         end-if
         open output responseFile
         perform writeHeaderRecord
         perform readNextRequest
         perform answerOneRequest until requestIsAtEnd
         perform writeTrailerRecord
         close responseFile
         if usageIsOpen
           perform writeUsageControl
           close usageFile
         end-if
         close requestFile
         close factorFile
         if resultsAreOpen
           close resultFile
         end-if
         if requestsMissing > 0 or requestsInvalid > 0
           move 8 to runReturnCode
         end-if
         if tableIsStale and runReturnCode < 4
           move 4 to runReturnCode
         end-if
         if not usageIsOpen and runReturnCode < 4
           move 4 to runReturnCode
         end-if
         display "FACLOOK COMPLETE - " requestsRead " REQUESTS, "
           requestsFound " FOUND, " requestsMissing " NOT FOUND, "
           requestsInvalid " INVALID"
                 display "FACLOOK WARNING: RUNCTL VERDICT IS "
                   rcVerdict
               end-if
               if rcVerifyVerdict = "VRFYFAIL"
                   and rcVerifyGeneration = rcGeneration
                 set tableIsStale to true
                 display "FACLOOK WARNING: TABLE FAILED FACVRFY "
                   "SELF-VERIFICATION"
               end-if
           end-read
           close runControlFile
         end-if.
      *> requesting department can match responses to requests
      *> line for line
       answerOneRequest.
         if blkIsDeptHeader
           perform takeDeptHeader
         else
           add 1 to requestsRead
           move "N" to answeringResult
           if blkIsResultRequest
             perform answerResultRequest
           else
             perform answerFactorRequest
           end-if
           perform writeDetailRecord
           perform writeUsageRecord
         end-if
         perform readNextRequest.

      *> a DEPT header switches the department the following
      *> requests are charged to; a header with no code leaves them
      *> on UNKN rather than on the previous department
       takeDeptHeader.
         add 1 to deptHeadersRead
         if blkDeptCode = spaces
           move "UNKN" to requestDept
           display "FACLOOK WARNING: DEPT HEADER WITHOUT A CODE - "
             "REQUESTS CHARGED TO UNKN"
         else
           move blkDeptCode to requestDept
         end-if.

       answerFactorRequest.
         if blkNText is not numeric
           add 1 to requestsInvalid
           move "000" to keyDisplay
           move "REQUEST N NOT NUMERIC" to answerValue
           move "INVALID" to answerStatus
           move "REJECT" to answerOutcome
           display "FACLOOK INVALID REQUEST: " blkNText
         else
           move blkNText to fctN
               add 1 to requestsMissing
               move "NO ROW FOR REQUESTED N" to answerValue
               move "NOTFND" to answerStatus
               move "NOTFND" to answerOutcome
               display "FACLOOK NO ROW FOR N = " keyDisplay
             not invalid key
               add 1 to requestsFound
               move fctValue to answerValue
               move fctStatus to answerStatus
               move "FOUND" to answerOutcome
           end-read
         end-if.

      *> a kept COMB/PERM/DRNG/CATL answer, keyed on mode, N and R;
      *> DRNG and CATL are kept under R 000 whatever the card says.
      *> the detail record is keyed on N like any other, so the
      *> trailer hash rule does not change
       answerResultRequest.
         set answerIsResult to true
         move blkRsltMode to answerMode
         move 0 to answerRDisplay
         if blkRsltNText is not numeric
             or ((blkRsltMode = "COMB" or blkRsltMode = "PERM")
                 and blkRsltRText is not numeric)
           add 1 to requestsInvalid
           move "000" to keyDisplay
           move "REQUEST N OR R NOT NUMERIC" to answerValue
           move "INVALID" to answerStatus
           move "REJECT" to answerOutcome
           display "FACLOOK INVALID REQUEST: " blkRsltMode " "
             blkRsltNText " " blkRsltRText
         else
           move blkRsltNText to keyDisplay
           if blkRsltMode = "COMB" or blkRsltMode = "PERM"
             move blkRsltRText to answerRDisplay
           end-if
           if not resultsAreOpen
             add 1 to requestsMissing
             move "RESULTS FILE NOT AVAILABLE" to answerValue
             move "NOTFND" to answerStatus
             move "NOTFND" to answerOutcome
             display "FACLOOK FACRSLT NOT AVAILABLE FOR "
               blkRsltMode " " keyDisplay
           else
             move blkRsltMode to rsMode
             move keyDisplay to rsN
             move answerRDisplay to rsR
             read resultFile
               invalid key
                 add 1 to requestsMissing
                 move "NO KEPT RESULT FOR MODE, N AND R" to answerValue
                 move "NOTFND" to answerStatus
                 move "NOTFND" to answerOutcome
                 display "FACLOOK NO KEPT RESULT FOR " blkRsltMode
                   " " keyDisplay " " answerRDisplay
               not invalid key
                 add 1 to requestsFound
                 move rsValue to answerValue
                 move rsStatus to answerStatus
                 move "FOUND" to answerOutcome
             end-read
           end-if
         end-if.

       writeHeaderRecord.
         move highestKey to keyDisplay
           delimited by size into responseLine
         write responseLine.

      *> each detail's share of the hash total is kept apart so the
      *> usage record can carry it - facchg's sum of the shares has
      *> to come back to the trailer's hash
       writeDetailRecord.
         add 1 to responseCount
         move keyDisplay to detailHash
         perform varying digitIdx from 1 by 1 until digitIdx > 180
           if answerValue(digitIdx:1) is numeric
             move answerValue(digitIdx:1) to digitValue
             add digitValue to detailHash
           end-if
         end-perform
         add detailHash to hashTotal
         move spaces to responseLine
         if answerIsResult
           string "D;" keyDisplay ";"
             function trim(answerValue) ";"
             function trim(answerStatus) ";"
             answerMode ";" answerRDisplay
             delimited by size into responseLine
         else
           string "D;" keyDisplay ";"
             function trim(answerValue) ";"
             function trim(answerStatus)
             delimited by size into responseLine
         end-if
         write responseLine.

       writeTrailerRecord.
         string "T;" countDisplay ";" hashDisplay
           delimited by size into responseLine
         write responseLine.

      *> USAGELOG is appended to by every run and by the FINQ
      *> screen's USGL queue; a first run creates it. without it
      *> the requests are still answered, but the step ends RC 4 -
      *> finance cannot charge for what was not recorded
       openUsageLog.
         move function current-date to usageStamp
         open extend usageFile
         if usageFileStatus not = "00"
           close usageFile
           open output usageFile
         end-if
         if usageFileStatus = "00"
           set usageIsOpen to true
         else
           display "FACLOOK WARNING: USAGELOG NOT AVAILABLE - "
             "DEPARTMENT USAGE NOT RECORDED"
         end-if.

      *> one usage record per answered request, charged to the
      *> department of the latest DEPT header
       writeUsageRecord.
         if usageIsOpen
           initialize usageRec
           move usageStamp to usgTimestamp
           move requestDept to usgDept
           move "BULK" to usgSource
           if answerIsResult
             move answerMode to usgMode
             move answerRDisplay to usgR
           else
             move "FACT" to usgMode
             move 0 to usgR
           end-if
           move keyDisplay to usgN
           move answerOutcome to usgOutcome
           move 1 to usgCount
           move detailHash to usgHash
           write usageRec
         end-if.

      *> the run's control record: the FACRESP trailer's own count
      *> and hash, which the BULK records of this run must add up to
       writeUsageControl.
         initialize usageRec
         move usageStamp to usgTimestamp
         move "ALL" to usgDept
         move "BCTL" to usgSource
         move responseCount to usgCount
         move hashTotal to usgHash
         write usageRec.
