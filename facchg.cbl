       IDENTIFICATION DIVISION.
       PROGRAM-ID. facchg.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new monthly chargeback of factor table usage for
      *>            finance: totals each department's bulk requests
      *>            (faclook), online inquiries and browse pages
      *>            (FINQ) and NOTFND answers from USAGELOG, prices
      *>            them at the CHGPARM rates, and writes a billing
      *>            report plus a header/detail/trailer feed for the
      *>            finance system. the control totals tie the bulk
      *>            usage back to the FACRESP trailers (BCTL records)
      *>            and the online usage back to the ONLR/ONLB audit
      *>            counts on AUDITLOG; out of balance ends RC 4

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select parmFile assign to "CHGPARM"
           organization line sequential
           file status is parmFileStatus.

         select usageFile assign to "USAGELOG"
           organization line sequential
           file status is usageFileStatus.

         select auditFile assign to "AUDITLOG"
           organization line sequential
           file status is auditFileStatus.

         select reportFile assign to "CHGRPT"
           organization line sequential
           file status is reportFileStatus.

         select feedFile assign to "CHGFEED"
           organization line sequential
           file status is feedFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  parmFile.
         copy chgprec.

       FD  usageFile.
         copy usgrec.

       FD  auditFile.
         copy audtrec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

      *> sized to the longest detail record: "D;" + department +
      *> four 7-digit counts and a 12-character charge, each after
      *> a ";"
       FD  feedFile.
         01 feedLine pic x(60).

       WORKING-STORAGE SECTION.
         77 parmFileStatus pic XX.
         77 usageFileStatus pic XX.
         77 auditFileStatus pic XX.
         77 reportFileStatus pic XX.
         77 feedFileStatus pic XX.

         77 chargeMonth pic x(6).
         77 rejectMessage pic x(60).
         77 parmIsValid pic x value "Y".
           88 parmValid value "Y".
           88 parmInvalid value "N".
         77 monthNumber pic 9(2).
         77 rateDigits pic 9(5).
         77 requestRate pic 9(3)v99 value 0.
         77 notfndRate pic 9(3)v99 value 0.
         77 pageRate pic 9(3)v99 value 0.

         77 usageAtEnd pic x value "N".
           88 usageNotAtEnd value "N".
           88 usageIsAtEnd value "Y".
         77 auditAtEnd pic x value "N".
           88 auditNotAtEnd value "N".
           88 auditIsAtEnd value "Y".

      *> one slot per department charged in the month, kept in
      *> department-code order as slots are added so the bill and
      *> the feed come out sorted. NOTFND counts every request that
      *> got no value back - not found or rejected as invalid
         01 deptTable.
           05 deptEntry occurs 200 times.
             10 dpCode pic x(4).
             10 dpBulkReq pic 9(7).
             10 dpOnlReq pic 9(7).
             10 dpNotfnd pic 9(7).
             10 dpPages pic 9(7).
             10 dpCharge pic 9(9)v99.
         77 deptCount pic 9(3) value 0.
         77 deptMax pic 9(3) value 200.
         77 deptIdx pic 9(3).
         77 deptSlot pic 9(3).
         77 deptShift pic 9(3).
         77 deptsSkipped pic 9(5) value 0.
         77 answeredCount pic 9(7).

      *> control totals: what USAGELOG says, set against what the
      *> FACRESP trailers (carried on the BCTL records) and the
      *> audit trail say happened in the same month
         77 usageBulkCount pic 9(9) value 0.
         77 usageBulkHash pic 9(15) value 0.
         77 trailerCount pic 9(9) value 0.
         77 trailerHash pic 9(15) value 0.
         77 trailerRuns pic 9(7) value 0.
         77 usageOnlrCount pic 9(9) value 0.
         77 usageOnlbCount pic 9(9) value 0.
         77 auditOnlrCount pic 9(9) value 0.
         77 auditOnlbCount pic 9(9) value 0.
         77 usageUnknownCount pic 9(7) value 0.
         77 outOfBalance pic x value "N".
           88 isOutOfBalance value "Y".

         77 totalBulkReq pic 9(9) value 0.
         77 totalOnlReq pic 9(9) value 0.
         77 totalNotfnd pic 9(9) value 0.
         77 totalPages pic 9(9) value 0.
         77 totalCharge pic 9(11)v99 value 0.
         77 feedCount pic 9(7) value 0.
         77 runDate pic x(8).

         77 countDisplay pic 9(7).
         77 chargeDisplay pic 9(9).99.
         77 totalChargeDisplay pic 9(11).99.

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
           05 filler pic x(32)
             value "MADNESS TABLE USAGE CHARGEBACK  ".
           05 filler pic x(6) value "MONTH ".
           05 rptTitleMonth pic x(6).
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(57) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(6) value "DEPT".
           05 filler pic x(12) value "    BULK REQ".
           05 filler pic x(12) value "  ONLINE REQ".
           05 filler pic x(12) value "      NOTFND".
           05 filler pic x(14) value "  BROWSE PAGES".
           05 filler pic x(18) value "            CHARGE".

         01 reportDetailLine.
           05 rptDept pic x(4).
           05 filler pic x(2) value spaces.
           05 rptBulkReq pic zzz,zzz,zz9.
           05 filler pic x(1) value spaces.
           05 rptOnlReq pic zzz,zzz,zz9.
           05 filler pic x(1) value spaces.
           05 rptNotfnd pic zzz,zzz,zz9.
           05 filler pic x(3) value spaces.
           05 rptPages pic zzz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 rptCharge pic zz,zzz,zzz,zz9.99.

         01 reportRateLine.
           05 rptRateLabel pic x(30).
           05 rptRateValue pic zz9.99.

         01 reportControlHeadLine.
           05 filler pic x(34) value "CONTROL TOTAL".
           05 filler pic x(16) value "        USAGELOG".
           05 filler pic x(16) value "          SOURCE".
           05 filler pic x(2) value spaces.
           05 filler pic x(14) value "STATE".

         01 reportControlLine.
           05 rptCtlLabel pic x(34).
           05 rptCtlUsage pic z(14)9.
           05 filler pic x(1) value spaces.
           05 rptCtlSource pic z(14)9.
           05 filler pic x(2) value spaces.
           05 rptCtlState pic x(14).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzzzz9.

       PROCEDURE DIVISION.
       mainPara.
         perform readParmCard
         if parmInvalid
           display "FACCHG REJECTED: " rejectMessage
           move 12 to return-code
           stop run
         end-if
         open input usageFile
         if usageFileStatus not = "00"
           display "FACCHG FAILED: USAGELOG NOT AVAILABLE"
           move 8 to return-code
           stop run
         end-if
         open input auditFile
         if auditFileStatus not = "00"
           display "FACCHG FAILED: AUDITLOG NOT AVAILABLE"
           close usageFile
           move 8 to return-code
           stop run
         end-if
         perform readNextUsage
         perform tallyUsageRecord until usageIsAtEnd
         close usageFile
         perform readNextAudit
         perform tallyAuditRecord until auditIsAtEnd
         close auditFile
         perform checkBalance
         perform openReportFile
         perform writeBillingReport
         close reportFile
         perform writeFinanceFeed
         display "FACCHG COMPLETE - " deptCount " DEPARTMENTS CHARGED"
           " FOR " chargeMonth
         if isOutOfBalance
           display "FACCHG WARNING: CONTROL TOTALS OUT OF BALANCE"
           move 4 to return-code
         end-if
         if deptsSkipped > 0
           display "FACCHG WARNING: DEPARTMENT TABLE FULL - "
             deptsSkipped " USAGE RECORDS NOT CHARGED"
           move 4 to return-code
         end-if
         stop run.

      *> the card is required - there is no sensible month or rate
      *> to bill at by default
       readParmCard.
         open input parmFile
         if parmFileStatus not = "00"
           set parmInvalid to true
           move "CHGPARM CARD NOT AVAILABLE" to rejectMessage
         else
           read parmFile
             at end
               set parmInvalid to true
               move "CHGPARM CARD MISSING" to rejectMessage
             not at end
               perform validateParmCard
           end-read
           close parmFile
         end-if.

       validateParmCard.
         if chpMonthText is not numeric
           set parmInvalid to true
           move "MONTH MUST BE NUMERIC YYYYMM" to rejectMessage
         else
           move chpMonthText(5:2) to monthNumber
           if monthNumber < 01 or monthNumber > 12
             set parmInvalid to true
             move "MONTH NOT A VALID MONTH" to rejectMessage
           else
             move chpMonthText to chargeMonth
           end-if
         end-if
         if parmValid
           if chpRequestRate is not numeric
               or chpNotfndRate is not numeric
               or chpPageRate is not numeric
             set parmInvalid to true
             move "RATES MUST BE NUMERIC, 5 DIGITS, 2 IMPLIED DECIMALS"
               to rejectMessage
           else
             move chpRequestRate to rateDigits
             compute requestRate = rateDigits / 100
             move chpNotfndRate to rateDigits
             compute notfndRate = rateDigits / 100
             move chpPageRate to rateDigits
             compute pageRate = rateDigits / 100
           end-if
         end-if.

       readNextUsage.
         read usageFile
           at end set usageIsAtEnd to true
           not at end continue
         end-read.

       readNextAudit.
         read auditFile
           at end set auditIsAtEnd to true
           not at end continue
         end-read.

      *> one pass over USAGELOG: each in-month record lands in its
      *> department's slot and in the control totals for its source
       tallyUsageRecord.
         if usgTimestamp(1:6) = chargeMonth
           evaluate usgSource
             when "BULK"
               add 1 to usageBulkCount
               add usgHash to usageBulkHash
               perform findDeptSlot
               if deptSlot > 0
                 add 1 to dpBulkReq(deptSlot)
                 if usgOutcome not = "FOUND"
                   add 1 to dpNotfnd(deptSlot)
                 end-if
               end-if
             when "BCTL"
               add 1 to trailerRuns
               add usgCount to trailerCount
               add usgHash to trailerHash
             when "ONLR"
               add 1 to usageOnlrCount
               perform findDeptSlot
               if deptSlot > 0
                 add 1 to dpOnlReq(deptSlot)
                 if usgOutcome not = "FOUND"
                   add 1 to dpNotfnd(deptSlot)
                 end-if
               end-if
             when "ONLB"
               add 1 to usageOnlbCount
               perform findDeptSlot
               if deptSlot > 0
                 add 1 to dpPages(deptSlot)
               end-if
             when other
               add 1 to usageUnknownCount
               display "FACCHG WARNING: UNKNOWN USAGE SOURCE "
                 usgSource " AT " usgTimestamp
           end-evaluate
         end-if
         perform readNextUsage.

      *> the audit side of the online control totals: every FINQ
      *> inquiry and browse page writes one ONLR/ONLB audit record
      *> alongside its usage record
       tallyAuditRecord.
         if audTimestamp(1:6) = chargeMonth
           evaluate audMode
             when "ONLR" add 1 to auditOnlrCount
             when "ONLB" add 1 to auditOnlbCount
             when other continue
           end-evaluate
         end-if
         perform readNextAudit.

      *> finds the department's slot, opening a new one in code
      *> order when it is first seen - the entries above the
      *> insertion point move down one to make room
       findDeptSlot.
         move 0 to deptSlot
         perform varying deptIdx from 1 by 1 until deptIdx > deptCount
           if dpCode(deptIdx) = usgDept
             move deptIdx to deptSlot
             move deptCount to deptIdx
           end-if
         end-perform
         if deptSlot = 0
           if deptCount < deptMax
             move 1 to deptSlot
             perform varying deptIdx from 1 by 1
                 until deptIdx > deptCount
               if dpCode(deptIdx) < usgDept
                 compute deptSlot = deptIdx + 1
               end-if
             end-perform
             perform varying deptShift from deptCount by -1
                 until deptShift < deptSlot
               move deptEntry(deptShift) to deptEntry(deptShift + 1)
             end-perform
             add 1 to deptCount
             move usgDept to dpCode(deptSlot)
             move 0 to dpBulkReq(deptSlot)
             move 0 to dpOnlReq(deptSlot)
             move 0 to dpNotfnd(deptSlot)
             move 0 to dpPages(deptSlot)
             move 0 to dpCharge(deptSlot)
           else
             add 1 to deptsSkipped
           end-if
         end-if.

      *> bulk usage must add up to the FACRESP trailers in count
      *> and in hash, and online usage to the audit trail's counts
       checkBalance.
         if usageBulkCount not = trailerCount
             or usageBulkHash not = trailerHash
             or usageOnlrCount not = auditOnlrCount
             or usageOnlbCount not = auditOnlbCount
             or usageUnknownCount > 0
           set isOutOfBalance to true
         end-if.

      *> answered requests, NOTFND answers and browse pages are each
      *> priced at their own rate
       priceDepartment.
         compute answeredCount = dpBulkReq(deptIdx) + dpOnlReq(deptIdx)
           - dpNotfnd(deptIdx)
         compute dpCharge(deptIdx) rounded =
           answeredCount * requestRate
           + dpNotfnd(deptIdx) * notfndRate
           + dpPages(deptIdx) * pageRate
         add dpBulkReq(deptIdx) to totalBulkReq
         add dpOnlReq(deptIdx) to totalOnlReq
         add dpNotfnd(deptIdx) to totalNotfnd
         add dpPages(deptIdx) to totalPages
         add dpCharge(deptIdx) to totalCharge.

       openReportFile.
         move function current-date(1:8) to runDate
         move runDate(1:4) to rptTitleDate(1:4)
         move "-" to rptTitleDate(5:1)
         move runDate(5:2) to rptTitleDate(6:2)
         move "-" to rptTitleDate(8:1)
         move runDate(7:2) to rptTitleDate(9:2)
         move chargeMonth to rptTitleMonth
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

       writeBillingReport.
         perform varying deptIdx from 1 by 1 until deptIdx > deptCount
           perform priceDepartment
           move dpCode(deptIdx) to rptDept
           move dpBulkReq(deptIdx) to rptBulkReq
           move dpOnlReq(deptIdx) to rptOnlReq
           move dpNotfnd(deptIdx) to rptNotfnd
           move dpPages(deptIdx) to rptPages
           move dpCharge(deptIdx) to rptCharge
           move reportDetailLine to printWork
           perform writePrintLine
         end-perform
         move spaces to printWork
         perform writePrintLine
         move "ALL " to rptDept
         move totalBulkReq to rptBulkReq
         move totalOnlReq to rptOnlReq
         move totalNotfnd to rptNotfnd
         move totalPages to rptPages
         move totalCharge to rptCharge
         move reportDetailLine to printWork
         perform writePrintLine
         perform writeRates
         perform writeControlTotals.

       writeRates.
         move spaces to printWork
         perform writePrintLine
         move "RATE PER ANSWERED REQUEST" to rptRateLabel
         move requestRate to rptRateValue
         move reportRateLine to printWork
         perform writePrintLine
         move "RATE PER NOTFND ANSWER" to rptRateLabel
         move notfndRate to rptRateValue
         move reportRateLine to printWork
         perform writePrintLine
         move "RATE PER BROWSE PAGE" to rptRateLabel
         move pageRate to rptRateValue
         move reportRateLine to printWork
         perform writePrintLine.

      *> the balancing block finance signs off on: each usage total
      *> beside the source it has to agree with
       writeControlTotals.
         move spaces to printWork
         perform writePrintLine
         move reportControlHeadLine to printWork
         perform writePrintLine
         move "BULK REQUESTS / FACRESP TRAILERS" to rptCtlLabel
         move usageBulkCount to rptCtlUsage
         move trailerCount to rptCtlSource
         if usageBulkCount = trailerCount
           move "IN BALANCE" to rptCtlState
         else
           move "OUT OF BALANCE" to rptCtlState
         end-if
         move reportControlLine to printWork
         perform writePrintLine
         move "BULK HASH / FACRESP TRAILERS" to rptCtlLabel
         move usageBulkHash to rptCtlUsage
         move trailerHash to rptCtlSource
         if usageBulkHash = trailerHash
           move "IN BALANCE" to rptCtlState
         else
           move "OUT OF BALANCE" to rptCtlState
         end-if
         move reportControlLine to printWork
         perform writePrintLine
         move "ONLINE INQUIRIES / ONLR AUDIT" to rptCtlLabel
         move usageOnlrCount to rptCtlUsage
         move auditOnlrCount to rptCtlSource
         if usageOnlrCount = auditOnlrCount
           move "IN BALANCE" to rptCtlState
         else
           move "OUT OF BALANCE" to rptCtlState
         end-if
         move reportControlLine to printWork
         perform writePrintLine
         move "BROWSE PAGES / ONLB AUDIT" to rptCtlLabel
         move usageOnlbCount to rptCtlUsage
         move auditOnlbCount to rptCtlSource
         if usageOnlbCount = auditOnlbCount
           move "IN BALANCE" to rptCtlState
         else
           move "OUT OF BALANCE" to rptCtlState
         end-if
         move reportControlLine to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move "FACLOOK RUNS (BCTL RECORDS)" to rptTotalLabel
         move trailerRuns to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         if usageUnknownCount > 0
           move "UNKNOWN USAGE RECORDS" to rptTotalLabel
           move usageUnknownCount to rptTotalValue
           move reportTotalLine to printWork
           perform writePrintLine
         end-if
         if deptsSkipped > 0
           move "USAGE NOT CHARGED - TABLE FULL" to rptTotalLabel
           move deptsSkipped to rptTotalValue
           move reportTotalLine to printWork
           perform writePrintLine
         end-if
         move spaces to printWork
         perform writePrintLine
         if isOutOfBalance
           move "CONTROL TOTALS OUT OF BALANCE - REVIEW BEFORE BILLING"
             to printWork
         else
           move "CONTROL TOTALS IN BALANCE" to printWork
         end-if
         perform writePrintLine.

      *> the finance feed wraps one detail record per department in
      *> the shop's header/trailer controls: the header carries the
      *> run date and the billed month, the trailer the detail count
      *> and the total charge the details must add up to
       writeFinanceFeed.
         open output feedFile
         move spaces to feedLine
         string "H;" runDate ";" chargeMonth
           delimited by size into feedLine
         write feedLine
         perform varying deptIdx from 1 by 1 until deptIdx > deptCount
           perform writeFeedDetail
         end-perform
         move feedCount to countDisplay
         move totalCharge to totalChargeDisplay
         move spaces to feedLine
         string "T;" countDisplay ";" totalChargeDisplay
           delimited by size into feedLine
         write feedLine
         close feedFile.

       writeFeedDetail.
         add 1 to feedCount
         move spaces to feedLine
         move dpCharge(deptIdx) to chargeDisplay
         string "D;" dpCode(deptIdx) ";"
           dpBulkReq(deptIdx) ";"
           dpOnlReq(deptIdx) ";"
           dpNotfnd(deptIdx) ";"
           dpPages(deptIdx) ";"
           chargeDisplay
           delimited by size into feedLine
         write feedLine.
