       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 add the requesting department (DEPT) to the
      *>            screen, carried in the commarea once keyed, and
      *>            write a department usage record through the USGL
      *>            queue onto USAGELOG for every audited inquiry and
      *>            browse page so facchg can charge them back
      *> 2026-10-15 add MODE and R to the inquiry: a MODE of COMB,
      *>            PERM, DRNG or CATL reads the answer kept for
      *>            mode, N and R on the keyed results file FACRSLT
      *>            instead of the FACTOR row, audited ONLR with R;
      *>            a blank MODE is the factorial inquiry as before
      *> 2026-09-02 record every inquiry in the audit trail through
      *>            the AUDL extrapartition queue feeding AUDITLOG:
      *>            timestamp, the N keyed, found or not (audHighestN
       WORKING-STORAGE SECTION.
         copy facinqm.
         copy factrec.
         copy rsltrec.
         copy audtrec.
         copy usgrec.
         copy dfhaid.

         77 respCode pic s9(8) comp.
         77 auditRespCode pic s9(8) comp.
         77 auditLength pic s9(4) comp value 49.
         77 usageRespCode pic s9(8) comp.
         77 usageLength pic s9(4) comp value 66.
         77 usageMode pic x(4).
         77 usageOutcome pic x(6).
         77 browseKey pic 9(3).
         77 rowIdx pic 9(1).
         77 rowsShown pic 9(1).

         01 commArea.
           05 caLastN pic 9(3) value 0.
           05 caDept pic x(4) value spaces.

       LINKAGE SECTION.
         01 dfhcommarea pic x(7).

       PROCEDURE DIVISION.
       mainPara.
      *> key the user pressed
         if eibcalen = 0
           move low-values to facinqMap
           move "KEY DEPT AND N (MODE/R FOR A KEPT RESULT), PRESS ENTER"
             to msgI
           perform sendFullMap
         else
           move dfhcommarea to commArea
           perform receiveAndRoute
         end-if
         exec cics return transid('FINQ') commarea(commArea)
           length(7)
         end-exec.

       receiveAndRoute.
         if respCode not = dfhresp(normal)
           move low-values to facinqMap
         end-if
      *> a department keyed on this screen replaces the one the
      *> conversation carries; nothing is answered until there is
      *> one to charge
         if inqdI not = spaces and inqdI not = low-values
           move inqdI to caDept
         end-if
         evaluate eibaid
           when dfhpf3
             exec cics send text from(goodbyeMessage)
             end-exec
             exec cics return end-exec
           when dfhpf8
             if caDept = spaces
               perform refuseWithoutDept
             else
               perform browseForward
             end-if
           when dfhenter
             evaluate true
               when caDept = spaces
                 perform refuseWithoutDept
               when inqmI = spaces or inqmI = low-values
                 perform inquireSingleN
               when inqmI = "COMB" or inqmI = "PERM"
                   or inqmI = "DRNG" or inqmI = "CATL"
                 perform inquireResult
               when other
                 perform clearResultFields
                 move "MODE MUST BE BLANK, COMB, PERM, DRNG OR CATL"
                   to msgI
             end-evaluate
           when other
             move "UNRECOGNIZED KEY - ENTER, PF8 OR PF3" to msgI
         end-evaluate
         perform sendFullMap.

       refuseWithoutDept.
         perform clearResultFields
         move "ENTER YOUR DEPARTMENT CODE IN DEPT" to msgI.

      *> direct keyed read of the FACTOR file for the N the user
      *> typed - the same row the batch LOOK mode would print, minus
      *> the job turnaround
           end-evaluate
           move "ONLR" to audMode
           move inqnI to audRequestedN
           move 0 to audRequestedR
           move "FACT" to usageMode
           if respCode = dfhresp(normal)
             move fctN to audHighestN
             move "FOUND" to usageOutcome
           else
             move 0 to audHighestN
             move "NOTFND" to usageOutcome
           end-if
           perform writeAuditRecord
         end-if.

      *> keyed read of the results file for a COMB, PERM, DRNG or
      *> CATL answer a batch deck card kept; R is required for COMB
      *> and PERM and ignored for DRNG and CATL, which are kept under
      *> R 000. the browse position is left where the last factorial
      *> inquiry put it
       inquireResult.
         perform clearResultFields
         evaluate true
           when inqnI is not numeric
             move "N MUST BE NUMERIC" to msgI
           when (inqmI = "COMB" or inqmI = "PERM")
               and inqrI is not numeric
             move "R MUST BE NUMERIC FOR COMB AND PERM" to msgI
           when other
             move inqmI to rsMode
             move inqnI to rsN
             if inqmI = "COMB" or inqmI = "PERM"
               move inqrI to rsR
             else
               move 0 to rsR
             end-if
             exec cics read dataset('FACRSLT') into(resultRec)
               ridfld(rsKey) resp(respCode)
             end-exec
             evaluate respCode
               when dfhresp(normal)
                 move rsValue(1:60) to val1I
                 move rsValue(61:60) to val2I
                 move rsValue(121:60) to val3I
                 move rsStatus to statI
                 move "KEPT RESULT FOUND" to msgI
               when dfhresp(notfnd)
                 move "NO KEPT RESULT - SUBMIT A DECK CARD FOR IT"
                   to msgI
               when dfhresp(notopen)
                 move "FACRSLT FILE NOT OPEN - CONTACT OPERATIONS"
                   to msgI
               when other
                 move "FACRSLT READ FAILED - CONTACT OPERATIONS"
                   to msgI
             end-evaluate
             move "ONLR" to audMode
             move rsN to audRequestedN
             move rsR to audRequestedR
             move rsMode to usageMode
             if respCode = dfhresp(normal)
               move rsN to audHighestN
               move "FOUND" to usageOutcome
             else
               move 0 to audHighestN
               move "NOTFND" to usageOutcome
             end-if
             perform writeAuditRecord
         end-evaluate.

      *> pages forward from just past the last row shown, six rows a
      *> screen; the browse is positioned GTEQ so a gap in the key
      *> range simply skips to the next real row
         end-if
         move "ONLB" to audMode
         move browseKey to audRequestedN
         move 0 to audRequestedR
         move "FACT" to usageMode
         move "PAGE" to usageOutcome
         if rowsShown > 0
           move lastShownN to audHighestN
         else
      *> the lookup answers and the record is simply lost
       writeAuditRecord.
         move function current-date to audTimestamp
         move 0 to audOverflowCnt
         move 0 to audMismatchCnt
         exec cics writeq td queue('AUDL') from(auditRec)
           length(auditLength) resp(auditRespCode)
         end-exec
         perform writeUsageRecord.

      *> every audited online action is also a chargeable use by
      *> the conversation's department, written with the audit
      *> record's own stamp through the USGL extrapartition queue
      *> the DCT points at USAGELOG - so facchg's ONLR/ONLB counts
      *> tie to the audit trail's. like the audit write, a failed
      *> queue write never takes the inquiry down
       writeUsageRecord.
         initialize usageRec
         move audTimestamp to usgTimestamp
         move caDept to usgDept
         move audMode to usgSource
         move usageMode to usgMode
         move audRequestedN to usgN
         move audRequestedR to usgR
         move usageOutcome to usgOutcome
         move 1 to usgCount
         exec cics writeq td queue('USGL') from(usageRec)
           length(usageLength) resp(usageRespCode)
         end-exec.

      *> the department stays on the screen for the rest of the
      *> conversation, whether or not it was keyed this time
       sendFullMap.
         move caDept to inqdI
         exec cics send map('FACINQ') mapset('FACINQM')
           from(facinqMap) erase freekb
         end-exec.
