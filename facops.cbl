       IDENTIFICATION DIVISION.
       PROGRAM-ID. facops.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new pseudo-conversational operations status
      *>            transaction (transid FOPS), a sibling of FINQ and
      *>            FPED: one read-only screen over the OPSSTAT
      *>            snapshot facstat takes after each nightly run -
      *>            the RUNCTL generation, verdict, promote stamp and
      *>            high key, whether a GENR checkpoint is pending
      *>            and at which row, the run's madness cards with
      *>            their disposition and condition code, and the
      *>            open audmon exceptions. ENTER shows the latest
      *>            run, PF7 pages back to older runs, PF8 forward
      *>            again, PF3 exits - so the help desk can answer
      *>            "is the table good and did last night's run
      *>            finish?" without calling operations

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         copy facopsm.
         copy opsrec.
         copy dfhaid.

         77 respCode pic s9(8) comp.
         77 cellIdx pic 9(2).
         77 cellsShown pic 9(2).
         77 excpIdx pic 9(1).
         77 excpShown pic 9(1).
         77 rawStamp pic x(26).
         77 stampDisplay pic x(19).
         77 statusFound pic x value "N".
           88 statusWasFound value "Y".
         77 goodbyeMessage pic x(20) value "FACOPS SESSION ENDED".
         77 goodbyeLength pic s9(4) comp value 20.

      *> the run on the screen, by its OPSSTAT key - PF7 and PF8
      *> page from it
         01 commArea.
           05 caRunStamp pic x(26) value spaces.

       LINKAGE SECTION.
         01 dfhcommarea pic x(26).

       PROCEDURE DIVISION.
       mainPara.
      *> first entry of the pseudo-conversation shows the latest
      *> run; every later entry acts on the key the user pressed.
      *> the screen is all output, so there is no map to receive -
      *> the key in the EIB and the commarea are the whole input
         if eibcalen = 0
           perform showLatestRun
         else
           move dfhcommarea to commArea
           perform routeKey
         end-if
         exec cics return transid('FOPS') commarea(commArea)
           length(26)
         end-exec.

       routeKey.
         evaluate eibaid
           when dfhpf3
             exec cics send text from(goodbyeMessage)
               length(goodbyeLength) erase freekb
             end-exec
             exec cics return end-exec
           when dfhpf7
             if caRunStamp = spaces
               perform showLatestRun
             else
               perform showOlderRun
             end-if
           when dfhpf8
             if caRunStamp = spaces
               perform showLatestRun
             else
               perform showNewerRun
             end-if
           when dfhenter
             perform showLatestRun
           when other
             perform showCurrentRun
             move "UNRECOGNIZED KEY - ENTER, PF7, PF8 OR PF3" to msgI
             perform sendFullMap
         end-evaluate.

      *> a browse started past every key and read backward lands on
      *> the highest run stamp - the newest snapshot
       showLatestRun.
         move "N" to statusFound
         move high-values to opsRunStamp
         exec cics startbr dataset('OPSSTAT') ridfld(opsRunStamp)
           gteq resp(respCode)
         end-exec
         if respCode = dfhresp(normal)
           exec cics readprev dataset('OPSSTAT') into(opsStatusRec)
             ridfld(opsRunStamp) resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
             set statusWasFound to true
           end-if
           exec cics endbr dataset('OPSSTAT') end-exec
         end-if
         if statusWasFound
           perform showStatus
           move "LATEST RUN - PF7 PAGES BACK TO OLDER RUNS" to msgI
         else
           perform noStatusMessage
         end-if
         perform sendFullMap.

      *> the first record read backward from the shown key is the
      *> shown run itself; the one before it is the older run
       showOlderRun.
         move "N" to statusFound
         move caRunStamp to opsRunStamp
         exec cics startbr dataset('OPSSTAT') ridfld(opsRunStamp)
           gteq resp(respCode)
         end-exec
         if respCode = dfhresp(normal)
           exec cics readprev dataset('OPSSTAT') into(opsStatusRec)
             ridfld(opsRunStamp) resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
               and opsRunStamp not < caRunStamp
             exec cics readprev dataset('OPSSTAT') into(opsStatusRec)
               ridfld(opsRunStamp) resp(respCode)
             end-exec
           end-if
           if respCode = dfhresp(normal)
             set statusWasFound to true
           end-if
           exec cics endbr dataset('OPSSTAT') end-exec
         end-if
         if statusWasFound
           perform showStatus
           move "PF7 OLDER RUN, PF8 NEWER RUN, ENTER LATEST" to msgI
         else
           perform showCurrentRun
           move "NO OLDER RUN ON FILE" to msgI
         end-if
         perform sendFullMap.

      *> likewise forward: the shown run, then the newer one
       showNewerRun.
         move "N" to statusFound
         move caRunStamp to opsRunStamp
         exec cics startbr dataset('OPSSTAT') ridfld(opsRunStamp)
           gteq resp(respCode)
         end-exec
         if respCode = dfhresp(normal)
           exec cics readnext dataset('OPSSTAT') into(opsStatusRec)
             ridfld(opsRunStamp) resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
               and opsRunStamp not > caRunStamp
             exec cics readnext dataset('OPSSTAT') into(opsStatusRec)
               ridfld(opsRunStamp) resp(respCode)
             end-exec
           end-if
           if respCode = dfhresp(normal)
             set statusWasFound to true
           end-if
           exec cics endbr dataset('OPSSTAT') end-exec
         end-if
         if statusWasFound
           perform showStatus
           move "PF7 OLDER RUN, PF8 NEWER RUN, ENTER LATEST" to msgI
         else
           perform showCurrentRun
           move "NO NEWER RUN - THIS IS THE LATEST" to msgI
         end-if
         perform sendFullMap.

      *> repaints the run the commarea names, for a page that found
      *> nothing or a key the screen does not take; a run no longer
      *> on file leaves the screen to the message
       showCurrentRun.
         move low-values to facopsMap
         if caRunStamp not = spaces
           move caRunStamp to opsRunStamp
           exec cics read dataset('OPSSTAT') into(opsStatusRec)
             ridfld(opsRunStamp) resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
             perform showStatus
           end-if
         end-if.

       noStatusMessage.
         move low-values to facopsMap
         move spaces to caRunStamp
         evaluate respCode
           when dfhresp(notopen)
             move "OPSSTAT FILE NOT OPEN - CONTACT OPERATIONS" to msgI
           when dfhresp(notfnd)
           when dfhresp(endfile)
             move "NO STATUS SNAPSHOT ON FILE YET" to msgI
           when other
             move "OPSSTAT READ FAILED - CONTACT OPERATIONS" to msgI
         end-evaluate.

      *> paints one snapshot and makes it the run the conversation
      *> pages from
       showStatus.
         move low-values to facopsMap
         move opsRunStamp to caRunStamp
         if opsCardCount = 0
           move "NO MADNESS RUN" to runsI
         else
           move opsRunStamp to rawStamp
           perform formatStamp
           move stampDisplay to runsI
         end-if
         move opsSnapStamp to rawStamp
         perform formatStamp
         move stampDisplay to snapI
         move opsGeneration to genrI
         move opsVerdict to vrdtI
         move opsHighestKey to hkeyI
         if opsPromoteStamp = spaces
           move "NEVER PROMOTED" to prmsI
         else
           move opsPromoteStamp to rawStamp
           perform formatStamp
           move stampDisplay to prmsI
         end-if
         move opsVerifyGeneration to vgenI
         if opsVerifyVerdict = spaces
           move "NOT RUN" to vvrdI
         else
           move opsVerifyVerdict to vvrdI
         end-if
         perform showCheckpoint
         perform showCards
         perform showExceptions.

       showCheckpoint.
         move spaces to ckptI
         evaluate true
           when opsCkptPending
             string "PENDING - GENR " opsCkptN " RESUMES AT ROW "
               opsCkptRow delimited by size into ckptI
           when opsCkptNone
             move "NONE - NO GENR BUILD LEFT TO RESUME" to ckptI
           when other
             move "UNKNOWN - CKPOINT NOT READ BY THE SNAPSHOT" to ckptI
         end-evaluate.

      *> the snapshot keeps the first sixteen cards of the run; the
      *> worst card code stands for the whole run
       showCards.
         move opsCardCount to ccntI
         move opsStepCode to stpcI
         if opsCardCount > 16
           move "FIRST 16 OF THE RUN'S CARDS SHOWN" to cmorI
           move 16 to cellsShown
         else
           move spaces to cmorI
           move opsCardCount to cellsShown
         end-if
         perform varying cellIdx from 1 by 1 until cellIdx > 16
           if cellIdx > cellsShown
             move spaces to cnoI(cellIdx) cmdI(cellIdx)
               cnvI(cellIdx) crvI(cellIdx) cdsI(cellIdx)
               crcI(cellIdx)
           else
             move opsCardNumber(cellIdx) to cnoI(cellIdx)
             move opsCardMode(cellIdx) to cmdI(cellIdx)
             move opsCardN(cellIdx) to cnvI(cellIdx)
             move opsCardR(cellIdx) to crvI(cellIdx)
             move opsCardDisp(cellIdx) to cdsI(cellIdx)
             move opsCardCode(cellIdx) to crcI(cellIdx)
           end-if
         end-perform.

      *> the snapshot keeps the latest four exceptions, oldest of
      *> them first
       showExceptions.
         move opsExcpCount to xcntI
         evaluate true
           when opsExcpUnknown
             move "AUDEXCP NOT READ BY THE SNAPSHOT" to xmorI
             move 0 to excpShown
           when opsExcpCount = 0
             move "NONE OPEN" to xmorI
             move 0 to excpShown
           when opsExcpCount > 4
             move "LATEST 4 SHOWN" to xmorI
             move 4 to excpShown
           when other
             move spaces to xmorI
             move opsExcpCount to excpShown
         end-evaluate
         perform varying excpIdx from 1 by 1 until excpIdx > 4
           if excpIdx > excpShown
             move spaces to xrsI(excpIdx) xstI(excpIdx)
               xmdI(excpIdx) xnvI(excpIdx)
           else
             move opsExcpReason(excpIdx) to xrsI(excpIdx)
             move opsExcpStamp(excpIdx) to rawStamp
             perform formatStamp
             move stampDisplay to xstI(excpIdx)
             move opsExcpMode(excpIdx) to xmdI(excpIdx)
             move opsExcpN(excpIdx) to xnvI(excpIdx)
           end-if
         end-perform.

       formatStamp.
         move spaces to stampDisplay
         string rawStamp(1:4) "-" rawStamp(5:2) "-"
           rawStamp(7:2) " " rawStamp(9:2) ":"
           rawStamp(11:2) ":" rawStamp(13:2)
           delimited by size into stampDisplay.

       sendFullMap.
         exec cics send map('FACOPS') mapset('FACOPSM')
           from(facopsMap) erase freekb
         end-exec.
