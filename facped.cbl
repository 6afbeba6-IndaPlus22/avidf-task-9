       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 each card carries a run schedule (daily, chosen
      *>            weekdays, month-end, first business day or one
      *>            run date) and optional effective/expiry dates,
      *>            keyed on the SCHED line under the card and shown
      *>            in the list; parmunld selects the cards due for
      *>            the processing date from it. a C replaces the
      *>            whole card, schedule included
      *> 2026-10-15 operator authorization from the SECPROF security
      *>            profile of the signed-on user: no profile, no
      *>            transaction; listing needs the view right and
      *>            A/C/D each their own right, optionally limited
      *>            to the profile's modes (checked against the card
      *>            as keyed and, on C/D, as it stands on the deck).
      *>            every applied A/C/D writes a before/after image
      *>            of the card with user, terminal and stamp to
      *>            DECKCHG through the DKCL queue for dkcrpt
      *> 2026-09-02 new pseudo-conversational deck editor (transid
      *>            FPED, sibling of FINQ) over the keyed PARMDECK
      *>            file the scheduler clerk maintains in place of
       WORKING-STORAGE SECTION.
         copy facpedm.
         copy pdkrec.
         copy secprec.
         copy dkcrec.
         copy dfhaid.

         77 respCode pic s9(8) comp.
         77 operUserId pic x(8).
         77 checkMode pic x(4).
         77 modeIdx pic 9(1).
         77 modeIsPermitted pic x.
           88 modePermitted value "Y".
           88 modeRefused value "N".
         77 changeRespCode pic s9(8) comp.
         77 changeLength pic s9(4) comp value 129.
         77 changeIsLogged pic x.
           88 changeLogged value "Y".
           88 changeNotLogged value "N".
         77 deniedMessage pic x(40)
           value "FACPED: NOT AUTHORIZED FOR THE FPED DECK".
         77 deniedLength pic s9(4) comp value 40.
         77 browseKey pic 9(3).
         77 rowIdx pic 9(1).
         77 rowsShown pic 9(1).
         77 cardIsValid pic x.
           88 cardValid value "Y".
           88 cardInvalid value "N".
         77 dayIdx pic 9(1).
         77 daysMarked pic 9(1).
         77 dateToCheck pic x(8).
         77 dateIsValid pic x.
           88 dateValid value "Y".
           88 dateInvalid value "N".
         77 lastDayOfMonth pic 9(2).
         77 dayLetters pic x(7) value "MTWTFSS".
         01 dateParts.
           05 dateYear pic 9(4).
           05 dateMonth pic 9(2).
           05 dateDay pic 9(2).
         01 monthDayValues pic x(24) value "312831303130313130313031".
         01 monthDayTable redefines monthDayValues.
           05 monthDays pic 9(2) occurs 12 times.
         77 goodbyeMessage pic x(20) value "FACPED SESSION ENDED".
         77 goodbyeLength pic s9(4) comp value 20.


       PROCEDURE DIVISION.
       mainPara.
         perform checkOperator
      *> first entry of the pseudo-conversation paints an empty
      *> screen; every later entry receives the map and acts on the
      *> key the user pressed
           length(3)
         end-exec.

      *> the profile is read on every entry, so a right withdrawn
      *> on SECPROF takes hold at the operator's next key; without
      *> a profile (or with SECPROF unavailable) the conversation
      *> ends here and nothing on the deck is shown or touched
       checkOperator.
         exec cics assign userid(operUserId) end-exec
         exec cics read dataset('SECPROF') into(securityProfileRec)
           ridfld(operUserId) resp(respCode)
         end-exec
         if respCode not = dfhresp(normal)
           exec cics send text from(deniedMessage)
             length(deniedLength) erase freekb
           end-exec
           exec cics return end-exec
         end-if.

      *> blank modes on the profile mean every mode is permitted
       checkModePermitted.
         if secModeList = spaces
           set modePermitted to true
         else
           set modeRefused to true
           perform varying modeIdx from 1 by 1 until modeIdx > 7
             if secMode(modeIdx) = checkMode
               set modePermitted to true
             end-if
           end-perform
         end-if.

       receiveAndRoute.
         exec cics receive map('FACPED') mapset('FACPEDM')
           into(facpedMap) resp(respCode)
               end-if
             end-if
           end-if
         end-if
         if cardValid
           perform validateSchedule
         end-if.

      *> a blank schedule is daily, the way every card ran before
      *> cards carried one; the weekday marks belong to W alone and
      *> the run date to O alone, so a stray entry is questioned
      *> rather than quietly ignored
       validateSchedule.
         inspect schdI replacing all low-value by space
         inspect daysI replacing all low-value by space
         inspect rdatI replacing all low-value by space
         inspect effdI replacing all low-value by space
         inspect expdI replacing all low-value by space
         if schdI = space
           move "D" to schdI
         end-if
         evaluate schdI
           when "D"
           when "M"
           when "F"
             if daysI not = spaces or rdatI not = spaces
               set cardInvalid to true
               move "DAYS APPLY TO SCHED W ONLY, DATE TO SCHED O ONLY"
                 to msgI
             end-if
           when "W"
             if rdatI not = spaces
               set cardInvalid to true
               move "DATE APPLIES TO SCHED O ONLY" to msgI
             else
               perform validateWeekdays
             end-if
           when "O"
             if daysI not = spaces
               set cardInvalid to true
               move "DAYS APPLY TO SCHED W ONLY" to msgI
             else
               move rdatI to dateToCheck
               perform checkScreenDate
               if dateInvalid
                 set cardInvalid to true
                 move "RUN DATE MUST BE A VALID YYYYMMDD DATE" to msgI
               end-if
             end-if
           when other
             set cardInvalid to true
             move "SCHED MUST BE D, W, M, F OR O" to msgI
         end-evaluate
         if cardValid and effdI not = spaces
           move effdI to dateToCheck
           perform checkScreenDate
           if dateInvalid
             set cardInvalid to true
             move "EFF MUST BE A VALID YYYYMMDD DATE OR BLANK" to msgI
           end-if
         end-if
         if cardValid and expdI not = spaces
           move expdI to dateToCheck
           perform checkScreenDate
           if dateInvalid
             set cardInvalid to true
             move "EXP MUST BE A VALID YYYYMMDD DATE OR BLANK" to msgI
           end-if
         end-if
         if cardValid and effdI not = spaces and expdI not = spaces
           if effdI > expdI
             set cardInvalid to true
             move "EFF DATE IS AFTER EXP DATE" to msgI
           end-if
         end-if.

      *> one mark per day under MTWTFSS: Y runs, N or blank does
      *> not, and at least one day has to run
       validateWeekdays.
         move 0 to daysMarked
         perform varying dayIdx from 1 by 1 until dayIdx > 7
           evaluate daysI(dayIdx:1)
             when "Y"
               add 1 to daysMarked
             when "N"
             when space
               continue
             when other
               set cardInvalid to true
           end-evaluate
         end-perform
         if cardInvalid
           move "DAYS MUST BE Y OR N UNDER EACH OF MTWTFSS" to msgI
         else
           if daysMarked = 0
             set cardInvalid to true
             move "SCHED W NEEDS AT LEAST ONE DAY MARKED Y" to msgI
           end-if
         end-if.

       checkScreenDate.
         set dateValid to true
         if dateToCheck is not numeric
           set dateInvalid to true
         else
           move dateToCheck to dateParts
           if dateYear < 1601 or dateMonth < 1 or dateMonth > 12
               or dateDay < 1
             set dateInvalid to true
           else
             move monthDays(dateMonth) to lastDayOfMonth
             if dateMonth = 2
                 and function mod(dateYear, 4) = 0
                 and (function mod(dateYear, 100) not = 0
                   or function mod(dateYear, 400) = 0)
               move 29 to lastDayOfMonth
             end-if
             if dateDay > lastDayOfMonth
               set dateInvalid to true
             end-if
           end-if
         end-if.

       moveScheduleToCard.
         move schdI to pdkSchedType
         move spaces to pdkWeekdays
         if schdI = "W"
           perform varying dayIdx from 1 by 1 until dayIdx > 7
             if daysI(dayIdx:1) = "Y"
               move "Y" to pdkWeekday(dayIdx)
             else
               move "N" to pdkWeekday(dayIdx)
             end-if
           end-perform
         end-if
         move rdatI to pdkRunDate
         move effdI to pdkEffective
         move expdI to pdkExpiry.

       addCard.
         if not secMayAdd
           move "NOT AUTHORIZED TO ADD CARDS" to msgI
         else
           perform addCheckedCard
         end-if.

       addCheckedCard.
         if seqnI is not numeric
           move "SEQ MUST BE NUMERIC" to msgI
         else
           perform validateCard
           if cardValid
             move modeI to checkMode
             perform checkModePermitted
             if modeRefused
               set cardInvalid to true
               move "NOT AUTHORIZED FOR CARDS OF MODE " to msgI
               move modeI to msgI(34:4)
             end-if
           end-if
           if cardValid
             move seqnI to pdkSeq
             move modeI to pdkMode
             move nvalI to pdkNText
             move rvalI to pdkRText
             perform moveScheduleToCard
             exec cics write dataset('PARMDECK') from(parmDeckRec)
               ridfld(pdkSeq) resp(respCode)
             end-exec
             evaluate respCode
               when dfhresp(normal)
                 initialize deckChangeRec
                 move "A" to dkcAction
                 move parmDeckRec to dkcAfter
                 perform writeChangeLog
                 move 0 to caLastSeq
                 perform listFromLast
                 if changeLogged
                   move "CARD ADDED - PF8 CONTINUES THE LIST" to msgI
                 else
                   move "CARD ADDED - CHANGE LOG NOT WRITTEN, TELL "
                     to msgI
                   move "OPERATIONS" to msgI(43:10)
                 end-if
               when dfhresp(duprec)
                 move "SEQ ALREADY ON THE DECK - USE C TO CHANGE IT"
                   to msgI
         end-if.

       changeCard.
         if not secMayChange
           move "NOT AUTHORIZED TO CHANGE CARDS" to msgI
         else
           perform changeCheckedCard
         end-if.

       changeCheckedCard.
         if seqnI is not numeric
           move "SEQ MUST BE NUMERIC" to msgI
         else
           perform validateCard
           if cardValid
             move modeI to checkMode
             perform checkModePermitted
             if modeRefused
               set cardInvalid to true
               move "NOT AUTHORIZED FOR CARDS OF MODE " to msgI
               move modeI to msgI(34:4)
             end-if
           end-if
           if cardValid
             move seqnI to pdkSeq
             exec cics read dataset('PARMDECK') into(parmDeckRec)
             end-exec
             evaluate respCode
               when dfhresp(normal)
                 perform rewriteChangedCard
               when dfhresp(notfnd)
                 move "NO CARD WITH THAT SEQ - USE A TO ADD IT"
                   to msgI
           end-if
         end-if.

      *> the card as it stands on the deck must be of a mode the
      *> operator may maintain too - otherwise a restricted operator
      *> could change someone else's card into one of their own
      *> modes; a refusal releases the record it holds for update
       rewriteChangedCard.
         move pdkMode to checkMode
         perform checkModePermitted
         if modeRefused
           exec cics unlock dataset('PARMDECK') end-exec
           move "NOT AUTHORIZED FOR CARDS OF MODE " to msgI
           move pdkMode to msgI(34:4)
         else
           initialize deckChangeRec
           move "C" to dkcAction
           move parmDeckRec to dkcBefore
           move modeI to pdkMode
           move nvalI to pdkNText
           move rvalI to pdkRText
           perform moveScheduleToCard
           exec cics rewrite dataset('PARMDECK')
             from(parmDeckRec) resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
             move parmDeckRec to dkcAfter
             perform writeChangeLog
             move 0 to caLastSeq
             perform listFromLast
             if changeLogged
               move "CARD CHANGED - PF8 CONTINUES THE LIST" to msgI
             else
               move "CARD CHANGED - CHANGE LOG NOT WRITTEN, TELL "
                 to msgI
               move "OPERATIONS" to msgI(45:10)
             end-if
           else
             move "PARMDECK REWRITE FAILED - CONTACT " to msgI
             move "OPERATIONS" to msgI(35:10)
           end-if
         end-if.

       deleteCard.
         if not secMayDelete
           move "NOT AUTHORIZED TO DELETE CARDS" to msgI
         else
           perform deleteCheckedCard
         end-if.

      *> read for update first: the before image goes to the change
      *> log and the card's mode is checked against the profile
      *> before anything is removed
       deleteCheckedCard.
         if seqnI is not numeric
           move "SEQ MUST BE NUMERIC" to msgI
         else
           move seqnI to pdkSeq
           exec cics read dataset('PARMDECK') into(parmDeckRec)
             ridfld(pdkSeq) update resp(respCode)
           end-exec
           evaluate respCode
             when dfhresp(normal)
               perform deleteHeldCard
             when dfhresp(notfnd)
               move "NO CARD WITH THAT SEQ" to msgI
             when dfhresp(notopen)
               move "PARMDECK FILE NOT OPEN - CONTACT OPERATIONS"
               to msgI
             when other
               move "PARMDECK READ FAILED - CONTACT OPERATIONS"
                 to msgI
           end-evaluate
         end-if.

       deleteHeldCard.
         move pdkMode to checkMode
         perform checkModePermitted
         if modeRefused
           exec cics unlock dataset('PARMDECK') end-exec
           move "NOT AUTHORIZED FOR CARDS OF MODE " to msgI
           move pdkMode to msgI(34:4)
         else
           initialize deckChangeRec
           move "D" to dkcAction
           move parmDeckRec to dkcBefore
           exec cics delete dataset('PARMDECK') resp(respCode)
           end-exec
           if respCode = dfhresp(normal)
             perform writeChangeLog
             move 0 to caLastSeq
             perform listFromLast
             if changeLogged
               move "CARD DELETED - PF8 CONTINUES THE LIST" to msgI
             else
               move "CARD DELETED - CHANGE LOG NOT WRITTEN, TELL "
                 to msgI
               move "OPERATIONS" to msgI(45:10)
             end-if
           else
             move "PARMDECK DELETE FAILED - CONTACT OPERATIONS"
               to msgI
           end-if
         end-if.

      *> callers set the action and the before/after images; the
      *> who and when are filled in here. the card is already on
      *> (or off) the deck by now, so a failed queue write does not
      *> undo it - the confirmation says the log is short instead
       writeChangeLog.
         move function current-date to dkcTimestamp
         move operUserId to dkcUserId
         move eibtrmid to dkcTermId
         exec cics writeq td queue('DKCL') from(deckChangeRec)
           length(changeLength) resp(changeRespCode)
         end-exec
         if changeRespCode = dfhresp(normal)
           set changeLogged to true
         else
           set changeNotLogged to true
         end-if.

      *> pages forward from just past the last card shown, eight
      *> cards a screen, same shape as FINQ's browse; callers that
      *> apply an action re-list first and then overwrite msgI with

       listFromLast.
         perform clearListRows
         if not secMayView
           move "NOT AUTHORIZED TO VIEW THE DECK" to msgI
         else
           perform browseDeck
         end-if.

       browseDeck.
         compute browseKey = caLastSeq + 1
         move browseKey to pdkSeq
         exec cics startbr dataset('PARMDECK') ridfld(pdkSeq)
           move pdkMode to lmdI(rowIdx)
           move pdkNText to lnvI(rowIdx)
           move pdkRText to lrvI(rowIdx)
           perform showListSchedule
           move pdkSeq to lastShownSeq
           add 1 to rowsShown
         else
           move 9 to rowIdx
         end-if.

      *> the list shows the weekday marks as the day letters run
      *> (a dash for a day off) and a one-time card's run date in
      *> the same column; a card not yet reloaded with blank
      *> schedule padding shows as daily and open-dated
       showListSchedule.
         inspect pdkSchedule replacing all low-value by space
         if pdkSchedType = space
           move "D" to lscI(rowIdx)
         else
           move pdkSchedType to lscI(rowIdx)
         end-if
         move spaces to ldyI(rowIdx)
         evaluate true
           when pdkRunsWeekdays
             perform varying dayIdx from 1 by 1 until dayIdx > 7
               if pdkWeekday(dayIdx) = "Y"
                 move dayLetters(dayIdx:1) to ldyI(rowIdx)(dayIdx:1)
               else
                 move "-" to ldyI(rowIdx)(dayIdx:1)
               end-if
             end-perform
           when pdkRunsOnce
             move pdkRunDate to ldyI(rowIdx)
         end-evaluate
         move pdkEffective to lefI(rowIdx)
         move pdkExpiry to lexI(rowIdx).

       clearListRows.
         move spaces to msgI
         perform varying rowIdx from 1 by 1 until rowIdx > 8
           move spaces to lsqI(rowIdx) lmdI(rowIdx)
             lnvI(rowIdx) lrvI(rowIdx) lscI(rowIdx) ldyI(rowIdx)
             lefI(rowIdx) lexI(rowIdx)
         end-perform.

       sendFullMap.
