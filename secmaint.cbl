       IDENTIFICATION DIVISION.
       PROGRAM-ID. secmaint.
       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 new maintenance step for the SECPROF security
      *>            profiles behind the FPED deck editor: SET cards
      *>            write or replace an operator's rights and modes,
      *>            DEL cards remove an operator; the whole deck is
      *>            checked before anything is applied (a bad card
      *>            fails the run severe with SECPROF untouched) and
      *>            SECRPT shows each card's disposition and every
      *>            profile on file afterwards for the security
      *>            sign-off; an update SECPROF refuses is listed
      *>            FAILED and ends the run RC 8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         select securityParmFile assign to "SECPARM"
           organization line sequential
           file status is securityParmFileStatus.

         select securityProfileFile assign to "SECPROF"
           organization indexed
           access mode is dynamic
           record key is secUserId
           file status is securityProfileFileStatus.

         select reportFile assign to "SECRPT"
           organization line sequential
           file status is reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  securityParmFile.
         copy spmrec.

       FD  securityProfileFile.
         copy secprec.

      *> standard 132-column print line, the FACTRPT page layout
       FD  reportFile.
         01 reportLine pic x(132).

       WORKING-STORAGE SECTION.
         77 securityParmFileStatus pic XX.
         77 securityProfileFileStatus pic XX.
         77 reportFileStatus pic XX.

         77 parmAtEnd pic x value "N".
           88 parmNotAtEnd value "N".
           88 parmIsAtEnd value "Y".
         77 profileAtEnd pic x value "N".
           88 profileNotAtEnd value "N".
           88 profileIsAtEnd value "Y".
         77 profileOnFile pic x.
           88 profileFound value "Y".
           88 profileNotFound value "N".
         77 cardIsValid pic x.
           88 cardValid value "Y".
           88 cardInvalid value "N".

      *> the deck is held whole so it can be checked end to end
      *> before the first profile is touched
         01 cardTable.
           05 cardImage pic x(80) occurs 200 times.
         77 cardMax pic 9(3) value 200.
         77 cardCount pic 9(3) value 0.
         77 cardIdx pic 9(3).
         77 modeIdx pic 9(1).
         77 rightIdx pic 9(1).

         77 badCards pic 9(3) value 0.
         77 addedCount pic 9(3) value 0.
         77 replacedCount pic 9(3) value 0.
         77 deletedCount pic 9(3) value 0.
         77 notOnFileCount pic 9(3) value 0.
         77 failedCount pic 9(3) value 0.
         77 profilesListed pic 9(5) value 0.
         77 runReturnCode pic 9(2) value 0.
         77 rejectMessage pic x(40).
         77 runDate pic x(8).

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
             value "FPED SECURITY PROFILE MAINTENANCE  ".
           05 filler pic x(10) value "RUN DATE: ".
           05 rptTitleDate pic x(10).
           05 filler pic x(67) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 rptTitlePage pic zzz9.

         01 reportColHeadLine.
           05 filler pic x(10) value "USER ID".
           05 filler pic x(6) value "CARD".
           05 filler pic x(14) value "DISPOSITION".
           05 filler pic x(8) value "RIGHTS".
           05 filler pic x(36) value "MODES".
           05 filler pic x(20) value "OPERATOR".

         01 reportDetailLine.
           05 rptUserId pic x(8).
           05 filler pic x(2) value spaces.
           05 rptCardAction pic x(4).
           05 filler pic x(2) value spaces.
           05 rptDisposition pic x(12).
           05 filler pic x(2) value spaces.
           05 rptRights pic x(4).
           05 filler pic x(4) value spaces.
           05 rptModes pic x(34).
           05 filler pic x(2) value spaces.
           05 rptOperName pic x(20).

         01 reportTotalLine.
           05 rptTotalLabel pic x(30).
           05 rptTotalValue pic zzzz9.

       PROCEDURE DIVISION.
       mainPara.
         move function current-date(1:8) to runDate
         string runDate(1:4) "-" runDate(5:2) "-" runDate(7:2)
           delimited by size into rptTitleDate
         perform loadParmDeck
         if cardCount = 0
           display "SECMAINT FAILED: NO CARDS ON SECPARM"
           move 12 to return-code
           stop run
         end-if
         perform varying cardIdx from 1 by 1 until cardIdx > cardCount
           move cardImage(cardIdx) to securityParmRec
           perform validateCard
           if cardInvalid
             add 1 to badCards
             display "SECMAINT REJECTED CARD " cardIdx ": "
               rejectMessage
           end-if
         end-perform
         if badCards > 0
           display "SECMAINT FAILED: " badCards " BAD CARDS - "
             "NO PROFILES CHANGED"
           move 12 to return-code
           stop run
         end-if
         perform openProfileFile
         open output reportFile
         perform varying cardIdx from 1 by 1 until cardIdx > cardCount
           move cardImage(cardIdx) to securityParmRec
           perform applyCard
         end-perform
         perform listProfiles
         perform writeTotals
         close reportFile
         close securityProfileFile
         display "SECMAINT COMPLETE - " addedCount " ADDED, "
           replacedCount " REPLACED, " deletedCount " DELETED, "
           notOnFileCount " NOT ON FILE"
         move runReturnCode to return-code
         stop run.

       loadParmDeck.
         open input securityParmFile
         if securityParmFileStatus = "00"
           set parmNotAtEnd to true
           perform readParmCard
           perform holdParmCard until parmIsAtEnd
           close securityParmFile
         end-if.

       readParmCard.
         read securityParmFile
           at end set parmIsAtEnd to true
           not at end continue
         end-read.

       holdParmCard.
         if cardCount < cardMax
           add 1 to cardCount
           move securityParmRec to cardImage(cardCount)
         else
           add 1 to badCards
           display "SECMAINT REJECTED CARD: MORE THAN " cardMax
             " CARDS ON SECPARM"
         end-if
         perform readParmCard.

      *> a SET card must carry a user id, four Y/N rights and only
      *> modes the deck editor accepts; a DEL card only the user id
       validateCard.
         set cardValid to true
         move spaces to rejectMessage
         if spmUserId = spaces
           set cardInvalid to true
           move "USER ID IS BLANK" to rejectMessage
         end-if
         if cardValid
           evaluate true
             when spmIsDelete
               continue
             when spmIsSet
               perform validateSetCard
             when other
               set cardInvalid to true
               move "ACTION MUST BE SET OR DEL" to rejectMessage
           end-evaluate
         end-if.

       validateSetCard.
         perform varying rightIdx from 1 by 1 until rightIdx > 4
           if spmRights(rightIdx:1) not = "Y"
               and spmRights(rightIdx:1) not = "N"
             set cardInvalid to true
             move "RIGHTS MUST BE FOUR Y/N FLAGS" to rejectMessage
           end-if
         end-perform
         perform varying modeIdx from 1 by 1 until modeIdx > 7
           evaluate spmMode(modeIdx)
             when spaces
             when "GENR"
             when "EXTD"
             when "COMB"
             when "LOOK"
             when "PRIM"
             when "DRNG"
             when "CATL"
               continue
             when other
               set cardInvalid to true
               move "MODE IS NOT A DECK MODE" to rejectMessage
           end-evaluate
         end-perform.

      *> a first run finds no SECPROF yet: create it empty and
      *> reopen it for update like any other night
       openProfileFile.
         open i-o securityProfileFile
         if securityProfileFileStatus = "35"
           open output securityProfileFile
           close securityProfileFile
           open i-o securityProfileFile
         end-if
         if securityProfileFileStatus not = "00"
           display "SECMAINT FAILED: SECPROF NOT AVAILABLE, STATUS "
             securityProfileFileStatus
           move 8 to return-code
           stop run
         end-if.

       applyCard.
         move spmUserId to secUserId
         read securityProfileFile
           invalid key set profileNotFound to true
           not invalid key set profileFound to true
         end-read
         evaluate true
           when spmIsSet
             perform setProfile
           when spmIsDelete
             perform deleteProfile
         end-evaluate
         move spmUserId to rptUserId
         move spmAction to rptCardAction
         move reportDetailLine to printWork
         perform writePrintLine.

       setProfile.
         move spmUserId to secUserId
         move spmCanView to secCanView
         move spmCanAdd to secCanAdd
         move spmCanChange to secCanChange
         move spmCanDelete to secCanDelete
         perform varying modeIdx from 1 by 1 until modeIdx > 7
           move spmMode(modeIdx) to secMode(modeIdx)
         end-perform
         move spmOperName to secOperName
         if profileFound
           rewrite securityProfileRec
             invalid key
               perform profileUpdateFailed
             not invalid key
               add 1 to replacedCount
               move "REPLACED" to rptDisposition
           end-rewrite
         else
           write securityProfileRec
             invalid key
               perform profileUpdateFailed
             not invalid key
               add 1 to addedCount
               move "ADDED" to rptDisposition
           end-write
         end-if
         perform describeProfile.

       deleteProfile.
         if profileFound
           perform describeProfile
           delete securityProfileFile
             invalid key
               perform profileUpdateFailed
             not invalid key
               add 1 to deletedCount
               move "DELETED" to rptDisposition
           end-delete
         else
           add 1 to notOnFileCount
           if runReturnCode < 4
             move 4 to runReturnCode
           end-if
           move "NOT ON FILE" to rptDisposition
           move spaces to rptRights rptModes rptOperName
         end-if.

      *> the card stays listed with what it asked for; the profile
      *> on file is whatever it was before the card
       profileUpdateFailed.
         add 1 to failedCount
         move 8 to runReturnCode
         move "FAILED" to rptDisposition
         display "SECMAINT: " spmAction "FOR " spmUserId
           " FAILED, SECPROF STATUS " securityProfileFileStatus.

      *> rights print as the letters V A C D, a dash where the right
      *> is withheld; no modes on the profile prints as ALL
       describeProfile.
         move "----" to rptRights
         if secMayView
           move "V" to rptRights(1:1)
         end-if
         if secMayAdd
           move "A" to rptRights(2:1)
         end-if
         if secMayChange
           move "C" to rptRights(3:1)
         end-if
         if secMayDelete
           move "D" to rptRights(4:1)
         end-if
         if secModeList = spaces
           move "ALL" to rptModes
         else
           move spaces to rptModes
           string secMode(1) " " secMode(2) " " secMode(3) " "
             secMode(4) " " secMode(5) " " secMode(6) " "
             secMode(7)
             delimited by size into rptModes
         end-if
         move secOperName to rptOperName.

      *> the profiles as they now stand, in user-id order, under
      *> their own page break
       listProfiles.
         move spaces to printWork
         perform writePrintLine
         move "PROFILES ON FILE AFTER MAINTENANCE" to printWork
         perform writePrintLine
         move spaces to printWork
         perform writePrintLine
         move low-values to secUserId
         start securityProfileFile key is not less than secUserId
           invalid key set profileIsAtEnd to true
           not invalid key set profileNotAtEnd to true
         end-start
         perform until profileIsAtEnd
           read securityProfileFile next record
             at end set profileIsAtEnd to true
             not at end
               add 1 to profilesListed
               move secUserId to rptUserId
               move spaces to rptCardAction
               move "ON FILE" to rptDisposition
               perform describeProfile
               move reportDetailLine to printWork
               perform writePrintLine
           end-read
         end-perform.

       writeTotals.
         move spaces to printWork
         perform writePrintLine
         move "CARDS APPLIED" to rptTotalLabel
         move cardCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "PROFILES ADDED" to rptTotalLabel
         move addedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "PROFILES REPLACED" to rptTotalLabel
         move replacedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "PROFILES DELETED" to rptTotalLabel
         move deletedCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         move "DEL CARDS NOT ON FILE" to rptTotalLabel
         move notOnFileCount to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine
         if failedCount > 0
           move "CARDS FAILED" to rptTotalLabel
           move failedCount to rptTotalValue
           move reportTotalLine to printWork
           perform writePrintLine
         end-if
         move "PROFILES ON FILE" to rptTotalLabel
         move profilesListed to rptTotalValue
         move reportTotalLine to printWork
         perform writePrintLine.

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
