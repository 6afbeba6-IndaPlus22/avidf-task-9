      *> deckChangeRec - one applied FPED action on DECKCHG, written
      *> through the DKCL extrapartition queue: who (sign-on user
      *> and terminal), when (current-date stamp), the action (A, C
      *> or D) and the parmDeckRec image before and after it,
      *> run schedule included. the before image is empty on an
      *> add, the after image on a delete. dkcrpt lists them
      *> between parmunld runs
       01 deckChangeRec.
         05 dkcTimestamp      pic x(26).
         05 dkcUserId         pic x(8).
         05 dkcTermId         pic x(4).
         05 dkcAction         pic x(1).
         05 dkcBefore.
           10 dkcBefSeq       pic 9(3).
           10 dkcBefMode      pic x(4).
           10 dkcBefNText     pic x(3).
           10 dkcBefRText     pic x(3).
           10 dkcBefSchedType pic x(1).
           10 dkcBefWeekdays  pic x(7).
           10 dkcBefRunDate   pic x(8).
           10 dkcBefEffective pic x(8).
           10 dkcBefExpiry    pic x(8).
         05 dkcAfter.
           10 dkcAftSeq       pic 9(3).
           10 dkcAftMode      pic x(4).
           10 dkcAftNText     pic x(3).
           10 dkcAftRText     pic x(3).
           10 dkcAftSchedType pic x(1).
           10 dkcAftWeekdays  pic x(7).
           10 dkcAftRunDate   pic x(8).
           10 dkcAftEffective pic x(8).
           10 dkcAftExpiry    pic x(8).
