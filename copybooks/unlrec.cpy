      *> unloadLogRec - one parmunld run on UNLDLOG: the run's
      *> current-date stamp, the processing date it selected cards
      *> for, and the number of deck cards it unloaded to PARMFILE
      *> and skipped as not due. dkcrpt takes the last two stamps
      *> as the window of FPED deck changes that went into the
      *> latest unload
       01 unloadLogRec.
         05 unlTimestamp      pic x(26).
         05 unlCardsUnloaded  pic 9(3).
         05 unlProcessDate    pic x(8).
         05 unlCardsSkipped   pic 9(3).
