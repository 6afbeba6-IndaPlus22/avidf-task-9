      *> cardOutcomeRec - one madness deck card's outcome on the
      *> CARDLOG card history: the run it belonged to (the stamp
      *> madness took when the run started, shared by every card of
      *> the deck), the card number, what was asked, the run summary
      *> disposition (CLEAN, NO REF, MISMATCH, DONE, OVERFLOW, FOUND,
      *> NOT FOUND, NO TABLE, REJECTED), the card's condition code
      *> and the timestamp of its AUDITLOG record. facstat reads the
      *> latest run's cards from it for the FOPS screen
       01 cardOutcomeRec.
         05 crdRunStamp       pic x(26).
         05 crdCardNumber     pic 9(3).
         05 crdMode           pic x(4).
         05 crdN              pic 9(3).
         05 crdR              pic 9(3).
         05 crdDisposition    pic x(9).
         05 crdReturnCode     pic 9(2).
         05 crdAuditStamp     pic x(26).
