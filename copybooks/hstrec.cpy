      *> runHistoryRec - one entry on the permanent RUNHIST ledger
      *> behind the single RUNCTL record: every program that
      *> rewrites RUNCTL appends the state it left there, keyed by
      *> the stamp of the change and the program that made it, so
      *> the ledger reads in time order and never loses a
      *> generation. hstRunMode is GENR/EXTD for madness, ROLL for
      *> facroll, LOAD for facload and VRFY for facvrfy; the card
      *> number and the audit-record timestamp tie a madness entry
      *> to the AUDITLOG record of the card that made it (both
      *> empty for the other programs). hstVerifyVerdict is the
      *> facvrfy verdict standing for hstGeneration, blank when
      *> that generation has not been verified
       01 runHistoryRec.
         05 hstKey.
           10 hstStamp        pic x(26).
           10 hstProgram      pic x(8).
         05 hstGeneration     pic 9(5).
         05 hstVerdict        pic x(9).
         05 hstHighestKey     pic 9(3).
         05 hstVerifyVerdict  pic x(9).
         05 hstRunMode        pic x(4).
         05 hstCardNumber     pic 9(3).
         05 hstAuditStamp     pic x(26).
