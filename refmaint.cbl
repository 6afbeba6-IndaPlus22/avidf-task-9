       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 treat a current generation that failed facvrfy's
      *>            row-by-row self-verification (RUNCTL verify
      *>            verdict VRFYFAIL) as stale - warning code, not
      *>            a refusal, the same as an unreconciled table
      *> 2026-09-02 check the shared RUNCTL run-control record at
      *>            open and end with a warning condition code when
      *>            the factor table being promoted from is stale,
                 display "REFMAINT WARNING: RUNCTL VERDICT IS "
                   rcVerdict
               end-if
               if rcVerifyVerdict = "VRFYFAIL"
                   and rcVerifyGeneration = rcGeneration
                 set tableIsStale to true
                 display "REFMAINT WARNING: TABLE FAILED FACVRFY "
                   "SELF-VERIFICATION"
               end-if
           end-read
           close runControlFile
         end-if.
