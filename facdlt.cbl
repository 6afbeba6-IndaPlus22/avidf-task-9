       AUTHOR. Avid Fayaz

      *> modification history
      *> 2026-10-15 treat a current generation that failed facvrfy's
      *>            row-by-row self-verification (RUNCTL verify
      *>            verdict VRFYFAIL) as stale - warning code, not
      *>            a refusal, the same as an unreconciled table
      *> 2026-09-02 new delta variant of the factor extract for the
      *>            receiving systems that can only apply changes:
      *>            compares the current FACTOR table against the
                 display "FACDLT WARNING: RUNCTL VERDICT IS "
                   rcVerdict
               end-if
               if rcVerifyVerdict = "VRFYFAIL"
                   and rcVerifyGeneration = rcGeneration
                 set tableIsStale to true
                 display "FACDLT WARNING: TABLE FAILED FACVRFY "
                   "SELF-VERIFICATION"
               end-if
           end-read
           close runControlFile
         end-if.
