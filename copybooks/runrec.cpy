      *> file to reconcile against), SUPPRESSD (promotion refused,
      *> FACTOR predates the latest build), ROLLBACK (facroll
      *> restored the retired generation)
      *> the rcVerify fields are facvrfy's row-by-row self-check of
      *> the table: the generation it proved, when, its verdict
      *> (VERIFIED or VRFYFAIL), the rows it walked and how many
      *> failed - a verdict for an older generation than
      *> rcGeneration says nothing about the table on FACTOR now
       01 runControlRec.
         05 rcGeneration      pic 9(5).
         05 rcPromoteStamp    pic x(26).
         05 rcVerdict         pic x(9).
         05 rcHighestKey      pic 9(3).
         05 rcVerifyGeneration pic 9(5).
         05 rcVerifyStamp     pic x(26).
         05 rcVerifyVerdict   pic x(9).
         05 rcVerifyRows      pic 9(3).
         05 rcVerifyFailed    pic 9(3).
