      *> opsStatusRec - one operations status snapshot on OPSSTAT,
      *> taken by facstat after each nightly madness run and read by
      *> the FOPS screen; keyed by the madness run's start stamp (the
      *> snapshot stamp when CARDLOG holds no run) so the screen can
      *> page back through recent runs in key order. it carries the
      *> RUNCTL record as it stood, the GENR checkpoint (P = pending,
      *> N = none, U = CKPOINT not readable), the run's cards with
      *> their dispositions and condition codes (the first sixteen;
      *> opsCardCount is the whole deck) and the open audmon
      *> exceptions on the latest AUDEXCP (the last four; U = not
      *> readable)
       01 opsStatusRec.
         05 opsRunStamp       pic x(26).
         05 opsSnapStamp      pic x(26).
         05 opsGeneration     pic 9(5).
         05 opsPromoteStamp   pic x(26).
         05 opsVerdict        pic x(9).
         05 opsHighestKey     pic 9(3).
         05 opsVerifyGeneration pic 9(5).
         05 opsVerifyVerdict  pic x(9).
         05 opsCkptState      pic x(1).
           88 opsCkptPending  value "P".
           88 opsCkptNone     value "N".
           88 opsCkptUnknown  value "U".
         05 opsCkptN          pic 9(3).
         05 opsCkptRow        pic 9(3).
         05 opsCardCount      pic 9(3).
         05 opsStepCode       pic 9(2).
         05 opsCard occurs 16 times.
           10 opsCardNumber   pic 9(3).
           10 opsCardMode     pic x(4).
           10 opsCardN        pic 9(3).
           10 opsCardR        pic 9(3).
           10 opsCardDisp     pic x(9).
           10 opsCardCode     pic 9(2).
         05 opsExcpState      pic x(1).
           88 opsExcpKnown    value "K".
           88 opsExcpUnknown  value "U".
         05 opsExcpCount      pic 9(5).
         05 opsExcp occurs 4 times.
           10 opsExcpReason   pic x(18).
           10 opsExcpStamp    pic x(26).
           10 opsExcpMode     pic x(4).
           10 opsExcpN        pic x(3).
