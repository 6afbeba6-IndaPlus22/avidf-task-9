      *> resultRec - one kept answer of the modeling modes, keyed on
      *> mode, N and R so faclook and the FINQ screen can serve it
      *> again without a deck card: COMB holds nCr and PERM holds
      *> nPr (both written by a COMB card), DRNG holds D(n) and
      *> CATL holds C(n) with R carried as 000. a later card for
      *> the same key replaces the kept answer
       01 resultRec.
         05 rsKey.
           10 rsMode          pic x(4).
           10 rsN             pic 9(3).
           10 rsR             pic 9(3).
         05 rsValue           pic x(180).
         05 rsStatus          pic x(7).
