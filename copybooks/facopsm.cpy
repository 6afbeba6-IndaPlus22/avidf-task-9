      *> facopsMap - symbolic map for the FACOPS operations status
      *> screen (maps/facops.bms); kept in step with the BMS source
      *> by hand, one L/F/I group per named field in DFHMDF order,
      *> single view used for both input and output. the sixteen
      *> card cells run two to a line, left then right
       01 facopsMap.
         05 filler pic x(12).
         05 runsL pic s9(4) comp.
         05 runsF pic x.
         05 runsI pic x(19).
         05 snapL pic s9(4) comp.
         05 snapF pic x.
         05 snapI pic x(19).
         05 genrL pic s9(4) comp.
         05 genrF pic x.
         05 genrI pic x(5).
         05 vrdtL pic s9(4) comp.
         05 vrdtF pic x.
         05 vrdtI pic x(9).
         05 hkeyL pic s9(4) comp.
         05 hkeyF pic x.
         05 hkeyI pic x(3).
         05 prmsL pic s9(4) comp.
         05 prmsF pic x.
         05 prmsI pic x(19).
         05 vgenL pic s9(4) comp.
         05 vgenF pic x.
         05 vgenI pic x(5).
         05 vvrdL pic s9(4) comp.
         05 vvrdF pic x.
         05 vvrdI pic x(9).
         05 ckptL pic s9(4) comp.
         05 ckptF pic x.
         05 ckptI pic x(50).
         05 ccntL pic s9(4) comp.
         05 ccntF pic x.
         05 ccntI pic x(3).
         05 stpcL pic s9(4) comp.
         05 stpcF pic x.
         05 stpcI pic x(2).
         05 cmorL pic s9(4) comp.
         05 cmorF pic x.
         05 cmorI pic x(40).
         05 cdCell occurs 16 times.
           10 cnoL pic s9(4) comp.
           10 cnoF pic x.
           10 cnoI pic x(3).
           10 cmdL pic s9(4) comp.
           10 cmdF pic x.
           10 cmdI pic x(4).
           10 cnvL pic s9(4) comp.
           10 cnvF pic x.
           10 cnvI pic x(3).
           10 crvL pic s9(4) comp.
           10 crvF pic x.
           10 crvI pic x(3).
           10 cdsL pic s9(4) comp.
           10 cdsF pic x.
           10 cdsI pic x(9).
           10 crcL pic s9(4) comp.
           10 crcF pic x.
           10 crcI pic x(2).
         05 xcntL pic s9(4) comp.
         05 xcntF pic x.
         05 xcntI pic x(5).
         05 xmorL pic s9(4) comp.
         05 xmorF pic x.
         05 xmorI pic x(40).
         05 xcRow occurs 4 times.
           10 xrsL pic s9(4) comp.
           10 xrsF pic x.
           10 xrsI pic x(18).
           10 xstL pic s9(4) comp.
           10 xstF pic x.
           10 xstI pic x(19).
           10 xmdL pic s9(4) comp.
           10 xmdF pic x.
           10 xmdI pic x(4).
           10 xnvL pic s9(4) comp.
           10 xnvF pic x.
           10 xnvI pic x(3).
         05 msgL pic s9(4) comp.
         05 msgF pic x.
         05 msgI pic x(70).
