         05 rvalL pic s9(4) comp.
         05 rvalF pic x.
         05 rvalI pic x(3).
         05 schdL pic s9(4) comp.
         05 schdF pic x.
         05 schdI pic x(1).
         05 daysL pic s9(4) comp.
         05 daysF pic x.
         05 daysI pic x(7).
         05 rdatL pic s9(4) comp.
         05 rdatF pic x.
         05 rdatI pic x(8).
         05 effdL pic s9(4) comp.
         05 effdF pic x.
         05 effdI pic x(8).
         05 expdL pic s9(4) comp.
         05 expdF pic x.
         05 expdI pic x(8).
         05 dkRow occurs 8 times.
           10 lsqL pic s9(4) comp.
           10 lsqF pic x.
           10 lrvL pic s9(4) comp.
           10 lrvF pic x.
           10 lrvI pic x(3).
           10 lscL pic s9(4) comp.
           10 lscF pic x.
           10 lscI pic x(1).
           10 ldyL pic s9(4) comp.
           10 ldyF pic x.
           10 ldyI pic x(8).
           10 lefL pic s9(4) comp.
           10 lefF pic x.
           10 lefI pic x(8).
           10 lexL pic s9(4) comp.
           10 lexF pic x.
           10 lexI pic x(8).
         05 msgL pic s9(4) comp.
         05 msgF pic x.
         05 msgI pic x(70).
