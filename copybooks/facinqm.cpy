      *> used for both input and output
       01 facinqMap.
         05 filler pic x(12).
         05 inqdL pic s9(4) comp.
         05 inqdF pic x.
         05 inqdI pic x(4).
         05 inqmL pic s9(4) comp.
         05 inqmF pic x.
         05 inqmI pic x(4).
         05 inqnL pic s9(4) comp.
         05 inqnF pic x.
         05 inqnI pic x(3).
         05 inqrL pic s9(4) comp.
         05 inqrF pic x.
         05 inqrI pic x(3).
         05 val1L pic s9(4) comp.
         05 val1F pic x.
         05 val1I pic x(60).
