      *> usageRec - one department usage record on USAGELOG, the
      *> chargeback trail behind faclook and the FINQ screen. a
      *> BULK record is one FACREQ request answered by faclook
      *> (usgHash its share of the FACRESP trailer hash), a BCTL
      *> record closes each faclook run with the trailer's record
      *> count and hash total, an ONLR record is one FINQ inquiry
      *> and an ONLB record one FINQ browse page - the same events
      *> facinq audits as ONLR/ONLB. usgOutcome is FOUND, NOTFND or
      *> REJECT for a request and PAGE for a browse page; usgCount
      *> is 1 except on BCTL
       01 usageRec.
         05 usgTimestamp      pic x(26).
         05 usgDept           pic x(4).
         05 usgSource         pic x(4).
         05 usgMode           pic x(4).
         05 usgN              pic 9(3).
         05 usgR              pic 9(3).
         05 usgOutcome        pic x(6).
         05 usgCount          pic 9(7).
         05 usgHash           pic 9(9).
