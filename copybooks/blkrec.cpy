       01 bulkRequestRec.
         05 blkNText          pic x(3).
         05 filler            pic x(77).
      *> bulkResultRequestRec - the same card asking instead for a
      *> kept COMB, PERM, DRNG or CATL answer from the keyed results
      *> file, written as "MODE NNN RRR" (e.g. "COMB 052 005"); R
      *> may be left blank for DRNG and CATL. a card whose first
      *> four columns are not one of those modes is a plain N card
       01 bulkResultRequestRec.
         05 blkRsltMode       pic x(4).
           88 blkIsResultRequest values "COMB" "PERM" "DRNG" "CATL".
         05 filler            pic x(1).
         05 blkRsltNText      pic x(3).
         05 filler            pic x(1).
         05 blkRsltRText      pic x(3).
         05 filler            pic x(68).
      *> bulkDeptHeaderRec - the requesting-department header,
      *> "DEPT cccc", placed ahead of the request cards it covers;
      *> every request after it is charged to that department until
      *> the next header. requests ahead of any header are charged
      *> to department UNKN. a header is not a request and gets no
      *> response record
       01 bulkDeptHeaderRec.
         05 blkHdrTag         pic x(4).
           88 blkIsDeptHeader value "DEPT".
         05 filler            pic x(1).
         05 blkDeptCode       pic x(4).
         05 filler            pic x(71).
