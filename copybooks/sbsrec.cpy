      *> subscriptionRec - one card of the SUBSCR deck read by
      *> facntfy: a department registers a single N (blank to-N) or
      *> an inclusive N range it depends on, and the destination
      *> slot (NTFY01 to NTFY08, each a DD of the job) its
      *> notification file is delivered on. a department may send
      *> several cards; all cards naming the same destination are
      *> one subscriber and get one notification file between them
       01 subscriptionRec.
         05 sbsDept           pic x(4).
         05 filler            pic x(1).
         05 sbsFromText       pic x(3).
         05 filler            pic x(1).
         05 sbsToText         pic x(3).
         05 filler            pic x(1).
         05 sbsDest           pic x(8).
         05 filler            pic x(59).
