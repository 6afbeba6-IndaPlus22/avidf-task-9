      *> securityParmRec - one SECPARM card for secmaint. SET writes
      *> (or replaces) the whole profile for spmUserId: four Y/N
      *> rights in the order view, add, change, delete, up to seven
      *> permitted modes (all blank = every mode) and the operator's
      *> name. DEL removes the profile and with it the operator's
      *> access to FPED
       01 securityParmRec.
         05 spmAction         pic x(4).
           88 spmIsSet        value "SET ".
           88 spmIsDelete     value "DEL ".
         05 filler            pic x(1).
         05 spmUserId         pic x(8).
         05 filler            pic x(1).
         05 spmRights.
           10 spmCanView      pic x(1).
           10 spmCanAdd       pic x(1).
           10 spmCanChange    pic x(1).
           10 spmCanDelete    pic x(1).
         05 filler            pic x(1).
         05 spmModeSlot occurs 7 times.
           10 spmMode         pic x(4).
           10 filler          pic x(1).
         05 spmOperName       pic x(20).
         05 filler            pic x(6).
