*> (PROPREC); both are maintained by OwnrMnt and read by the
*> monthly owner statement run (OwnrStmt).
*> 2026-09-02  Original version.
*> 2026-10-15  Added the owner's taxpayer ID, whether it is an EIN
*>             or SSN, and whether the owner is 1099-eligible, for
*>             the year-end 1099 run (YrEndTax), taken from Filler
*>             so the record keeps its length.  An owner on file
*>             before these were added carries spaces - not
*>             eligible - until OwnrMnt's Change sets them.
 01   Owner-Master-Record.
 03   OW-Owner-Id         Pic X(6).
 03   OW-Name             Pic X(30).
 03   OW-State             Pic X(2).
 03   OW-Zip             Pic X(10).
 03   OW-Mgmt-Fee-Pct     Pic 9(2)v99.
 03   OW-Taxpayer-Id     Pic X(9).
 03   OW-TIN-Type         Pic X(1).
     88   OW-TIN-Is-EIN         Value "E".
     88   OW-TIN-Is-SSN         Value "S".
 03   OW-1099-Flag         Pic X(1).
     88   OW-Is-1099-Eligible     Value "Y".
 03   Filler             Pic X(5).
