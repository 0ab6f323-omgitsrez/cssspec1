*> COLRREC - Collection Agency Remittance record layout.
*> One record per recovery the collection agency reports on its
*> monthly remittance file: the former tenant it was collected
*> from, the date collected, the gross amount collected, the
*> agency's commission kept out of it, and the net amount
*> remitted to us.  Posted by CollRemt.
*> 2026-10-14  Original version.
 01   Collection-Remit-Record.
 03   CR-Tenant-Id         Pic X(6).
 03   CR-Collected-Date     Pic 9(8).
 03   CR-Gross-Amt         Pic 9(6)v99.
 03   CR-Commission-Amt     Pic 9(6)v99.
 03   CR-Net-Amt         Pic 9(6)v99.
 03   Filler             Pic X(22).
