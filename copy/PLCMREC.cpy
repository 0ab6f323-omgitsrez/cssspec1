*> PLCMREC - Collection Agency Placement feed record layout.
*> One record per former tenant CollPlc places with the
*> collection agency, written to the outbound placement file in
*> the run that writes the balance off: who the debtor is, where
*> to find them, the property and move-out date the debt arose
*> from, and the amount placed.
*> 2026-10-14  Original version.
 01   Placement-Record.
 03   PL-Tenant-Id         Pic X(6).
 03   PL-Last-Name         Pic X(25).
 03   PL-First-Name         Pic X(25).
 03   PL-ADD1             Pic X(50).
 03   PL-City             Pic X(20).
 03   PL-State             Pic X(2).
 03   PL-Zip             Pic X(10).
 03   PL-Property-Code     Pic X(4).
 03   PL-Move-Out-Date     Pic 9(8).
 03   PL-Placed-Date         Pic 9(8).
 03   PL-Placed-Amt         Pic 9(6)v99.
 03   Filler             Pic X(20).
