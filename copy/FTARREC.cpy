*> FTARREC - Former-Tenant Receivable record layout.
*> One record per settled tenant (SETLREC) who moved out still
*> owing money after the deposit was applied, keyed by Tenant-Id.
*> Picked up by CollPlc with the name off the settled tenant
*> cross-reference, the forwarding address off Address-History
*> (the move-out "M" entry) and the balance owed.  Open until the
*> placement wait has run, when CollPlc places it with the
*> collection agency and writes the balance off ("W" ledger
*> entry); CollRemt then adds up what the agency remits against
*> it.  A tenant who pays up before placement is marked Settled
*> and never placed.
*> 2026-10-14  Original version.
*> 2026-10-15  A Settled receivable whose ledger shows a balance
*>             again is re-opened by CollPlc; a Placed or Recovered
*>             one has the further balance written off and placed,
*>             added into FT-Balance-Owed and FT-Written-Off-Amt,
*>             and goes back to Placed.
 01   Former-Tenant-Record.
 03   FT-Tenant-Id         Pic X(6).
 03   FT-Last-Name         Pic X(25).
 03   FT-First-Name         Pic X(25).
 03   FT-ADD1             Pic X(50).
 03   FT-City             Pic X(20).
 03   FT-State             Pic X(2).
 03   FT-Zip             Pic X(10).
 03   FT-Property-Code     Pic X(4).
 03   FT-Move-Out-Date     Pic 9(8).
 03   FT-Opened-Date         Pic 9(8).
 03   FT-Balance-Owed     Pic 9(6)v99.
 03   FT-Status         Pic X(1).
     88   FT-Status-Is-Open     Value "O".
     88   FT-Status-Is-Placed     Value "P".
     88   FT-Status-Is-Recovered     Value "R".
     88   FT-Status-Is-Settled     Value "S".
 03   FT-Placed-Date         Pic 9(8).
 03   FT-Written-Off-Amt     Pic 9(6)v99.
 03   FT-Gross-Recovered     Pic 9(6)v99.
 03   FT-Commission-Amt     Pic 9(6)v99.
 03   FT-Net-Recovered     Pic 9(6)v99.
 03   FT-Last-Remit-Date     Pic 9(8).
 03   Filler             Pic X(20).
