*>             ever cuts at a point where the tenant owed nothing),
*>             dated the archive cutoff; every reader skips it and
*>             running balances continue unchanged after it.
*> 2026-10-14  Added LG-Adjust-Reason, taken from Filler so the
*>             record (and the journal image of it) keeps its
*>             length.  Spaces on every entry except an "A"
*>             Adjustment posted by AdjMnt once a supervisor has
*>             approved it, where it carries the adjustment reason
*>             so the GL extract can pick the offset account: a
*>             late fee waiver reverses Late Fee Income, a
*>             concession charges Concession Expense, a correction
*>             goes back to the charge's own income account.
*>             MoveOut's own "A" entries carry spaces.
*> 2026-10-14  Added entry types "W" and "Y" for former-tenant
*>             collections.  "W" is the (negative) bad-debt write-
*>             off CollPlc posts when a settled tenant's balance is
*>             placed with the collection agency; it takes the
*>             balance to zero.  "Y" is the (positive) recovery
*>             CollRemt posts when the agency remits: it reinstates
*>             the net amount received against the written-off
*>             balance, and the agency Payment posted right behind
*>             it under reference AGENCY settles it again, so the
*>             balance is back at zero and the GL sees cash in and
*>             bad debt reduced by what actually came back.
 01   Ledger-Record.
 03   LG-Key.
     05   LG-Tenant-Id     Pic X(6).
     88   LG-Type-Is-Interest-Applied Value "I".
     88   LG-Type-Is-Reversal     Value "R".
     88   LG-Type-Is-Balance-Fwd     Value "F".
     88   LG-Type-Is-Write-Off     Value "W".
     88   LG-Type-Is-Recovery     Value "Y".
 03   LG-Amount         Pic S9(6)v99.
 03   LG-Balance         Pic S9(6)v99.
 03   LG-Reference         Pic X(10).
 03   LG-Charge-Code         Pic X(4).
 03   LG-Adjust-Reason     Pic X(2).
     88   LG-Reason-Late-Fee-Waiver Value "LW".
     88   LG-Reason-Concession     Value "CN".
     88   LG-Reason-Correction     Value "CR".
 03   Filler             Pic X(14).
