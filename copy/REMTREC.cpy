*> was collected, the management fee withheld, and the net being
*> remitted.
*> 2026-09-02  Original version.
*> 2026-10-15  Added the repair expense deducted - the work order
*>             costs on the owner's properties passed to accounts
*>             payable in the period (WCSTREC) - taken from Filler
*>             so the record keeps its length.  The remit amount is
*>             now net of it as well as of the management fee; the
*>             collected amount, which the year-end 1099 run
*>             totals, is unchanged.
 01   Owner-Remit-Record.
 03   RM-Owner-Id         Pic X(6).
 03   RM-Name             Pic X(30).
 03   RM-Collected-Amt     Pic S9(8)v99.
 03   RM-Mgmt-Fee-Amt     Pic 9(8)v99.
 03   RM-Remit-Amt         Pic S9(8)v99.
 03   RM-Repair-Expense-Amt     Pic 9(8)v99.
 03   Filler             Pic X(4).
