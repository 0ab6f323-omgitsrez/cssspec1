*> tenants since moved out.  A rerun of a statement overlays its
*> lines, so the repository always holds what was last sent.
*> 2026-09-02  Original version.
*> 2026-10-15  Added statement type "C" - the year-end certificate
*>             of rent paid (YrEndTax), filed under period YYYY12
*>             of the tax year it covers.
 01   Statement-Repo-Record.
 03   SR-Key.
     05   SR-Tenant-Id     Pic X(6).
         88   Stmt-Is-Rent-Statement     Value "R".
         88   Stmt-Is-Late-Notice     Value "L".
         88   Stmt-Is-Final-Statement Value "F".
         88   Stmt-Is-Rent-Certificate Value "C".
     05   SR-Line-No     Pic 9(4).
 03   SR-Line-Text         Pic X(110).
 03   Filler             Pic X(10).
