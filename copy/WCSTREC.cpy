*> WCSTREC - Work Order Cost record layout.
*> What a work order cost and who did it, one record per costed
*> order, keyed the same as the order itself (Property-Code/
*> Unit-No/Order-No) so it reads alongside WORKREC - the order
*> layout had no room left to carry it.  Carries the vendor
*> (VENDREC), the vendor's invoice number and date, the labor and
*> materials, and whether the work was tenant-caused damage to be
*> charged back to the tenant named.  Keyed by WorkMnt's cost
*> function.  The WorkPost run stamps the date it passed the
*> invoice to accounts payable and the date it posted the damage
*> chargeback to the tenant's ledger; once either is stamped the
*> costs are final.  OwnrStmt deducts a cost from the property
*> owner's remittance for the month it went to accounts payable.
*> 2026-10-15  Original version.
 01   Work-Cost-Record.
 03   WK-Key.
     05   WK-Property-Code     Pic X(4).
     05   WK-Unit-No         Pic X(4).
     05   WK-Order-No     Pic 9(4).
 03   WK-Vendor-Id         Pic X(6).
 03   WK-Invoice-No         Pic X(12).
 03   WK-Invoice-Date     Pic 9(8).
 03   WK-Labor-Amt         Pic 9(5)v99.
 03   WK-Materials-Amt     Pic 9(5)v99.
 03   WK-Damage-Flag         Pic X(1).
     88   WK-Is-Tenant-Damage     Value "Y".
 03   WK-Charge-Tenant-Id     Pic X(6).
 03   WK-AP-Fed-Date         Pic 9(8).
 03   WK-Chargeback-Date     Pic 9(8).
 03   Filler             Pic X(15).
