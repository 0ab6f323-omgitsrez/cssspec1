*> APINVREC - Accounts Payable Invoice Feed record layout.
*> One record per vendor invoice for work order costs, written by
*> the WorkPost run for accounts payable to pay the vendor from -
*> the same way MoveOut's RFNDREC feeds refund checks and
*> OwnrStmt's REMTREC feeds owner remittances.  Carries the
*> remit-to name and address as they stood on the vendor master
*> when the invoice was passed, the invoice, its amount (labor
*> plus materials), and the work order it paid for.
*> 2026-10-15  Original version.
 01   AP-Invoice-Record.
 03   AI-Vendor-Id         Pic X(6).
 03   AI-Vendor-Name     Pic X(30).
 03   AI-ADD1             Pic X(50).
 03   AI-City             Pic X(20).
 03   AI-State             Pic X(2).
 03   AI-Zip             Pic X(10).
 03   AI-Taxpayer-Id     Pic X(9).
 03   AI-Invoice-No         Pic X(12).
 03   AI-Invoice-Date     Pic 9(8).
 03   AI-Invoice-Amt     Pic 9(6)v99.
 03   AI-Property-Code     Pic X(4).
 03   AI-Unit-No         Pic X(4).
 03   AI-Order-No         Pic 9(4).
 03   Filler             Pic X(20).
