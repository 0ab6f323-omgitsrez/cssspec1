*> BKRHREC - Bank Reconciliation History record layout.
*> One record per statement BankRec reconciles, appended to the
*> reconciliation history (BANKHIST): the statement's balances
*> and totals, the book side for the same day, the outstanding
*> items on each side, and the proof - adjusted bank balance,
*> adjusted book balance, and any difference the outstanding items
*> do not explain.  MonthEnd prints the close period's records
*> beside its ledger-to-GL proof.
*> 2026-10-15  Original version.
 01   Bank-Recon-History-Record.
 03   BH-Statement-Date     Pic 9(8).
 03   BH-Run-Date         Pic 9(8).
 03   BH-Opening-Balance     Pic S9(10)v99.
 03   BH-Bank-Credits     Pic 9(10)v99.
 03   BH-Bank-Debits         Pic 9(10)v99.
 03   BH-Closing-Balance     Pic S9(10)v99.
 03   BH-Book-Balance     Pic S9(10)v99.
 03   BH-Book-Credits     Pic 9(10)v99.
 03   BH-Book-Debits         Pic 9(10)v99.
 03   BH-Deposits-In-Transit Pic 9(10)v99.
 03   BH-Uncleared-Debits     Pic 9(10)v99.
 03   BH-Unbooked-Credits     Pic 9(10)v99.
 03   BH-Unbooked-Debits     Pic 9(10)v99.
 03   BH-Adjusted-Bank     Pic S9(10)v99.
 03   BH-Adjusted-Book     Pic S9(10)v99.
 03   BH-Unexplained-Diff     Pic S9(10)v99.
 03   BH-Items-Matched     Pic 9(6).
 03   BH-Items-Outstanding     Pic 9(6).
 03   BH-Proven-Flag     Pic X(1).
     88   BH-Is-Proven         Value "Y".
 03   Filler             Pic X(9).
