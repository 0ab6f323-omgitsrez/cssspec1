*> ADJPREC - Ledger Adjustment record layout.
*> One record per manual ledger adjustment or credit memo, keyed by
*> an Adjust-No minted from ADJCTL.  Keyed by a clerk through
*> AdjMnt as Pending; a supervisor then Approves it, which posts an
*> "A" entry to Tenant-Ledger and stamps the ledger sequence it
*> posted under, or Rejects it, which posts nothing.  The record is
*> never deleted, so the monthly register (AdjRpt) can always show
*> who keyed and who approved each adjustment.  Amount is unsigned;
*> Sign says which way it moves the tenant's balance - a Credit
*> reduces what the tenant owes, a Debit adds to it.  Charge-Code
*> is spaces for rent, otherwise a code on the Charge Code Master
*> (CHGCREC); the reason picks the GL offset account at extract.
*> 2026-10-14  Original version.
 01   Adjustment-Record.
 03   AJ-Adjust-No         Pic X(6).
 03   AJ-Tenant-Id         Pic X(6).
 03   AJ-Amount         Pic 9(6)v99.
 03   AJ-Sign             Pic X(1).
     88   AJ-Sign-Is-Credit     Value "C".
     88   AJ-Sign-Is-Debit     Value "D".
 03   AJ-Charge-Code         Pic X(4).
 03   AJ-Reason-Code         Pic X(2).
     88   AJ-Reason-Late-Fee-Waiver Value "LW".
     88   AJ-Reason-Concession     Value "CN".
     88   AJ-Reason-Correction     Value "CR".
     88   AJ-Reason-Is-Valid     Value "LW" "CN" "CR".
 03   AJ-Memo             Pic X(40).
 03   AJ-Status         Pic X(1).
     88   AJ-Status-Is-Pending     Value "P".
     88   AJ-Status-Is-Approved     Value "A".
     88   AJ-Status-Is-Rejected     Value "R".
 03   AJ-Entered-By         Pic X(8).
 03   AJ-Entered-Date     Pic 9(8).
 03   AJ-Approved-By         Pic X(8).
 03   AJ-Approved-Date     Pic 9(8).
 03   AJ-Ledger-Seq         Pic 9(6).
 03   Filler             Pic X(14).
