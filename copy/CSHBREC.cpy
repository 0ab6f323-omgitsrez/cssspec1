*> CSHBREC - Cash Book record layout.
*> One record per movement of money the system has booked through
*> the operating account, appended to the cash book (CASHBOOK) by
*> the run that booked it: LockBox one credit for each released
*> deposit, AchDraft one credit for the draft file's settlement
*> total, AchRetrn one debit for each draft the bank returned, and
*> PayApply one debit for each returned check it reverses.  The
*> reference is the one the bank is expected to report the item
*> under - the deposit or draft reference, or the check number.
*> BankRec matches the cash book against the bank statement
*> (BSTMREC) and empties it once reconciled; whatever does not
*> clear carries forward on the outstanding-items file (BKOSREC).
*> 2026-10-15  Original version.
*> 2026-10-15  Added source "M", an outside entry keyed through
*>             CashMnt for money that moved through the account
*>             outside the posting runs - chiefly the checks
*>             accounts payable cuts from the owner remittance,
*>             refund and vendor feeds - so BankRec can match the
*>             bank's debit instead of carrying it forever.
 01   Cash-Book-Record.
 03   CB-Source             Pic X(1).
     88   CB-Is-Lockbox-Deposit     Value "L".
     88   CB-Is-ACH-Settlement     Value "A".
     88   CB-Is-ACH-Return     Value "R".
     88   CB-Is-Returned-Check     Value "C".
     88   CB-Is-Outside-Entry     Value "M".
 03   CB-Dr-Cr             Pic X(1).
     88   CB-Is-Credit         Value "C".
     88   CB-Is-Debit         Value "D".
 03   CB-Entry-Date         Pic 9(8).
 03   CB-Amount             Pic 9(8)v99.
 03   CB-Reference         Pic X(15).
 03   CB-Description     Pic X(30).
 03   CB-Program         Pic X(8).
 03   Filler             Pic X(7).
