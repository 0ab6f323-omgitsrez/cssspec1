*>                   Interest Payable, not Deposit Liability, so
*>                   each liability account is relieved for
*>                   exactly what it carried.
*> 2026-10-14  RWC   A coded Billed entry now takes its income
*>                   account and feed description from the charge
*>                   code master (CHGCREC, maintained by ChgCdMnt)
*>                   instead of the parking/pet rent/utility
*>                   account constants and the hard-coded charge
*>                   code test, so accounting adds a new fee type
*>                   with its own revenue account as a data change.
*>                   A code not on the master still goes to the
*>                   catch-all ancillary income account.
*> 2026-10-14  RWC   An Adjustment ("A") entry approved through
*>                   AdjMnt carries an adjustment reason, and now
*>                   extracts against an offset account picked by
*>                   that reason instead of the move-out accounts:
*>                   a late fee waiver reverses Late Fee Income, a
*>                   concession goes to Concession Expense, and a
*>                   correction goes back to the charge's own
*>                   income account (rent revenue when uncoded).
*>                   A credit debits the offset and credits
*>                   Accounts Receivable; a debit the reverse.
*>                   MoveOut's Adjustments carry no reason and
*>                   extract exactly as before.
*> 2026-10-14  RWC   Added former-tenant collections' entry types:
*>                   a Write-Off ("W") debits Bad Debt Expense and
*>                   credits Accounts Receivable for the balance
*>                   placed with the agency; a Recovery ("Y")
*>                   reverses that for the net amount the agency
*>                   remitted (debit Accounts Receivable, credit Bad
*>                   Debt Expense), and the agency Payment behind
*>                   it extracts as any Payment does.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, run month,
*>                   ledger entries read and GL lines written - at
*>                   start and at finish, so MonthEnd can tell the
*>                   extract has been run before it closes a period.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select GL-Control-File Assign To "GLCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
 FD  Tenant-Master.
 Copy TENREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  GL-Control-File.
 01   GL-Control-Record.
     03   GC-Key         Pic X(6).
 01   Work-Fields.
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   WS-No-Code-File-Switch     Pic X(1)     Value "N".
     88   No-Charge-Code-File     Value "Y".
 03   GL-Control-Status     Pic X(2)     Value "00".
 03   GL-Extract-Status     Pic X(2)     Value "00".
 03   GL-History-Status     Pic X(2)     Value "00".
 03   WS-Account-Receivable     Pic X(6)     Value "120000".
 03   WS-Account-Revenue     Pic X(6)     Value "400000".
 03   WS-Account-Cash         Pic X(6)     Value "100000".
 03   WS-Account-Other-Charge Pic X(6)     Value "440000".
 03   WS-Account-Late-Fee     Pic X(6)     Value "450000".
 03   WS-Account-Deposit-Liab Pic X(6)     Value "230000".
 03   WS-Account-Int-Payable Pic X(6)     Value "235000".
 03   WS-Account-Refund-Pay     Pic X(6)     Value "210000".
 03   WS-Account-Concession     Pic X(6)     Value "510000".
 03   WS-Account-Bad-Debt     Pic X(6)     Value "520000".
 03   WS-Entry-Amount     Pic 9(8)v99     Value Zero.
 03   WS-Credit-Account     Pic X(6)     Value Spaces.
 03   WS-Billed-Description     Pic X(30)     Value Spaces.
 03   WS-Total-Credits     Pic 9(10)v99     Value Zero.
 03   WS-Last-Seq-Extracted     Pic 9(6)     Value Zero.
 03   WS-High-Seq-This-Run     Pic 9(6)     Value Zero.
 03   WS-Entries-Read     Pic 9(8)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 01   Control-Heading.
 03   Filler             Pic X(32) Value "GENERAL LEDGER EXTRACT CONTROLS".
*> balanced debit/credit pair, then print the control totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Entry Until End-Of-File.
     Perform 2900-Print-Control-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Input Tenant-Ledger.
     Open Input Tenant-Master.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Move "Y" To WS-No-Code-File-Switch
     End-If.
     Open I-O GL-Control-File.
     If GL-Control-Status = "35"
         Open Output GL-Control-File
     End-Read.
     Move GC-Last-Seq-Extracted To WS-Last-Seq-Extracted.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the current month, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Accept WS-Run-Date From Date YYYYMMDD.
     Compute WS-Run-Period = WS-Run-Date / 100.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "GLEXTRCT"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Entry - extract the current ledger entry,
*> unless its sequence number shows it was already sent out on a
*> prior extract, then read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Entry.
     Add 1 To WS-Entries-Read.
     If LG-Sequence-No > WS-High-Seq-This-Run
         Move LG-Sequence-No To WS-High-Seq-This-Run
     End-If.
                 Perform 2460-Extract-Interest-Applied-Entry
             When LG-Type-Is-Reversal
                 Perform 2470-Extract-Reversal-Entry
             When LG-Type-Is-Write-Off
                 Perform 2480-Extract-Write-Off-Entry
             When LG-Type-Is-Recovery
                 Perform 2490-Extract-Recovery-Entry
         End-Evaluate
     End-If.
     Read Tenant-Ledger

*> ---------------------------------------------------------------
*> 2150-Determine-Charge-Account - the income account and feed
*> description for the charge code on the current Billed entry,
*> read off the charge code master.  A code not on the master (or
*> a shop with no master yet) goes to the catch-all ancillary
*> income account rather than being dropped or lumped back into
*> rent.
*> ---------------------------------------------------------------
 2150-Determine-Charge-Account.
     Move WS-Account-Other-Charge To WS-Credit-Account.
     Move "ANCILLARY CHARGE BILLED" To WS-Billed-Description.
     If Not No-Charge-Code-File
         Move LG-Charge-Code To CC-Charge-Code
         Read Charge-Code-Master
             Invalid Key
                 Continue
             Not Invalid Key
                 Move CC-GL-Account To WS-Credit-Account
                 Move Spaces To WS-Billed-Description
                 String CC-Description Delimited By "  "
                     " BILLED" Delimited By Size
                     Into WS-Billed-Description
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2300-Extract-Late-Fee-Entry - a Late-Fee entry debits Accounts
*> Receivable for the days credited); a positive one is MoveOut
*> refunding a closing credit balance (debit Accounts Receivable
*> to clear the credit, credit Refunds Payable for accounts
*> payable to cut the check from).  An Adjustment carrying an
*> adjustment reason was approved through AdjMnt, not posted by
*> MoveOut, and goes to its reason's offset account instead.
*> ---------------------------------------------------------------
 2400-Extract-Adjustment-Entry.
     If LG-Reason-Late-Fee-Waiver Or LG-Reason-Concession
         Or LG-Reason-Correction
         Perform 2410-Extract-Approved-Adjustment
     Else
         If LG-Amount < Zero
             Compute WS-Entry-Amount = Zero - LG-Amount
             Move WS-Account-Revenue To GL-Account-Code
             Move "D"             To GL-Debit-Credit
             Move WS-Entry-Amount     To GL-Amount
             Move "MOVE-OUT RENT ADJUSTMENT" To GL-Description
             Perform 2500-Write-One-GL-Line
             Add WS-Entry-Amount To WS-Total-Debits
             Move WS-Account-Receivable To GL-Account-Code
             Move "C"             To GL-Debit-Credit
             Move WS-Entry-Amount     To GL-Amount
             Move "MOVE-OUT RENT ADJUSTMENT" To GL-Description
             Perform 2500-Write-One-GL-Line
             Add WS-Entry-Amount To WS-Total-Credits
         Else
             Move LG-Amount         To WS-Entry-Amount
             Move WS-Account-Receivable To GL-Account-Code
             Move "D"             To GL-Debit-Credit
             Move WS-Entry-Amount     To GL-Amount
             Move "MOVE-OUT CREDIT REFUNDED" To GL-Description
             Perform 2500-Write-One-GL-Line
             Add WS-Entry-Amount To WS-Total-Debits
             Move WS-Account-Refund-Pay To GL-Account-Code
             Move "C"             To GL-Debit-Credit
             Move WS-Entry-Amount     To GL-Amount
             Move "MOVE-OUT CREDIT REFUNDED" To GL-Description
             Perform 2500-Write-One-GL-Line
             Add WS-Entry-Amount To WS-Total-Credits
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2410-Extract-Approved-Adjustment - an Adjustment approved
*> through AdjMnt posts against the offset account its reason
*> calls for: Late Fee Income for a waiver, Concession Expense for
*> a concession, and for a correction the coded charge's own
*> income account off the charge code master (rent revenue for an
*> uncoded one, the catch-all ancillary account for a code no
*> longer on the master).  A negative (credit) Adjustment debits
*> the offset and credits Accounts Receivable; a positive (debit)
*> one debits Accounts Receivable and credits the offset.
*> ---------------------------------------------------------------
 2410-Extract-Approved-Adjustment.
     Evaluate True
         When LG-Reason-Late-Fee-Waiver
             Move WS-Account-Late-Fee To WS-Credit-Account
             Move "LATE FEE WAIVED"     To WS-Billed-Description
         When LG-Reason-Concession
             Move WS-Account-Concession To WS-Credit-Account
             Move "RENT CONCESSION"     To WS-Billed-Description
         When Other
             If LG-Charge-Code = Spaces
                 Move WS-Account-Revenue To WS-Credit-Account
             Else
                 Perform 2150-Determine-Charge-Account
             End-If
             Move "BILLING CORRECTION" To WS-Billed-Description
     End-Evaluate.
     If LG-Amount < Zero
         Compute WS-Entry-Amount = Zero - LG-Amount
         Move WS-Credit-Account     To GL-Account-Code
         Move "D"             To GL-Debit-Credit
         Move WS-Entry-Amount     To GL-Amount
         Move WS-Billed-Description To GL-Description
         Perform 2500-Write-One-GL-Line
         Add WS-Entry-Amount To WS-Total-Debits
         Move WS-Account-Receivable To GL-Account-Code
         Move "C"             To GL-Debit-Credit
         Move WS-Entry-Amount     To GL-Amount
         Move WS-Billed-Description To GL-Description
         Perform 2500-Write-One-GL-Line
         Add WS-Entry-Amount To WS-Total-Credits
     Else
         Move WS-Account-Receivable To GL-Account-Code
         Move "D"             To GL-Debit-Credit
         Move WS-Entry-Amount     To GL-Amount
         Move WS-Billed-Description To GL-Description
         Perform 2500-Write-One-GL-Line
         Add WS-Entry-Amount To WS-Total-Debits
         Move WS-Credit-Account     To GL-Account-Code
         Move "C"             To GL-Debit-Credit
         Move WS-Entry-Amount     To GL-Amount
         Move WS-Billed-Description To GL-Description
         Perform 2500-Write-One-GL-Line
         Add WS-Entry-Amount To WS-Total-Credits
     End-If.
     Perform 2500-Write-One-GL-Line.
     Add LG-Amount To WS-Total-Credits.

*> ---------------------------------------------------------------
*> 2480-Extract-Write-Off-Entry - a former tenant's balance
*> written off on placement with the collection agency debits Bad
*> Debt Expense and credits Accounts Receivable.  LG-Amount is
*> stored negative on a Write-Off entry, so its absolute value is
*> the amount to post.
*> ---------------------------------------------------------------
 2480-Extract-Write-Off-Entry.
     Compute WS-Entry-Amount = Zero - LG-Amount.
     Move WS-Account-Bad-Debt To GL-Account-Code.
     Move "D"             To GL-Debit-Credit.
     Move WS-Entry-Amount     To GL-Amount.
     Move "BAD DEBT WRITE-OFF" To GL-Description.
     Perform 2500-Write-One-GL-Line.
     Add WS-Entry-Amount To WS-Total-Debits.
     Move WS-Account-Receivable To GL-Account-Code.
     Move "C"             To GL-Debit-Credit.
     Move WS-Entry-Amount     To GL-Amount.
     Move "BAD DEBT WRITE-OFF" To GL-Description.
     Perform 2500-Write-One-GL-Line.
     Add WS-Entry-Amount To WS-Total-Credits.

*> ---------------------------------------------------------------
*> 2490-Extract-Recovery-Entry - the net amount the collection
*> agency remitted against a written-off balance is reinstated as
*> a receivable (debit Accounts Receivable) and taken back off Bad
*> Debt Expense (credit); the agency Payment posted behind it then
*> clears the receivable to Cash.  LG-Amount is stored positive on
*> a Recovery entry.
*> ---------------------------------------------------------------
 2490-Extract-Recovery-Entry.
     Move WS-Account-Receivable To GL-Account-Code.
     Move "D"             To GL-Debit-Credit.
     Move LG-Amount         To GL-Amount.
     Move "BAD DEBT RECOVERED" To GL-Description.
     Perform 2500-Write-One-GL-Line.
     Add LG-Amount To WS-Total-Debits.
     Move WS-Account-Bad-Debt To GL-Account-Code.
     Move "C"             To GL-Debit-Credit.
     Move LG-Amount         To GL-Amount.
     Move "BAD DEBT RECOVERED" To GL-Description.
     Perform 2500-Write-One-GL-Line.
     Add LG-Amount To WS-Total-Credits.

*> ---------------------------------------------------------------
*> 2500-Write-One-GL-Line - complete and write one GL-Extract
*> record, to the per-run feed the GL load consumes and to the
         Rewrite GL-Control-Record
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> ledger entries read and the GL lines written.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Entries-Read     To RU-Records-In.
     Move WS-Record-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Perform 2950-Update-Extract-Watermark.
     Close Tenant-Ledger.
     Close Tenant-Master.
     If Not No-Charge-Code-File
         Close Charge-Code-Master
     End-If.
     Close GL-Control-File.
     Close GL-Extract-File.
     Close GL-History-Feed.
