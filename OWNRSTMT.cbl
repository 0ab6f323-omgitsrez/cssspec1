*>                   codes past the 8th still total under OTHER
*>                   CHARGES, and a shop with more than 25 owners
*>                   gets a console warning.
*> 2026-10-14  RWC   Charge buckets now follow the charge code
*>                   master (CHGCREC) instead of the first 8 codes
*>                   each owner's ledger happened to turn up: the
*>                   master is loaded at start, every code on it
*>                   gets its own bucket for every owner, and the
*>                   statement labels each with the master's
*>                   description.  A billed code not on the master
*>                   totals under OTHER CHARGES.  Billings under a
*>                   code the master flags as not counting toward
*>                   the management fee (pass-through charges) are
*>                   taken out of the collections the fee is
*>                   figured on - never below zero - and the
*>                   statement shows the amount excluded.  The
*>                   code table holds 40 codes; a master with more
*>                   gets a console warning and the extras state
*>                   under OTHER CHARGES.
*> 2026-10-14  RWC   A former tenant's bad-debt Write-Off ("W") and
*>                   any Recovery ("Y") later reinstated against it
*>                   state under ADJUSTMENTS with the rest of the
*>                   period's non-cash changes to what tenants owe.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, statement
*>                   period, ledger entries read and owners stated -
*>                   at start and at finish.
*> 2026-10-15  RWC   Work order repair costs are now deducted from
*>                   the owner's remittance.  Every work order cost
*>                   (WCSTREC) WorkPost passed to accounts payable
*>                   in the statement period - labor plus materials
*>                   - is followed through its property to the
*>                   owner and totalled in a REPAIR EXPENSE bucket;
*>                   the statement shows it under the management
*>                   fee and the net remitted, on the statement and
*>                   the payables feed, is collections less both.
*>                   The fee is still figured on collections alone.
*>                   A shop with no work cost file states none.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is OW-Owner-Id
         File Status Is Owner-Master-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Work-Costs Assign To "WORKCOST"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is WK-Key
         File Status Is Work-Costs-Status.
     Select Owner-Statements Assign To "OWNRSTMT"
         Organization Is Line Sequential
         File Status Is Owner-Statements-Status.
 FD  Owner-Master.
 Copy OWNRREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Work-Costs.
 Copy WCSTREC.

 FD  Owner-Statements.
 01   Statement-Line         Pic X(110).

 03   Property-Owner-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Owner-Master-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   WS-Code-Load-Switch     Pic X(1)     Value "N".
     88   Code-Load-Done         Value "Y".
 03   Work-Costs-Status     Pic X(2)     Value "00".
 03   WS-No-Cost-File-Switch     Pic X(1)     Value "N".
     88   No-Cost-File         Value "Y".
 03   WS-Cost-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Costs         Value "Y".
 03   Owner-Statements-Status Pic X(2)     Value "00".
 03   Owner-Remit-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
 03   WS-Owner-Found-Switch     Pic X(1)     Value "N".
     88   Owner-Was-Found     Value "Y".
 03   WS-Mgmt-Fee         Pic 9(8)v99     Value Zero.
 03   WS-Fee-Base         Pic S9(8)v99     Value Zero.
 03   WS-Remit-Amt         Pic S9(8)v99     Value Zero.
 03   WS-Entries-Read     Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   WS-Code-Table.
 03   CT-Count             Pic 9(2)     Value Zero.
 03   CT-Entry Occurs 40 Times.
     05   CT-Code         Pic X(4).
     05   CT-Description     Pic X(20).
     05   CT-Mgmt-Fee-Flag     Pic X(1).

 01   WS-Owner-Table.
 03   OT-Entry Occurs 25 Times.
     05   OT-Deposit-Applied Pic S9(8)v99.
     05   OT-Other-Charges Pic S9(8)v99.
     05   OT-Collected     Pic S9(8)v99.
     05   OT-Fee-Excluded     Pic S9(8)v99.
     05   OT-Repair-Expense     Pic S9(8)v99.
     05   OTC-Amount     Pic S9(8)v99 Occurs 40 Times.

 01   Stmt-Amount-Line.
 03   SA-Label             Pic X(26).

 01   Stmt-Charge-Line.
 03   Filler             Pic X(2)     Value Spaces.
 03   SC-Description     Pic X(20).
 03   Filler             Pic X(4)     Value ":".
 03   SC-Amount         Pic ZZ,ZZZ,ZZZ.99-.

 Procedure Division.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1900-Start-Run-Control.
     Perform 2000-Process-One-Entry Until End-Of-Ledger.
     Perform 2500-Accumulate-Repair-Costs.
     Perform 3000-Settle-One-Owner
         Varying WS-Owner-Idx From 1 By 1
         Until WS-Owner-Idx > WS-Owner-Count.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
         Close Owner-Master
         Open Input Owner-Master
     End-If.
     Open Input Work-Costs.
     If Work-Costs-Status = "35"
         Move "Y" To WS-No-Cost-File-Switch
     End-If.
     Perform 1100-Load-Charge-Codes.
     Open Output Owner-Statements.
     Open Extend Owner-Remit-Feed.
     If Owner-Remit-Status = "35"
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1100-Load-Charge-Codes - load every code on the charge code
*> master into the code table the owner buckets are laid out by.
*> A shop with no master yet states every coded billing under
*> OTHER CHARGES.
*> ---------------------------------------------------------------
 1100-Load-Charge-Codes.
     Move Zero To CT-Count.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Move "Y" To WS-Code-Load-Switch
     Else
         Move "N" To WS-Code-Load-Switch
         Perform 1110-Load-One-Charge-Code Until Code-Load-Done
         Close Charge-Code-Master
     End-If.

*> ---------------------------------------------------------------
*> 1110-Load-One-Charge-Code - one charge code master record into
*> the next table slot; a master past the table's 40 slots warns
*> once and stops loading.
*> ---------------------------------------------------------------
 1110-Load-One-Charge-Code.
     Read Charge-Code-Master
         At End
             Move "Y" To WS-Code-Load-Switch
     End-Read.
     If Not Code-Load-Done
         If CT-Count < 40
             Add 1 To CT-Count
             Move CC-Charge-Code     To CT-Code(CT-Count)
             Move CC-Description     To CT-Description(CT-Count)
             Move CC-Mgmt-Fee-Flag To CT-Mgmt-Fee-Flag(CT-Count)
         Else
             Display "OWNRSTMT - MORE THAN 40 CHARGE CODES - EXTRAS"
                 " STATED UNDER OTHER CHARGES"
             Move "Y" To WS-Code-Load-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 1500-Get-Statement-Period - prompt for the period (YYYYMM) the
*> statements cover; it must key in as 6 numeric digits with a
         Display "OWNRSTMT - PERIOD MUST BE 6 NUMERIC DIGITS YYYYMM"
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the statement period, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "OWNRSTMT"         To RU-Program.
     Move WS-Statement-Period To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Entry - accumulate the current ledger entry
*> into its owner's bucket when it is dated in the statement
*> period, then read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Entry.
     Add 1 To WS-Entries-Read.
     Compute WS-Entry-Period = LG-Entry-Date / 100.
     If WS-Entry-Period = WS-Statement-Period
         And Not LG-Type-Is-Balance-Fwd
                 Move TM-Property-Code To WS-Property-Code
         End-Read
     End-If.
     Perform 2120-Determine-Property-Owner.

*> ---------------------------------------------------------------
*> 2120-Determine-Property-Owner - the owner of WS-Property-Code
*> off the Property-Owner cross-reference, kept until the property
*> changes; a blank property, or one with no owner, leaves a blank
*> owner id for the UNASSIGNED bucket.
*> ---------------------------------------------------------------
 2120-Determine-Property-Owner.
     If WS-Property-Code Not = WS-Lookup-Property
         Move WS-Property-Code To WS-Lookup-Property
         Move Spaces To WS-Entry-Owner-Id
     Move Zero To OT-Deposit-Applied(WS-Owner-Slot).
     Move Zero To OT-Other-Charges(WS-Owner-Slot).
     Move Zero To OT-Collected(WS-Owner-Slot).
     Move Zero To OT-Fee-Excluded(WS-Owner-Slot).
     Move Zero To OT-Repair-Expense(WS-Owner-Slot).
     Perform 2260-Clear-One-Charge-Slot
         Varying WS-Charge-Idx From 1 By 1
         Until WS-Charge-Idx > 40.

*> ---------------------------------------------------------------
*> 2260-Clear-One-Charge-Slot - clear one charge bucket of the
*> slot being started.
*> ---------------------------------------------------------------
 2260-Clear-One-Charge-Slot.
     Move Zero To OTC-Amount(WS-Owner-Slot, WS-Charge-Idx).

*> ---------------------------------------------------------------
             Subtract LG-Amount
                 From OT-Deposit-Applied(WS-Owner-Slot)
         When LG-Type-Is-Adjustment
         When LG-Type-Is-Write-Off
         When LG-Type-Is-Recovery
             Add LG-Amount To OT-Adjustments(WS-Owner-Slot)
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2350-Accumulate-Charge-Entry - a Billed entry carrying a
*> charge code goes in that code's own bucket, found in the code
*> table loaded off the charge code master; a code not on the
*> master still totals under OTHER CHARGES so no money is dropped.
*> A code flagged as not counting toward the management fee also
*> adds to the owner's fee-excluded total.
*> ---------------------------------------------------------------
 2350-Accumulate-Charge-Entry.
     Move Zero To WS-Charge-Slot.
     Perform 2360-Check-One-Charge-Slot
         Varying WS-Charge-Idx From 1 By 1
         Until WS-Charge-Idx > CT-Count
             Or WS-Charge-Slot > Zero.
     If WS-Charge-Slot > Zero
         Add LG-Amount
             To OTC-Amount(WS-Owner-Slot, WS-Charge-Slot)
         If CT-Mgmt-Fee-Flag(WS-Charge-Slot) = "N"
             Add LG-Amount To OT-Fee-Excluded(WS-Owner-Slot)
         End-If
     Else
         Add LG-Amount To OT-Other-Charges(WS-Owner-Slot)
     End-If.

*> ---------------------------------------------------------------
*> 2360-Check-One-Charge-Slot - test one code table slot for the
*> entry's charge code.
*> ---------------------------------------------------------------
 2360-Check-One-Charge-Slot.
     If CT-Code(WS-Charge-Idx) = LG-Charge-Code
         Move WS-Charge-Idx To WS-Charge-Slot
     End-If.

*> ---------------------------------------------------------------
*> 2500-Accumulate-Repair-Costs - walk the work order cost file
*> for the costs passed to accounts payable in the statement
*> period, each into its property's owner's repair expense bucket.
*> ---------------------------------------------------------------
 2500-Accumulate-Repair-Costs.
     If Not No-Cost-File
         Move "N" To WS-Cost-EOF-Switch
         Perform 2510-Accumulate-One-Cost Until End-Of-Costs
     End-If.

*> ---------------------------------------------------------------
*> 2510-Accumulate-One-Cost - read the next cost and, when it went
*> to accounts payable in the statement period, add its labor and
*> materials to the owner of its property.
*> ---------------------------------------------------------------
 2510-Accumulate-One-Cost.
     Read Work-Costs
         At End Move "Y" To WS-Cost-EOF-Switch
     End-Read.
     If Not End-Of-Costs
         Compute WS-Entry-Period = WK-AP-Fed-Date / 100
         If WK-AP-Fed-Date Not = Zero
             And WS-Entry-Period = WS-Statement-Period
             Move WK-Property-Code To WS-Property-Code
             Perform 2120-Determine-Property-Owner
             Perform 2200-Find-Owner-Slot
             If WS-Owner-Slot > Zero
                 Add WK-Labor-Amt WK-Materials-Amt
                     To OT-Repair-Expense(WS-Owner-Slot)
             End-If
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3000-Settle-One-Owner - print one owner's remittance statement
*> and write the payables feed record.  The fee is figured on the
*> period's collections less billings under codes excluded from
*> the fee, never below zero; the remit is the collections less
*> the fee and the period's repair expense.  The blank owner-id
*> bucket prints under UNASSIGNED with no feed record - that money
*> has nowhere to go until OwnrMnt assigns the property - and an
*> owner id no longer on Owner-Master is stated the same way.
*> ---------------------------------------------------------------
 3000-Settle-One-Owner.
     Move "N" To WS-Owner-Found-Switch.
     End-If.
     If Owner-Was-Found
         Move Zero To WS-Mgmt-Fee
         Compute WS-Fee-Base = OT-Collected(WS-Owner-Idx)
             - OT-Fee-Excluded(WS-Owner-Idx)
         If WS-Fee-Base > Zero
             Compute WS-Mgmt-Fee Rounded =
                 WS-Fee-Base * OW-Mgmt-Fee-Pct / 100
         End-If
         Compute WS-Remit-Amt =
             OT-Collected(WS-Owner-Idx) - WS-Mgmt-Fee
                 - OT-Repair-Expense(WS-Owner-Idx)
     Else
         Move Zero To WS-Mgmt-Fee
         Move Zero To WS-Remit-Amt
     Write Statement-Line From Stmt-Amount-Line.
     Perform 3150-Write-One-Charge-Line
         Varying WS-Charge-Idx From 1 By 1
         Until WS-Charge-Idx > CT-Count.
     If OT-Other-Charges(WS-Owner-Idx) Not = Zero
         Move "OTHER CHARGES BILLED:     " To SA-Label
         Move OT-Other-Charges(WS-Owner-Idx) To SA-Amount
         String "MANAGEMENT FEE AT " OW-Mgmt-Fee-Pct
             " PCT OF COLLECTIONS:" Into Statement-Line
         Write Statement-Line
         If OT-Fee-Excluded(WS-Owner-Idx) Not = Zero
             Move "EXCLUDED FROM FEE BASE:   " To SA-Label
             Move OT-Fee-Excluded(WS-Owner-Idx) To SA-Amount
             Write Statement-Line From Stmt-Amount-Line
         End-If
         Move "MANAGEMENT FEE:           " To SA-Label
         Compute SA-Amount = Zero - WS-Mgmt-Fee
         Write Statement-Line From Stmt-Amount-Line
         Perform 3120-Write-Repair-Expense-Line
         Move "NET REMITTED TO YOU:      " To SA-Label
         Move WS-Remit-Amt To SA-Amount
         Write Statement-Line From Stmt-Amount-Line
     Else
         Perform 3120-Write-Repair-Expense-Line
         Move "NOT REMITTED - NO OWNER TO REMIT TO"
             To Statement-Line
         Write Statement-Line
     Write Statement-Line From Spaces.

*> ---------------------------------------------------------------
*> 3120-Write-Repair-Expense-Line - print the period's repair
*> expense as a deduction; an owner with none is left without the
*> line.
*> ---------------------------------------------------------------
 3120-Write-Repair-Expense-Line.
     If OT-Repair-Expense(WS-Owner-Idx) Not = Zero
         Move "REPAIR EXPENSE:           " To SA-Label
         Compute SA-Amount = Zero - OT-Repair-Expense(WS-Owner-Idx)
         Write Statement-Line From Stmt-Amount-Line
     End-If.

*> ---------------------------------------------------------------
*> 3150-Write-One-Charge-Line - print one charge code bucket's
*> line under the rent line, labelled with the master's
*> description; a code with nothing billed this period is left
*> off.
*> ---------------------------------------------------------------
 3150-Write-One-Charge-Line.
     If OTC-Amount(WS-Owner-Idx, WS-Charge-Idx) Not = Zero
         Move CT-Description(WS-Charge-Idx) To SC-Description
         Move OTC-Amount(WS-Owner-Idx, WS-Charge-Idx) To SC-Amount
         Write Statement-Line From Stmt-Charge-Line
     End-If.

*> ---------------------------------------------------------------
*> 3200-Write-Remit-Record - one record to the accounts payable
     Move OT-Collected(WS-Owner-Idx) To RM-Collected-Amt.
     Move WS-Mgmt-Fee     To RM-Mgmt-Fee-Amt.
     Move WS-Remit-Amt     To RM-Remit-Amt.
     Move OT-Repair-Expense(WS-Owner-Idx) To RM-Repair-Expense-Amt.
     Write Owner-Remit-Record.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> ledger entries read and the owners stated.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Entries-Read     To RU-Records-In.
     Move WS-Owner-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
         Close Settled-Tenants
     End-If.
     Close Owner-Master.
     If Not No-Cost-File
         Close Work-Costs
     End-If.
     Close Owner-Statements.
     Close Owner-Remit-Feed.
