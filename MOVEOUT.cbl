*>                   move-out date, so the occupancy report counts
*>                   the unit in make-ready - not rent-ready -
*>                   until maintenance closes the turn.
*> 2026-10-14  RWC   Every entry posted here now carries spaces in
*>                   the new ledger adjustment reason, so the GL
*>                   extract keeps treating MoveOut's Adjustments
*>                   as move-out credits and refunds.
*> 2026-10-14  RWC   The settled tenant cross-reference now also
*>                   snapshots the tenant's name, so a balance left
*>                   owing can still be named on the aging report
*>                   and placed for collection after Tenant-Master
*>                   has let go of the tenant.
*> 2026-10-15  RWC   The refund is now split among the leaseholders
*>                   by the shares on the occupant file (OCCPREC):
*>                   each co-tenant with a share gets a refund feed
*>                   record for that percent of it, named and mailed
*>                   to the co-tenant's own address on file, and the
*>                   primary tenant gets what is left at the
*>                   forwarding address - the rounding always lands
*>                   on the primary, so the records add back to the
*>                   refund.  The final statement lists who is paid
*>                   what.  A tenancy with no co-tenants is refunded
*>                   exactly as before.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is SR-Key
         File Status Is Statement-Repository-Status.
     Select Occupant-File Assign To "OCCUPANT"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OC-Key
         File Status Is Occupant-File-Status.
     Select Refund-Feed Assign To "REFUNDFD"
         Organization Is Line Sequential
         File Status Is Refund-Feed-Status.
 FD  Statement-Repository.
 Copy STMTREC.

 FD  Occupant-File.
 Copy OCCPREC.

 FD  Refund-Feed.
 Copy RFNDREC.

 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Statement-Repository-Status Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   Occupant-File-Status     Pic X(2)     Value "00".
 03   Refund-Feed-Status     Pic X(2)     Value "00".
 03   Final-Statement-Status     Pic X(2)     Value "00".
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
     88   Interest-Was-On-File     Value "Y".
 03   WS-Credit-Refund     Pic 9(6)v99     Value Zero.
 03   WS-Refund-Amt         Pic 9(6)v99     Value Zero.
 03   WS-Primary-Refund     Pic 9(6)v99     Value Zero.
 03   WS-Share-Amt         Pic 9(6)v99     Value Zero.
 03   WS-Shares-Paid         Pic 9(6)v99     Value Zero.
 03   WS-Share-Count         Pic 9(2)     Value Zero.
 03   WS-Share-Idx         Pic 9(2)     Value Zero.
 03   WS-Occupant-Scan-Switch     Pic X(1)     Value "N".
     88   Occupant-Scan-Done     Value "Y".
 03   WS-Leap-Switch         Pic X(1)     Value "N".
     88   Is-Leap-Year         Value "Y".
 03   WS-Divide-Quotient     Pic 9(4)     Value Zero.
 03   SA-Label             Pic X(24).
 03   SA-Amount         Pic Z,ZZZ.99-.

*> The co-tenants paid a share of the refund, for the statement.
 01   WS-Refund-Share-Table.
 03   RS-Entry Occurs 10 Times.
     05   RS-Last-Name         Pic X(25).
     05   RS-First-Name         Pic X(25).
     05   RS-Amount         Pic 9(6)v99.

 01   Stmt-Share-Line.
 03   Filler             Pic X(10)     Value "  PAID TO ".
 03   SS-Last-Name         Pic X(25).
 03   Filler             Pic X(1)     Value Space.
 03   SS-First-Name         Pic X(25).
 03   SS-Amount         Pic Z,ZZZ.99-.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - entry point.  Opens the files, takes the move-out
         Close Statement-Repository
         Open I-O Statement-Repository
     End-If.
     Open Input Occupant-File.
     If Occupant-File-Status = "35"
         Open Output Occupant-File
         Close Occupant-File
         Open Input Occupant-File
     End-If.
     Open Extend Refund-Feed.
     If Refund-Feed-Status = "35"
         Open Output Refund-Feed
     Perform 2950-Write-Ledger-Entry.

*> ---------------------------------------------------------------
*> 2320-Write-Refund-Record - the refund to the accounts payable
*> feed so the checks can be cut: first each co-tenant's share,
*> then one record for what is left, mailed to the primary
*> tenant's forwarding address.
*> ---------------------------------------------------------------
 2320-Write-Refund-Record.
     Move Zero To WS-Share-Count.
     Move Zero To WS-Shares-Paid.
     Move TM-Tenant-Id To OC-Tenant-Id.
     Move Zero To OC-Seq-No.
     Move "N" To WS-Occupant-Scan-Switch.
     Start Occupant-File Key Is Not Less Than OC-Key
         Invalid Key
             Move "Y" To WS-Occupant-Scan-Switch
     End-Start.
     Perform 2325-Read-Next-Occupant Until Occupant-Scan-Done.
     Compute WS-Primary-Refund = WS-Refund-Amt - WS-Shares-Paid.
     If WS-Primary-Refund > Zero
         Move TM-Tenant-Id     To RF-Tenant-Id
         Move TM-Last-Name     To RF-Last-Name
         Move TM-First-Name     To RF-First-Name
         Move WS-Fwd-ADD1     To RF-ADD1
         Move WS-Fwd-City     To RF-City
         Move WS-Fwd-State     To RF-State
         Move WS-Fwd-Zip         To RF-Zip
         Move WS-Move-Out-Date     To RF-Move-Out-Date
         Move WS-Primary-Refund     To RF-Refund-Amt
         Write Refund-Feed-Record
     End-If.

*> ---------------------------------------------------------------
*> 2325-Read-Next-Occupant - one occupant of the tenancy; a
*> co-tenant holding a share is paid it.  Stop at end of file or
*> at the next tenancy.
*> ---------------------------------------------------------------
 2325-Read-Next-Occupant.
     Read Occupant-File Next Record
         At End
             Move "Y" To WS-Occupant-Scan-Switch
     End-Read.
     If Not Occupant-Scan-Done
         If OC-Tenant-Id = TM-Tenant-Id
             If OC-Role-Is-Co-Tenant
                 And OC-Refund-Share-Pct > Zero
                 Perform 2327-Write-Co-Tenant-Refund
             End-If
         Else
             Move "Y" To WS-Occupant-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2327-Write-Co-Tenant-Refund - the co-tenant's percent of the
*> refund, rounded, to the feed under the tenancy's Tenant-Id with
*> the co-tenant's own name and mailing address.  Never more than
*> the refund has left, whatever the shares on file add up to.
*> ---------------------------------------------------------------
 2327-Write-Co-Tenant-Refund.
     Compute WS-Share-Amt Rounded =
         WS-Refund-Amt * OC-Refund-Share-Pct / 100.
     If WS-Share-Amt > WS-Refund-Amt - WS-Shares-Paid
         Compute WS-Share-Amt = WS-Refund-Amt - WS-Shares-Paid
     End-If.
     If WS-Share-Amt > Zero
         Move TM-Tenant-Id     To RF-Tenant-Id
         Move OC-Last-Name     To RF-Last-Name
         Move OC-First-Name     To RF-First-Name
         Move OC-ADD1         To RF-ADD1
         Move OC-City         To RF-City
         Move OC-State         To RF-State
         Move OC-Zip         To RF-Zip
         Move WS-Move-Out-Date     To RF-Move-Out-Date
         Move WS-Share-Amt     To RF-Refund-Amt
         Write Refund-Feed-Record
         Add WS-Share-Amt To WS-Shares-Paid
         If WS-Share-Count < 10
             Add 1 To WS-Share-Count
             Move OC-Last-Name To RS-Last-Name(WS-Share-Count)
             Move OC-First-Name To RS-First-Name(WS-Share-Count)
             Move WS-Share-Amt To RS-Amount(WS-Share-Count)
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2330-Post-Credit-Refund-Entry - the tenant had paid past what
     End-Evaluate.
     Write Statement-Line From Stmt-Amount-Line.
     Perform 2560-Store-Statement-Line.
     If WS-Refund-Amt > Zero And WS-Share-Count > Zero
         Perform 2530-Write-One-Share-Line
             Varying WS-Share-Idx From 1 By 1
             Until WS-Share-Idx > WS-Share-Count
         Move TM-Last-Name To SS-Last-Name
         Move TM-First-Name To SS-First-Name
         Move WS-Primary-Refund To SS-Amount
         Write Statement-Line From Stmt-Share-Line
         Perform 2560-Store-Statement-Line
     End-If.
     Write Statement-Line From Spaces.
     Perform 2560-Store-Statement-Line.

*> ---------------------------------------------------------------
*> 2530-Write-One-Share-Line - one co-tenant's part of the refund,
*> under the refund line.
*> ---------------------------------------------------------------
 2530-Write-One-Share-Line.
     Move RS-Last-Name(WS-Share-Idx) To SS-Last-Name.
     Move RS-First-Name(WS-Share-Idx) To SS-First-Name.
     Move RS-Amount(WS-Share-Idx) To SS-Amount.
     Write Statement-Line From Stmt-Share-Line.
     Perform 2560-Store-Statement-Line.


*> ---------------------------------------------------------------
*> 2550-Start-Repository-Statement - stage the repository key for
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 2720-Write-Settled-Xref - snapshot the tenant's property, name
*> and move-out date to the settled-tenant cross-reference, so the
*> monthly owner statement run can still attribute the settled
*> tenant's ledger entries to the right owner after the master is
*> gone.  A tenant with no unit assignment snapshots spaces, which
     Move TM-Tenant-Id     To ST-Tenant-Id.
     Move TM-Property-Code     To ST-Property-Code.
     Move WS-Move-Out-Date     To ST-Move-Out-Date.
     Move TM-Last-Name     To ST-Last-Name.
     Move TM-First-Name     To ST-First-Name.
     Write Settled-Tenant-Record
         Invalid Key
             If Settled-Tenants-Status = "22"

*> ---------------------------------------------------------------
*> 2950-Write-Ledger-Entry - write the ledger entry the caller has
*> just built in the record area.  Nothing posted here is an
*> approved adjustment, so the adjustment reason is always clear.
*> ---------------------------------------------------------------
 2950-Write-Ledger-Entry.
     Move Spaces         To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "MOVEOUT - UNABLE TO POST LEDGER ENTRY FOR "
     Close Ledger-Journal.
     Close Statement-Repository.
     Close Audit-Log.
     Close Occupant-File.
     Close Refund-Feed.
     Close Final-Statement.
