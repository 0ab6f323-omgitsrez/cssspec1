*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  IntgChk.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Nightly cross-file integrity
*>                   check.  The same facts are kept in several
*>                   files and nothing else proves they agree, so
*>                   this run walks them all and reports every
*>                   relationship found broken: a tenant's unit on
*>                   Tenant-Master against the tenant Unit-Master
*>                   carries for it (and the other way round); each
*>                   lease, ACH authorization and recurring charge
*>                   against a tenant still on Tenant-Master or
*>                   closed out on the settled-tenant cross
*>                   reference; each ledger entry's running balance
*>                   against the prior entry's balance plus its own
*>                   amount; the ledger control file's last-issued
*>                   sequence against the highest sequence on the
*>                   ledger; and each open unit-turn work order
*>                   against a vacant unit.  Every exception prints
*>                   both sides' values, with a count by exception
*>                   type at the end.  Read-only - nothing is
*>                   corrected here; the fix is made through the
*>                   program that owns the record.  Ends with
*>                   return code 8 when anything was found, zero on
*>                   a clean run, so the night's schedule can hold
*>                   the next cycle on a broken file.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the exceptions found.  The stamp is made
*>                   before the return code is set, so the call
*>                   does not reset it.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Unit-Master Assign To "UNITMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is UM-Key
         File Status Is Unit-Master-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Lease-Master Assign To "LEASMAST"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is LS-Tenant-Id
         File Status Is Lease-Master-Status.
     Select ACH-Auth-File Assign To "ACHAUTH"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is AC-Tenant-Id
         File Status Is ACH-Auth-Status.
     Select Recurring-Charges Assign To "RECURCHG"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is RC-Key
         File Status Is Recurring-Charges-Status.
     Select Tenant-Ledger Assign To "TENLEDG"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is LG-Key
         File Status Is Tenant-Ledger-Status.
     Select Ledger-Control-File Assign To "LEDCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is LC-Key
         File Status Is Ledger-Control-Status.
     Select Work-Orders Assign To "WORKORDS"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is WO-Key
         File Status Is Work-Orders-Status.
     Select Integrity-Report Assign To "INTGRPT"
         Organization Is Line Sequential
         File Status Is Integrity-Report-Status.

 Data Division.
 File Section.
 FD  Tenant-Master.
 Copy TENREC.

 FD  Unit-Master.
 Copy UNITREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Lease-Master.
 Copy LEASREC.

 FD  ACH-Auth-File.
 Copy ACHREC.

 FD  Recurring-Charges.
 Copy RCHGREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Work-Orders.
 Copy WORKREC.

 FD  Integrity-Report.
 01   Report-Line         Pic X(132).

 Working-Storage Section.
 01   Work-Fields.
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Unit-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Lease-Master-Status     Pic X(2)     Value "00".
 03   ACH-Auth-Status         Pic X(2)     Value "00".
 03   Recurring-Charges-Status Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Work-Orders-Status     Pic X(2)     Value "00".
 03   Integrity-Report-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-No-Tenant-File-Switch Pic X(1)     Value "N".
     88   No-Tenant-File         Value "Y".
 03   WS-No-Unit-File-Switch     Pic X(1)     Value "N".
     88   No-Unit-File         Value "Y".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-No-Lease-File-Switch     Pic X(1)     Value "N".
     88   No-Lease-File         Value "Y".
 03   WS-No-ACH-File-Switch     Pic X(1)     Value "N".
     88   No-ACH-File         Value "Y".
 03   WS-No-Charge-File-Switch Pic X(1)     Value "N".
     88   No-Charge-File         Value "Y".
 03   WS-No-Ledger-File-Switch Pic X(1)     Value "N".
     88   No-Ledger-File         Value "Y".
 03   WS-No-Control-File-Switch Pic X(1)     Value "N".
     88   No-Control-File     Value "Y".
 03   WS-No-Work-File-Switch     Pic X(1)     Value "N".
     88   No-Work-Order-File     Value "Y".
 03   WS-Tenant-Found-Switch     Pic X(1)     Value "N".
     88   Tenant-Found         Value "Y".
 03   WS-Unit-Found-Switch     Pic X(1)     Value "N".
     88   Unit-Found         Value "Y".
 03   WS-Owner-Id         Pic X(6)     Value Spaces.
 03   WS-Owner-File         Pic X(8)     Value Spaces.
 03   WS-Current-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Tenant-Side-Text     Pic X(48)     Value Spaces.
 03   WS-Unit-Side-Text     Pic X(48)     Value Spaces.
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-Expected-Balance     Pic S9(7)v99     Value Zero.
 03   WS-High-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Edit-Amount-1     Pic -(7)9.99.
 03   WS-Edit-Amount-2     Pic -(7)9.99.
 03   WS-Edit-Amount-3     Pic -(7)9.99.
 03   WS-Exception-Idx     Pic 9(2)     Value Zero.
 03   WS-Total-Exceptions     Pic 9(6)     Value Zero.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

*> Exception counts, in the order the report's summary prints
*> them; the labels table below names each slot.
 01   WS-Exception-Counts.
 03   EX-Count         Pic 9(6)     Occurs 12 Times.

 01   WS-Exception-Labels.
 03   Filler             Pic X(30)
         Value "TENANT UNIT NOT ON UNIT MASTER".
 03   Filler             Pic X(30)
         Value "UNIT DOES NOT CARRY TENANT".
 03   Filler             Pic X(30)
         Value "UNIT TENANT NOT ON TENANT MAST".
 03   Filler             Pic X(30)
         Value "TENANT NOT ASSIGNED TO UNIT".
 03   Filler             Pic X(30)
         Value "UNIT OCCUPANCY FLAG DISAGREES".
 03   Filler             Pic X(30)
         Value "LEASE WITH NO TENANT".
 03   Filler             Pic X(30)
         Value "ACH AUTH WITH NO TENANT".
 03   Filler             Pic X(30)
         Value "RECURRING CHARGE NO TENANT".
 03   Filler             Pic X(30)
         Value "LEDGER BALANCE OUT OF STEP".
 03   Filler             Pic X(30)
         Value "LEDCTL BEHIND LEDGER SEQUENCE".
 03   Filler             Pic X(30)
         Value "TURN ORDER ON OCCUPIED UNIT".
 03   Filler             Pic X(30)
         Value "TURN ORDER UNIT NOT ON FILE".
 01   WS-Exception-Label-Table Redefines WS-Exception-Labels.
 03   EL-Label         Pic X(30)     Occurs 12 Times.

 01   Heading-Line-1.
 03   Filler             Pic X(36)
         Value "CROSS-FILE INTEGRITY EXCEPTIONS - ".
 03   HL-Run-Date         Pic 9(8).

 01   Heading-Line-2.
 03   Filler             Pic X(32)     Value "EXCEPTION".
 03   Filler             Pic X(50)     Value "THIS SIDE".
 03   Filler             Pic X(50)     Value "OTHER SIDE".

 01   Exception-Line.
 03   XL-Label         Pic X(30).
 03   Filler             Pic X(2)     Value Spaces.
 03   XL-This-Side         Pic X(48).
 03   Filler             Pic X(2)     Value Spaces.
 03   XL-Other-Side         Pic X(48).

 01   Summary-Line.
 03   SM-Label         Pic X(30).
 03   Filler             Pic X(2)     Value Spaces.
 03   SM-Count         Pic ZZZ,ZZ9.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - walk each file in turn, checking it against the
*> files it must agree with, then print the counts and set the
*> return code.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Check-Tenant-Side.
     Perform 3000-Check-Unit-Side.
     Perform 4000-Check-Lease-Owners.
     Perform 4200-Check-ACH-Owners.
     Perform 4400-Check-Charge-Owners.
     Perform 5000-Check-Ledger-Balances.
     Perform 5500-Check-Ledger-Control.
     Perform 6000-Check-Turn-Orders.
     Perform 8000-Print-Summary.
     Perform 9900-Finish-Run-Control.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open every file input only and print
*> the heading.  A file not on hand yet has nothing to check; its
*> side of any relationship is simply skipped.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Move Zeros To WS-Exception-Counts.
     Open Input Tenant-Master.
     If Tenant-Master-Status = "35"
         Move "Y" To WS-No-Tenant-File-Switch
     End-If.
     Open Input Unit-Master.
     If Unit-Master-Status = "35"
         Move "Y" To WS-No-Unit-File-Switch
     End-If.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open Input Lease-Master.
     If Lease-Master-Status = "35"
         Move "Y" To WS-No-Lease-File-Switch
     End-If.
     Open Input ACH-Auth-File.
     If ACH-Auth-Status = "35"
         Move "Y" To WS-No-ACH-File-Switch
     End-If.
     Open Input Recurring-Charges.
     If Recurring-Charges-Status = "35"
         Move "Y" To WS-No-Charge-File-Switch
     End-If.
     Open Input Tenant-Ledger.
     If Tenant-Ledger-Status = "35"
         Move "Y" To WS-No-Ledger-File-Switch
     End-If.
     Open Input Ledger-Control-File.
     If Ledger-Control-Status = "35"
         Move "Y" To WS-No-Control-File-Switch
     End-If.
     Open Input Work-Orders.
     If Work-Orders-Status = "35"
         Move "Y" To WS-No-Work-File-Switch
     End-If.
     Open Output Integrity-Report.
     Move WS-Today-Date-Work To HL-Run-Date.
     Write Report-Line From Heading-Line-1.
     Write Report-Line From Heading-Line-2 After Advancing 2 Lines.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the night it runs, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "INTGCHK"          To RU-Program.
     Move WS-Today-Date-Work To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Check-Tenant-Side - every tenant Tenant-Master places in a
*> unit must be the tenant Unit-Master carries in that unit.
*> ---------------------------------------------------------------
 2000-Check-Tenant-Side.
     If Not No-Tenant-File
         Move "N" To WS-EOF-Switch
         Move Low-Values To TM-Tenant-Id
         Start Tenant-Master Key Is Not Less Than TM-Tenant-Id
             Invalid Key
                 Move "Y" To WS-EOF-Switch
         End-Start
         Perform 2100-Check-One-Tenant Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 2100-Check-One-Tenant - read the next tenant; one assigned to a
*> unit is looked up on Unit-Master.
*> ---------------------------------------------------------------
 2100-Check-One-Tenant.
     Read Tenant-Master Next Record
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         If TM-Property-Code Not = Spaces
             Move TM-Property-Code     To UM-Property-Code
             Move TM-Unit-No         To UM-Unit-No
             Perform 7300-Look-Up-Unit
             Evaluate True
                 When Not Unit-Found
                     Move 1 To WS-Exception-Idx
                     Perform 2110-Stage-Tenant-Side
                     Move WS-Tenant-Side-Text To XL-This-Side
                     Move "UNITMAST NO RECORD" To XL-Other-Side
                     Perform 7900-Print-Exception
                 When UM-Tenant-Id Not = TM-Tenant-Id
                     Move 2 To WS-Exception-Idx
                     Perform 2110-Stage-Tenant-Side
                     Perform 3110-Stage-Unit-Side
                     Move WS-Tenant-Side-Text To XL-This-Side
                     Move WS-Unit-Side-Text To XL-Other-Side
                     Perform 7900-Print-Exception
             End-Evaluate
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2110-Stage-Tenant-Side - the Tenant-Master side of an exception
*> line, from the tenant record in the buffer.
*> ---------------------------------------------------------------
 2110-Stage-Tenant-Side.
     Move Spaces To WS-Tenant-Side-Text.
     String "TENMAST " TM-Tenant-Id " UNIT " TM-Property-Code "/"
         TM-Unit-No Delimited By Size Into WS-Tenant-Side-Text.

*> ---------------------------------------------------------------
*> 3000-Check-Unit-Side - every unit Unit-Master carries a tenant
*> in must be the unit Tenant-Master places that tenant in, and
*> the occupancy flag must agree with whether a tenant is carried.
*> ---------------------------------------------------------------
 3000-Check-Unit-Side.
     If Not No-Unit-File
         Move "N" To WS-EOF-Switch
         Move Low-Values To UM-Key
         Start Unit-Master Key Is Not Less Than UM-Key
             Invalid Key
                 Move "Y" To WS-EOF-Switch
         End-Start
         Perform 3100-Check-One-Unit Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 3100-Check-One-Unit - read the next unit and check it.
*> ---------------------------------------------------------------
 3100-Check-One-Unit.
     Read Unit-Master Next Record
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         If (Unit-Is-Occupied And UM-Tenant-Id = Spaces)
             Or (Not Unit-Is-Occupied And UM-Tenant-Id Not = Spaces)
             Move 5 To WS-Exception-Idx
             Perform 3110-Stage-Unit-Side
             Move WS-Unit-Side-Text To XL-This-Side
             Move Spaces To XL-Other-Side
             Perform 7900-Print-Exception
         End-If
         If UM-Tenant-Id Not = Spaces
             Move UM-Tenant-Id To TM-Tenant-Id
             Perform 7100-Look-Up-Tenant
             Evaluate True
                 When Not Tenant-Found
                     Move 3 To WS-Exception-Idx
                     Perform 3110-Stage-Unit-Side
                     Move WS-Unit-Side-Text To XL-This-Side
                     Move "TENMAST NO RECORD" To XL-Other-Side
                     Perform 7900-Print-Exception
                 When TM-Property-Code Not = UM-Property-Code
                 When TM-Unit-No Not = UM-Unit-No
                     Move 4 To WS-Exception-Idx
                     Perform 3110-Stage-Unit-Side
                     Perform 2110-Stage-Tenant-Side
                     Move WS-Unit-Side-Text To XL-This-Side
                     Move WS-Tenant-Side-Text To XL-Other-Side
                     Perform 7900-Print-Exception
             End-Evaluate
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3110-Stage-Unit-Side - the Unit-Master side of an exception
*> line, from the unit record in the buffer.
*> ---------------------------------------------------------------
 3110-Stage-Unit-Side.
     Move Spaces To WS-Unit-Side-Text.
     String "UNITMAST " UM-Property-Code "/" UM-Unit-No
         " STATUS " UM-Occupancy-Status " TENANT " UM-Tenant-Id
         Delimited By Size Into WS-Unit-Side-Text.

*> ---------------------------------------------------------------
*> 4000-Check-Lease-Owners - every lease must belong to a live or
*> settled tenant.
*> ---------------------------------------------------------------
 4000-Check-Lease-Owners.
     If Not No-Lease-File
         Move "N" To WS-EOF-Switch
         Perform 4100-Check-One-Lease Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 4100-Check-One-Lease - read the next lease and look for its
*> tenant.
*> ---------------------------------------------------------------
 4100-Check-One-Lease.
     Read Lease-Master
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         Move LS-Tenant-Id To WS-Owner-Id
         Move "LEASMAST" To WS-Owner-File
         Move 6 To WS-Exception-Idx
         Perform 7500-Check-Owning-Tenant
     End-If.

*> ---------------------------------------------------------------
*> 4200-Check-ACH-Owners - every ACH authorization must belong to
*> a live or settled tenant.
*> ---------------------------------------------------------------
 4200-Check-ACH-Owners.
     If Not No-ACH-File
         Move "N" To WS-EOF-Switch
         Perform 4300-Check-One-ACH-Auth Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 4300-Check-One-ACH-Auth - read the next authorization and look
*> for its tenant.
*> ---------------------------------------------------------------
 4300-Check-One-ACH-Auth.
     Read ACH-Auth-File
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         Move AC-Tenant-Id To WS-Owner-Id
         Move "ACHAUTH" To WS-Owner-File
         Move 7 To WS-Exception-Idx
         Perform 7500-Check-Owning-Tenant
     End-If.

*> ---------------------------------------------------------------
*> 4400-Check-Charge-Owners - every recurring charge must belong
*> to a live or settled tenant.
*> ---------------------------------------------------------------
 4400-Check-Charge-Owners.
     If Not No-Charge-File
         Move "N" To WS-EOF-Switch
         Perform 4500-Check-One-Charge Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 4500-Check-One-Charge - read the next recurring charge and look
*> for its tenant.
*> ---------------------------------------------------------------
 4500-Check-One-Charge.
     Read Recurring-Charges
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         Move RC-Tenant-Id To WS-Owner-Id
         Move "RECURCHG" To WS-Owner-File
         Move 8 To WS-Exception-Idx
         Perform 7500-Check-Owning-Tenant
     End-If.

*> ---------------------------------------------------------------
*> 5000-Check-Ledger-Balances - every entry's running balance must
*> be the prior entry's balance plus its own amount; a tenant's
*> first entry (or LedgArch's zero balance-forward anchor) starts
*> from zero.  The recorded balance carries forward, so one bad
*> entry reports once, not on every entry after it.  The highest
*> sequence number seen is kept for the control file check.
*> ---------------------------------------------------------------
 5000-Check-Ledger-Balances.
     If Not No-Ledger-File
         Move "N" To WS-EOF-Switch
         Move Spaces To WS-Current-Tenant-Id
         Perform 5100-Check-One-Ledger-Entry Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 5100-Check-One-Ledger-Entry - read the next ledger entry and
*> prove its balance.
*> ---------------------------------------------------------------
 5100-Check-One-Ledger-Entry.
     Read Tenant-Ledger
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         If LG-Tenant-Id Not = WS-Current-Tenant-Id
             Move LG-Tenant-Id To WS-Current-Tenant-Id
             Move Zero To WS-Prior-Balance
         End-If
         If LG-Sequence-No > WS-High-Ledger-Seq
             Move LG-Sequence-No To WS-High-Ledger-Seq
         End-If
         Compute WS-Expected-Balance = WS-Prior-Balance + LG-Amount
         If LG-Balance Not = WS-Expected-Balance
             Move 9 To WS-Exception-Idx
             Move LG-Balance To WS-Edit-Amount-1
             Move Spaces To XL-This-Side
             String "TENLEDG " LG-Tenant-Id " SEQ " LG-Sequence-No
                 " BAL " WS-Edit-Amount-1
                 Delimited By Size Into XL-This-Side
             Move WS-Prior-Balance To WS-Edit-Amount-1
             Move LG-Amount To WS-Edit-Amount-2
             Move WS-Expected-Balance To WS-Edit-Amount-3
             Move Spaces To XL-Other-Side
             String "PRIOR" WS-Edit-Amount-1 " +" WS-Edit-Amount-2
                 " =" WS-Edit-Amount-3
                 Delimited By Size Into XL-Other-Side
             Perform 7900-Print-Exception
         End-If
         Move LG-Balance To WS-Prior-Balance
     End-If.

*> ---------------------------------------------------------------
*> 5500-Check-Ledger-Control - the last sequence number LEDCTL has
*> issued must be at or above the highest on the ledger, or the
*> next posting run will mint a key already in use.
*> ---------------------------------------------------------------
 5500-Check-Ledger-Control.
     If No-Control-File
         Move Zero To LC-Last-Seq
     Else
         Move "CTRL01" To LC-Key
         Read Ledger-Control-File
             Invalid Key
                 Move Zero To LC-Last-Seq
         End-Read
     End-If.
     If LC-Last-Seq < WS-High-Ledger-Seq
         Move 10 To WS-Exception-Idx
         Move Spaces To XL-This-Side
         String "LEDCTL LAST SEQ " LC-Last-Seq
             Delimited By Size Into XL-This-Side
         Move Spaces To XL-Other-Side
         String "TENLEDG HIGHEST SEQ " WS-High-Ledger-Seq
             Delimited By Size Into XL-Other-Side
         Perform 7900-Print-Exception
     End-If.

*> ---------------------------------------------------------------
*> 6000-Check-Turn-Orders - an open unit-turn work order may only
*> sit on a vacant unit.
*> ---------------------------------------------------------------
 6000-Check-Turn-Orders.
     If Not No-Work-Order-File
         Move "N" To WS-EOF-Switch
         Perform 6100-Check-One-Work-Order Until End-Of-File
     End-If.

*> ---------------------------------------------------------------
*> 6100-Check-One-Work-Order - read the next work order; an open
*> turn is looked up on Unit-Master.
*> ---------------------------------------------------------------
 6100-Check-One-Work-Order.
     Read Work-Orders
         At End
             Move "Y" To WS-EOF-Switch
     End-Read.
     If Not End-Of-File
         If Order-Is-Turn And Order-Is-Open
             Move WO-Property-Code To UM-Property-Code
             Move WO-Unit-No To UM-Unit-No
             Perform 7300-Look-Up-Unit
             Evaluate True
                 When Not Unit-Found
                     Move 12 To WS-Exception-Idx
                     Perform 6110-Stage-Work-Order-Side
                     Move "UNITMAST NO RECORD" To XL-Other-Side
                     Perform 7900-Print-Exception
                 When Not Unit-Is-Vacant
                     Move 11 To WS-Exception-Idx
                     Perform 6110-Stage-Work-Order-Side
                     Perform 3110-Stage-Unit-Side
                     Move WS-Unit-Side-Text To XL-Other-Side
                     Perform 7900-Print-Exception
             End-Evaluate
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 6110-Stage-Work-Order-Side - the work order side of an
*> exception line.
*> ---------------------------------------------------------------
 6110-Stage-Work-Order-Side.
     Move Spaces To XL-This-Side.
     String "WORKORDS " WO-Property-Code "/" WO-Unit-No " ORDER "
         WO-Order-No " OPENED " WO-Open-Date
         Delimited By Size Into XL-This-Side.

*> ---------------------------------------------------------------
*> 7100-Look-Up-Tenant - read Tenant-Master for TM-Tenant-Id.
*> ---------------------------------------------------------------
 7100-Look-Up-Tenant.
     Move "N" To WS-Tenant-Found-Switch.
     If Not No-Tenant-File
         Read Tenant-Master
             Invalid Key
                 Move "N" To WS-Tenant-Found-Switch
             Not Invalid Key
                 Move "Y" To WS-Tenant-Found-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 7300-Look-Up-Unit - read Unit-Master for UM-Key.
*> ---------------------------------------------------------------
 7300-Look-Up-Unit.
     Move "N" To WS-Unit-Found-Switch.
     If Not No-Unit-File
         Read Unit-Master
             Invalid Key
                 Move "N" To WS-Unit-Found-Switch
             Not Invalid Key
                 Move "Y" To WS-Unit-Found-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 7500-Check-Owning-Tenant - the tenant in WS-Owner-Id must be on
*> Tenant-Master or, once moved out, on the settled-tenant cross
*> reference; otherwise print the exception in WS-Exception-Idx.
*> ---------------------------------------------------------------
 7500-Check-Owning-Tenant.
     Move WS-Owner-Id To TM-Tenant-Id.
     Perform 7100-Look-Up-Tenant.
     If Not Tenant-Found And Not No-Settled-File
         Move WS-Owner-Id To ST-Tenant-Id
         Read Settled-Tenants
             Invalid Key
                 Move "N" To WS-Tenant-Found-Switch
             Not Invalid Key
                 Move "Y" To WS-Tenant-Found-Switch
         End-Read
     End-If.
     If Not Tenant-Found
         Move Spaces To XL-This-Side
         String WS-Owner-File " TENANT " WS-Owner-Id
             Delimited By Size Into XL-This-Side
         Move "NOT ON TENMAST OR SETLXREF" To XL-Other-Side
         Perform 7900-Print-Exception
     End-If.

*> ---------------------------------------------------------------
*> 7900-Print-Exception - print the staged exception line under
*> the label in WS-Exception-Idx and count it.
*> ---------------------------------------------------------------
 7900-Print-Exception.
     Move EL-Label(WS-Exception-Idx) To XL-Label.
     Write Report-Line From Exception-Line.
     Add 1 To EX-Count(WS-Exception-Idx).
     Add 1 To WS-Total-Exceptions.

*> ---------------------------------------------------------------
*> 8000-Print-Summary - the count by exception type and in all.
*> ---------------------------------------------------------------
 8000-Print-Summary.
     Write Report-Line From Spaces.
     If WS-Total-Exceptions = Zero
         Write Report-Line From "NO EXCEPTIONS - FILES AGREE"
     End-If.
     Write Report-Line From Spaces.
     Perform 8100-Print-One-Count
         Varying WS-Exception-Idx From 1 By 1
         Until WS-Exception-Idx > 12.
     Write Report-Line From Spaces.
     Move "TOTAL EXCEPTIONS" To SM-Label.
     Move WS-Total-Exceptions To SM-Count.
     Write Report-Line From Summary-Line.

*> ---------------------------------------------------------------
*> 8100-Print-One-Count - print the count in WS-Exception-Idx.
*> ---------------------------------------------------------------
 8100-Print-One-Count.
     Move EL-Label(WS-Exception-Idx) To SM-Label.
     Move EX-Count(WS-Exception-Idx) To SM-Count.
     Write Report-Line From Summary-Line.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> exceptions found.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move Zero             To RU-Records-In.
     Move WS-Total-Exceptions To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and set the return
*> code: 8 when any exception was found, zero on a clean run.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Not No-Tenant-File
         Close Tenant-Master
     End-If.
     If Not No-Unit-File
         Close Unit-Master
     End-If.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     If Not No-Lease-File
         Close Lease-Master
     End-If.
     If Not No-ACH-File
         Close ACH-Auth-File
     End-If.
     If Not No-Charge-File
         Close Recurring-Charges
     End-If.
     If Not No-Ledger-File
         Close Tenant-Ledger
     End-If.
     If Not No-Control-File
         Close Ledger-Control-File
     End-If.
     If Not No-Work-Order-File
         Close Work-Orders
     End-If.
     Close Integrity-Report.
     If WS-Total-Exceptions > Zero
         Display "INTGCHK - " WS-Total-Exceptions
             " INTEGRITY EXCEPTION(S) - SEE INTGRPT"
         Move 8 To Return-Code
     Else
         Move Zero To Return-Code
     End-If.
