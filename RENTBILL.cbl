*>                   billed is the same effective rent either way;
*>                   a tenant with no lease record at all bills
*>                   exactly as before this file existed.
*> 2026-10-14  RWC   Each itemized charge line now prints the
*>                   description off the charge code master
*>                   (CHGCREC) for the charge's code, so every
*>                   tenant's statement names a fee the same way
*>                   and a wording change is made once, in
*>                   ChgCdMnt.  A code somehow not on the master
*>                   still prints the recurring charge's own
*>                   description.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, billing period,
*>                   tenants read and statements billed - at start
*>                   and at finish, and the run is refused, before
*>                   any file is opened, unless RentUpd has
*>                   completed in the month the billing runs, so
*>                   every rent change already due is on Tenant-
*>                   Master before anyone is billed.  A refused run
*>                   ends with return code 8.
*> 2026-10-15  RWC   Each statement now itemizes the tenant's
*>                   submetered utility charges UtilBill billed for
*>                   the period off the meter reading file (MTRDREC):
*>                   a charge line per utility, like the recurring
*>                   charges, with the readings, dates and usage it
*>                   was figured from under it, and the tenant's
*>                   share of the unit's usage when it was prorated
*>                   across a change of tenant.  The charges are in
*>                   the total due.  The already-billed guard now
*>                   looks only at this program's own Billed
*>                   entries, since UtilBill's are dated the same
*>                   first of the month.
*> 2026-10-15  RWC   Every guarantor on the tenancy's occupant file
*>                   (OCCPREC) is now mailed a copy of the tenant's
*>                   statement, titled a guarantor copy and headed
*>                   with the guarantor's name and mailing address
*>                   above the tenant's own.  The repository keeps
*>                   only the statement the tenant was sent.
*> 2026-10-15  RWC   The run now waits on UtilBill having completed
*>                   for the same billing period, instead of on
*>                   RentUpd directly (UtilBill itself waits on
*>                   RentUpd), so the utility lines cannot be
*>                   missed by running the two out of order.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is RC-Key
         File Status Is Recurring-Charges-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Pending-Rent-Changes Assign To "PENDRENT"
         Organization Is Indexed
         Access Mode Is Dynamic
     Select Ledger-Journal Assign To "LEDGJRNL"
         Organization Is Line Sequential
         File Status Is Ledger-Journal-Status.
     Select Meter-Readings Assign To "MTRREAD"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is MR-Key
         File Status Is Meter-Readings-Status.
     Select Occupant-File Assign To "OCCUPANT"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OC-Key
         File Status Is Occupant-File-Status.
     Select Statement-Repository Assign To "STMTREPO"
         Organization Is Indexed
         Access Mode Is Dynamic
 FD  Recurring-Charges.
 Copy RCHGREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Pending-Rent-Changes.
 Copy PNDRREC.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Meter-Readings.
 Copy MTRDREC.

 FD  Occupant-File.
 Copy OCCPREC.

 FD  Statement-Repository.
 Copy STMTREC.

 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Recurring-Charges-Status Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   Pending-Rent-Status     Pic X(2)     Value "00".
 03   Lease-Master-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Meter-Readings-Status     Pic X(2)     Value "00".
 03   Occupant-File-Status     Pic X(2)     Value "00".
 03   Statement-Repository-Status Pic X(2)     Value "00".
 03   Rent-Statements-Status     Pic X(2)     Value "00".
 03   WS-Journal-Date     Pic 9(8)     Value Zeros.
 03   WS-Year-Rem-4         Pic 9(4)     Value Zero.
 03   WS-Year-Rem-100     Pic 9(4)     Value Zero.
 03   WS-Year-Rem-400     Pic 9(4)     Value Zero.
 03   WS-Tenants-Read     Pic 9(6)     Value Zero.
 03   WS-Statements-Billed     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.
 03   WS-Prereq-Period     Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 01   WS-Today-Date-Work         Pic 9(8).
 01   WS-Today-Date-Parts Redefines WS-Today-Date-Work.
 03   SC-Entry Occurs 12 Times.
     05   SC-Description         Pic X(20).
     05   SC-Amount         Pic 9(4)v99.
 01   WS-Reading-Scan-Switch     Pic X(1)     Value "N".
     88   Reading-Scan-Done     Value "Y".
 01   WS-Occupant-Scan-Switch     Pic X(1)     Value "N".
     88   Occupant-Scan-Done     Value "Y".
 01   WS-Copy-Switch         Pic X(1)     Value "N".
     88   Printing-Guarantor-Copy Value "Y".
 01   WS-Copy-Name         Pic X(52)     Value Spaces.
 01   WS-Copy-Address     Pic X(90)     Value Spaces.
 01   WS-Utility-Count     Pic 9(2)     Value Zero.
 01   WS-Utility-Idx         Pic 9(2)     Value Zero.
 01   WS-Statement-Utility-Table.
 03   SU-Entry Occurs 6 Times.
     05   SU-Description         Pic X(20).
     05   SU-Prior-Read-Date     Pic 9(8).
     05   SU-Prior-Reading     Pic 9(7).
     05   SU-Read-Date         Pic 9(8).
     05   SU-Reading         Pic 9(7).
     05   SU-Tenant-Usage     Pic 9(7).
     05   SU-Total-Usage     Pic 9(7).
     05   SU-Amount         Pic 9(4)v99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Tenant-Master for the month following the run date.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1100-Compute-Billing-Period.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Call "ChkPerd" Using WS-Billing-Date-Num, WS-Period-Result
         If Billing-Period-Closed
             Display "RENTBILL - BILLING PERIOD " WS-Billing-Date-Num
                 " IS IN A CLOSED MONTH - RUN ENDED"
         Else
             Perform 2000-Process-One-Tenant Until End-Of-File
         End-If
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
         Close Recurring-Charges
         Open Input Recurring-Charges
     End-If.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open Input Charge-Code-Master
     End-If.
     Open Input Pending-Rent-Changes.
     If Pending-Rent-Status = "35"
         Open Output Pending-Rent-Changes
         Close Ledger-Journal
         Open Extend Ledger-Journal
     End-If.
     Open Input Meter-Readings.
     If Meter-Readings-Status = "35"
         Open Output Meter-Readings
         Close Meter-Readings
         Open Input Meter-Readings
     End-If.
     Open Input Occupant-File.
     If Occupant-File-Status = "35"
         Open Output Occupant-File
         Close Occupant-File
         Open Input Occupant-File
     End-If.
     Open I-O Statement-Repository.
     If Statement-Repository-Status = "35"
         Open Output Statement-Repository
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the billing period, on the run-control file.
*> UtilBill must have completed for the same billing period (it
*> in turn waits on RentUpd in the month the billing runs), so the
*> period's utility charges are billed before any statement is;
*> when it has not, RunCtl stamps the run refused and nothing is
*> opened or billed.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Compute WS-Run-Period = WS-Billing-Date-Num / 100.
     Move WS-Run-Period     To WS-Prereq-Period.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "RENTBILL"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "UTILBILL"         To RU-Prereq-Program.
     Move WS-Prereq-Period     To RU-Prereq-Period.
     Move "E"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "RENTBILL - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "RENTBILL - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Process-One-Tenant - bill the current tenant (unless the
*> tenant has not yet moved in by the end of the billing month),
*> then read the next Tenant-Master record.
*> ---------------------------------------------------------------
 2000-Process-One-Tenant.
     Add 1 To WS-Tenants-Read.
     Move TM-Start-Date To WS-Start-Date-Work.
     If WS-Start-Date-Work Not > WS-Billing-End-Num
         Perform 2050-Determine-Effective-Rent
             Perform 2060-Determine-Lease-Status
             Perform 2300-Post-Billed-Ledger-Entry
             Perform 2340-Bill-Recurring-Charges
             Perform 2360-Stage-Utility-Readings
             Perform 2200-Write-Statement
             Perform 2280-Send-Guarantor-Copies
             Add 1 To WS-Statements-Billed
         End-If
     End-If.
     Read Tenant-Master
*> ---------------------------------------------------------------
*> 2350-Post-Charge-Ledger-Entry - add a Billed entry to the
*> tenant's ledger for the current recurring charge, stamped with
*> the charge code, and stage the statement line under the charge
*> code master's description for the code.  The statement
*> table holds 12 itemized charges; a tenant with more than 12
*> active charges simply will not occur in normal operation, but if
*> it ever does, entries beyond the 12th still bill and total -
     If WS-Charge-Count < 12
         Add 1 To WS-Charge-Count
         Move RC-Description To SC-Description(WS-Charge-Count)
         Move RC-Charge-Code To CC-Charge-Code
         Read Charge-Code-Master
             Invalid Key
                 Continue
             Not Invalid Key
                 Move CC-Description
                     To SC-Description(WS-Charge-Count)
         End-Read
         Move RC-Amount         To SC-Amount(WS-Charge-Count)
     End-If.

*> ---------------------------------------------------------------
*> 2360-Stage-Utility-Readings - pick up the readings of the
*> tenant's unit UtilBill billed for this period with the tenant
*> stamped on them, and stage each utility charged for the
*> statement's itemized lines; the charges are already on the
*> ledger, so they are only added into the total due here.
*> ---------------------------------------------------------------
 2360-Stage-Utility-Readings.
     Move Zero To WS-Utility-Count.
     Move "N" To WS-Reading-Scan-Switch.
     If TM-Property-Code = Spaces
         Move "Y" To WS-Reading-Scan-Switch
     Else
         Move TM-Property-Code To MR-Property-Code
         Move TM-Unit-No To MR-Unit-No
         Move Zero To MR-Read-Date
         Start Meter-Readings Key Is Not Less Than MR-Key
             Invalid Key
                 Move "Y" To WS-Reading-Scan-Switch
         End-Start
     End-If.
     Perform 2365-Read-Next-Reading Until Reading-Scan-Done.

*> ---------------------------------------------------------------
*> 2365-Read-Next-Reading - step through the unit's readings in
*> date order, staging the ones billed to this tenant for this
*> period; stop at end of file or the next unit.
*> ---------------------------------------------------------------
 2365-Read-Next-Reading.
     Read Meter-Readings Next Record
         At End
             Move "Y" To WS-Reading-Scan-Switch
     End-Read.
     If Not Reading-Scan-Done
         If MR-Property-Code = TM-Property-Code
             And MR-Unit-No = TM-Unit-No
             If MR-Status-Billed
                 And MR-Billed-Period = WS-Run-Period
                 And MR-Tenant-Id = TM-Tenant-Id
                 If MR-Tenant-Water-Amt > Zero
                     Perform 2370-Stage-Water-Line
                 End-If
                 If MR-Tenant-Electric-Amt > Zero
                     Perform 2375-Stage-Electric-Line
                 End-If
             End-If
         Else
             Move "Y" To WS-Reading-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2370-Stage-Water-Line - stage the reading's water charge.  The
*> table holds 6 utility lines, which a unit read monthly never
*> approaches; past that the charge still totals.
*> ---------------------------------------------------------------
 2370-Stage-Water-Line.
     Add MR-Tenant-Water-Amt To WS-Total-Due.
     If WS-Utility-Count < 6
         Add 1 To WS-Utility-Count
         Move "WATER USAGE"     To SU-Description(WS-Utility-Count)
         Move MR-Prior-Read-Date To SU-Prior-Read-Date(WS-Utility-Count)
         Move MR-Prior-Water-Reading
             To SU-Prior-Reading(WS-Utility-Count)
         Move MR-Read-Date     To SU-Read-Date(WS-Utility-Count)
         Move MR-Water-Reading     To SU-Reading(WS-Utility-Count)
         Move MR-Tenant-Water-Usage
             To SU-Tenant-Usage(WS-Utility-Count)
         Move MR-Water-Usage     To SU-Total-Usage(WS-Utility-Count)
         Move MR-Tenant-Water-Amt To SU-Amount(WS-Utility-Count)
     End-If.

*> ---------------------------------------------------------------
*> 2375-Stage-Electric-Line - stage the reading's electric charge.
*> ---------------------------------------------------------------
 2375-Stage-Electric-Line.
     Add MR-Tenant-Electric-Amt To WS-Total-Due.
     If WS-Utility-Count < 6
         Add 1 To WS-Utility-Count
         Move "ELECTRIC USAGE"     To SU-Description(WS-Utility-Count)
         Move MR-Prior-Read-Date To SU-Prior-Read-Date(WS-Utility-Count)
         Move MR-Prior-Electric-Reading
             To SU-Prior-Reading(WS-Utility-Count)
         Move MR-Read-Date     To SU-Read-Date(WS-Utility-Count)
         Move MR-Electric-Reading To SU-Reading(WS-Utility-Count)
         Move MR-Tenant-Electric-Usage
             To SU-Tenant-Usage(WS-Utility-Count)
         Move MR-Electric-Usage     To SU-Total-Usage(WS-Utility-Count)
         Move MR-Tenant-Electric-Amt To SU-Amount(WS-Utility-Count)
     End-If.

*> ---------------------------------------------------------------
*> 2310-Find-Tenant-Ledger-Balance - locate the current tenant's
*> most recent ledger entry, if any, to get the balance to carry
         If LG-Tenant-Id = TM-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
             If LG-Type-Is-Billed And LG-Entry-Date = WS-Billing-Date-Num
                 And LG-Reference = "RENTBILL"
                 Move "Y" To WS-Already-Billed-Switch
             End-If
         Else
     End-If.

*> ---------------------------------------------------------------
*> 2200-Write-Statement - print one tenant's rent statement, or a
*> guarantor's copy of it.
*> ---------------------------------------------------------------
 2200-Write-Statement.
     Perform 2210-Trim-Name-And-Address-Fields.
         Into WS-Print-Period.
     Write Statement-Line From "----------------------------------------".
     Perform 2260-Store-Statement-Line.
     If Printing-Guarantor-Copy
         Move "RENT STATEMENT - GUARANTOR COPY" To Statement-Line
         Write Statement-Line
         Move Spaces To Statement-Line
         String "COPY TO:    " WS-Copy-Name Into Statement-Line
         Write Statement-Line
         Move Spaces To Statement-Line
         String "MAILED TO:  " WS-Copy-Address Into Statement-Line
         Write Statement-Line
         Move Spaces To Statement-Line
     Else
         Move "RENT STATEMENT" To Statement-Line
         Write Statement-Line
         Perform 2260-Store-Statement-Line
     End-If.
     String "TENANT ID:  " TM-Tenant-Id Into Statement-Line.
     Write Statement-Line.
     Perform 2260-Store-Statement-Line.
             Varying WS-Charge-Idx From 1 By 1
             Until WS-Charge-Idx > WS-Charge-Count
     End-If.
     If WS-Utility-Count > Zero
         Perform 2240-Write-One-Utility-Line
             Varying WS-Utility-Idx From 1 By 1
             Until WS-Utility-Idx > WS-Utility-Count
     End-If.
     Move Spaces To Statement-Line.
     String "TOTAL DUE:  " WS-Total-Due Into Statement-Line.
     Write Statement-Line.
     Write Statement-Line.
     Perform 2260-Store-Statement-Line.

*> ---------------------------------------------------------------
*> 2240-Write-One-Utility-Line - print one utility charge line,
*> like a recurring charge, and under it the readings and usage it
*> was billed on - with the unit's whole usage beside the tenant's
*> share when the interval was split with another tenant.
*> ---------------------------------------------------------------
 2240-Write-One-Utility-Line.
     Move Spaces To Statement-Line.
     String SU-Description(WS-Utility-Idx) Delimited By Size
         SU-Amount(WS-Utility-Idx) Delimited By Size
         Into Statement-Line.
     Write Statement-Line.
     Perform 2260-Store-Statement-Line.
     Move Spaces To Statement-Line.
     If SU-Tenant-Usage(WS-Utility-Idx)
         = SU-Total-Usage(WS-Utility-Idx)
         String "  READ " SU-Prior-Read-Date(WS-Utility-Idx)
             " " SU-Prior-Reading(WS-Utility-Idx)
             " TO " SU-Read-Date(WS-Utility-Idx)
             " " SU-Reading(WS-Utility-Idx)
             " USED " SU-Tenant-Usage(WS-Utility-Idx)
             Delimited By Size Into Statement-Line
     Else
         String "  READ " SU-Prior-Read-Date(WS-Utility-Idx)
             " " SU-Prior-Reading(WS-Utility-Idx)
             " TO " SU-Read-Date(WS-Utility-Idx)
             " " SU-Reading(WS-Utility-Idx)
             " USED " SU-Tenant-Usage(WS-Utility-Idx)
             " OF " SU-Total-Usage(WS-Utility-Idx)
             " (PRORATED)"
             Delimited By Size Into Statement-Line
     End-If.
     Write Statement-Line.
     Perform 2260-Store-Statement-Line.

*> ---------------------------------------------------------------
*> 2250-Start-Repository-Statement - stage the repository key for
*> the statement about to print: this tenant, the billing period,
*> 2260-Store-Statement-Line - file the print line just written
*> into the statement repository under the staged key; a line
*> already there from an earlier printing of the same statement is
*> overlaid, so the repository holds what was last sent.  A
*> guarantor's copy is not filed.
*> ---------------------------------------------------------------
 2260-Store-Statement-Line.
     If Not Printing-Guarantor-Copy
         Add 1 To WS-Repo-Line-No
         Move WS-Repo-Line-No To SR-Line-No
         Move Statement-Line To SR-Line-Text
         Write Statement-Repo-Record
             Invalid Key
                 If Statement-Repository-Status = "22"
                     Rewrite Statement-Repo-Record
                 Else
                     Display "RENTBILL - UNABLE TO STORE STATEMENT"
                         " LINE FOR " SR-Tenant-Id " - STATUS "
                         Statement-Repository-Status
                 End-If
         End-Write
     End-If.

*> ---------------------------------------------------------------
*> 2280-Send-Guarantor-Copies - walk the tenancy's occupants and
*> print the statement again for each guarantor.
*> ---------------------------------------------------------------
 2280-Send-Guarantor-Copies.
     Move TM-Tenant-Id To OC-Tenant-Id.
     Move Zero To OC-Seq-No.
     Move "N" To WS-Occupant-Scan-Switch.
     Start Occupant-File Key Is Not Less Than OC-Key
         Invalid Key
             Move "Y" To WS-Occupant-Scan-Switch
     End-Start.
     Perform 2285-Read-Next-Occupant Until Occupant-Scan-Done.
     Move "N" To WS-Copy-Switch.

*> ---------------------------------------------------------------
*> 2285-Read-Next-Occupant - one occupant of the tenancy; stop at
*> end of file or the next tenancy.
*> ---------------------------------------------------------------
 2285-Read-Next-Occupant.
     Read Occupant-File Next Record
         At End
             Move "Y" To WS-Occupant-Scan-Switch
     End-Read.
     If Not Occupant-Scan-Done
         If OC-Tenant-Id = TM-Tenant-Id
             If OC-Role-Is-Guarantor
                 Perform 2290-Stage-Guarantor-Address
                 Move "Y" To WS-Copy-Switch
                 Perform 2200-Write-Statement
             End-If
         Else
             Move "Y" To WS-Occupant-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2290-Stage-Guarantor-Address - the guarantor's name and mailing
*> address for the copy's heading, trimmed the way the tenant's
*> are; an empty field counts as one character.
*> ---------------------------------------------------------------
 2290-Stage-Guarantor-Address.
     Move 25 To WS-Trim-Max.
     Call "TrimFld" Using OC-Last-Name, WS-Trim-Max,
         WS-Last-Name-Len.
     Call "TrimFld" Using OC-First-Name, WS-Trim-Max,
         WS-First-Name-Len.
     Move 50 To WS-Trim-Max.
     Call "TrimFld" Using OC-ADD1, WS-Trim-Max, WS-Add1-Len.
     Move 20 To WS-Trim-Max.
     Call "TrimFld" Using OC-City, WS-Trim-Max, WS-City-Len.
     Move 2  To WS-Trim-Max.
     Call "TrimFld" Using OC-State, WS-Trim-Max, WS-State-Len.
     Move 10 To WS-Trim-Max.
     Call "TrimFld" Using OC-Zip, WS-Trim-Max, WS-Zip-Len.
     If WS-Last-Name-Len = Zero
         Move 1 To WS-Last-Name-Len
     End-If.
     If WS-First-Name-Len = Zero
         Move 1 To WS-First-Name-Len
     End-If.
     If WS-Add1-Len = Zero
         Move 1 To WS-Add1-Len
     End-If.
     If WS-City-Len = Zero
         Move 1 To WS-City-Len
     End-If.
     If WS-State-Len = Zero
         Move 1 To WS-State-Len
     End-If.
     If WS-Zip-Len = Zero
         Move 1 To WS-Zip-Len
     End-If.
     Move Spaces To WS-Copy-Name.
     String OC-Last-Name(1:WS-Last-Name-Len) Delimited By Size
         ", " Delimited By Size
         OC-First-Name(1:WS-First-Name-Len) Delimited By Size
         Into WS-Copy-Name.
     Move Spaces To WS-Copy-Address.
     String OC-ADD1(1:WS-Add1-Len) Delimited By Size
         " " Delimited By Size
         OC-City(1:WS-City-Len) Delimited By Size
         ", " Delimited By Size
         OC-State(1:WS-State-Len) Delimited By Size
         " " Delimited By Size
         OC-Zip(1:WS-Zip-Len) Delimited By Size
         Into WS-Copy-Address.

*> ---------------------------------------------------------------
*> 2210-Trim-Name-And-Address-Fields - DELIMITED BY SPACE stops at
     Move 10 To WS-Trim-Max.
     Call "TrimFld" Using TM-Zip, WS-Trim-Max, WS-Zip-Len.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> tenants read and the statements billed.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Tenants-Read     To RU-Records-In.
     Move WS-Statements-Billed To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Recurring-Charges.
     Close Charge-Code-Master.
     Close Pending-Rent-Changes.
     Close Lease-Master.
     Close Ledger-Journal.
     Close Meter-Readings.
     Close Occupant-File.
     Close Statement-Repository.
     Close Rent-Statements.
