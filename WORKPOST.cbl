*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  WorkPost.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Work order cost posting
*>                   run.  Passes on the costs WorkMnt keyed
*>                   (WCSTREC) for every order that has been
*>                   closed: an order with a vendor invoice goes to
*>                   accounts payable on the AP invoice feed
*>                   (APINVREC) with the vendor's remit-to address,
*>                   and is stamped with the date it went, which is
*>                   the month OwnrStmt deducts it from the owner's
*>                   remittance as repair expense; an order flagged
*>                   as tenant-caused damage is posted to that
*>                   tenant's ledger as a Billed chargeback under
*>                   the damage charge code, dated today, so it
*>                   ages and collects like any other charge and
*>                   MoveOut settles it with the rest of the
*>                   balance.  A cost still open, not yet invoiced,
*>                   or with nothing on it waits for a later run;
*>                   one whose vendor, tenant or charge code is not
*>                   on file, or whose chargeback would fall in a
*>                   closed month, is held and listed on the
*>                   register.  The run is stamped on the run-
*>                   control file.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Work-Costs Assign To "WORKCOST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is WK-Key
         File Status Is Work-Costs-Status.
     Select Work-Orders Assign To "WORKORDS"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is WO-Key
         File Status Is Work-Orders-Status.
     Select Vendor-Master Assign To "VENDMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is VN-Vendor-Id
         File Status Is Vendor-Master-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Tenant-Ledger Assign To "TENLEDG"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is LG-Key
         File Status Is Tenant-Ledger-Status.
     Select Ledger-Control-File Assign To "LEDCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is LC-Key
         File Status Is Ledger-Control-Status.
     Select Ledger-Journal Assign To "LEDGJRNL"
         Organization Is Line Sequential
         File Status Is Ledger-Journal-Status.
     Select AP-Invoice-Feed Assign To "APINVFD"
         Organization Is Line Sequential
         File Status Is AP-Invoice-Feed-Status.
     Select Posting-Register Assign To "WORKPREG"
         Organization Is Line Sequential
         File Status Is Posting-Register-Status.

 Data Division.
 File Section.
 FD  Work-Costs.
 Copy WCSTREC.

 FD  Work-Orders.
 Copy WORKREC.

 FD  Vendor-Master.
 Copy VENDREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  AP-Invoice-Feed.
 Copy APINVREC.

 FD  Posting-Register.
 01   Register-Line         Pic X(100).

 Working-Storage Section.
 01   Work-Fields.
 03   Work-Costs-Status     Pic X(2)     Value "00".
 03   Work-Orders-Status     Pic X(2)     Value "00".
 03   Vendor-Master-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   AP-Invoice-Feed-Status     Pic X(2)     Value "00".
 03   Posting-Register-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-Order-Found-Switch     Pic X(1)     Value "N".
     88   Order-Was-Found     Value "Y".
 03   WS-Vendor-Found-Switch     Pic X(1)     Value "N".
     88   Vendor-Was-Found     Value "Y".
 03   WS-Tenant-Found-Switch     Pic X(1)     Value "N".
     88   Tenant-Was-Found     Value "Y".
 03   WS-Damage-Code-Switch     Pic X(1)     Value "N".
     88   Damage-Code-On-File     Value "Y".
 03   WS-Cost-Changed-Switch     Pic X(1)     Value "N".
     88   Cost-Was-Changed     Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
     88   Ledger-Scan-Done     Value "Y".
 03   WS-Already-Posted-Switch Pic X(1)     Value "N".
     88   Charge-Already-Posted     Value "Y".
 03   WS-Period-Result     Pic X(1)     Value "O".
     88   Posting-Period-Closed     Value "C".
 03   WS-Damage-Charge-Code     Pic X(4)     Value "DMGE".
 03   WS-Journal-Date     Pic 9(8)     Value Zeros.
 03   WS-Journal-Time     Pic 9(6)     Value Zeros.
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-New-Balance         Pic S9(6)v99     Value Zero.
 03   WS-New-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Cost-Total         Pic 9(6)v99     Value Zero.

*> The chargeback's ledger reference - the unit and order number
*> - which a rerun looks for before posting the same order twice.
 03   WS-Post-Reference     Pic X(10)     Value Spaces.
 03   WS-Post-Reference-Parts Redefines WS-Post-Reference.
     05   WS-Post-Ref-Prefix     Pic X(2).
     05   WS-Post-Ref-Unit     Pic X(4).
     05   WS-Post-Ref-Order     Pic 9(4).

*> One register line about to be printed.
 03   WS-Line-Posting     Pic X(10)     Value Spaces.
 03   WS-Line-Party         Pic X(6)     Value Spaces.
 03   WS-Line-Remark         Pic X(30)     Value Spaces.

*> Run totals.
 03   WS-Costs-Read         Pic 9(6)     Value Zero.
 03   WS-Orders-Still-Open     Pic 9(6)     Value Zero.
 03   WS-Invoices-Fed     Pic 9(6)     Value Zero.
 03   WS-Invoices-Fed-Amt     Pic 9(7)v99     Value Zero.
 03   WS-Invoices-Held     Pic 9(6)     Value Zero.
 03   WS-Chargebacks-Posted     Pic 9(6)     Value Zero.
 03   WS-Chargebacks-Amt     Pic 9(7)v99     Value Zero.
 03   WS-Chargebacks-Held     Pic 9(6)     Value Zero.
 03   WS-Records-Out         Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 01   Register-Heading-1.
 03   Filler             Pic X(35)
         Value "WORK ORDER COST POSTING REGISTER - ".
 03   RH-Period         Pic 9(6).
 03   Filler             Pic X(11)     Value "   RUN ON ".
 03   RH-Run-Date         Pic 9(8).

 01   Register-Heading-2.
 03   Filler             Pic X(16)     Value "PROP/UNIT/ORDER".
 03   Filler             Pic X(12)     Value "POSTING".
 03   Filler             Pic X(8)     Value "PAYEE".
 03   Filler             Pic X(14)     Value "INVOICE NO".
 03   Filler             Pic X(12)     Value "    AMOUNT".
 03   Filler             Pic X(6)     Value "REMARK".

 01   Register-Detail.
 03   RD-Property-Code     Pic X(4).
 03   Filler             Pic X(1)     Value "/".
 03   RD-Unit-No         Pic X(4).
 03   Filler             Pic X(1)     Value "/".
 03   RD-Order-No         Pic 9(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Posting         Pic X(10).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Party         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Invoice-No         Pic X(12).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Amount         Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Remark         Pic X(30).

 01   Register-Total.
 03   RT-Label         Pic X(30).
 03   RT-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(3)     Value Spaces.
 03   RT-Amount         Pic Z,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - pass on the costs of every closed work order,
*> in order key order.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Compute WS-Run-Period = WS-Today-Date-Work / 100.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Cost Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating any not yet
*> on hand (the settled-tenant file is only ever read, and a shop
*> with none simply has no former tenants to charge), see whether
*> the damage charge code is set up and today's month still open,
*> print the headings and prime the read.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Work-Costs.
     If Work-Costs-Status = "35"
         Open Output Work-Costs
         Close Work-Costs
         Open I-O Work-Costs
     End-If.
     Open Input Work-Orders.
     If Work-Orders-Status = "35"
         Open Output Work-Orders
         Close Work-Orders
         Open Input Work-Orders
     End-If.
     Open Input Vendor-Master.
     If Vendor-Master-Status = "35"
         Open Output Vendor-Master
         Close Vendor-Master
         Open Input Vendor-Master
     End-If.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open Input Charge-Code-Master
     End-If.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open I-O Tenant-Ledger.
     If Tenant-Ledger-Status = "35"
         Open Output Tenant-Ledger
         Close Tenant-Ledger
         Open I-O Tenant-Ledger
     End-If.
     Open I-O Ledger-Control-File.
     If Ledger-Control-Status = "35"
         Open Output Ledger-Control-File
         Close Ledger-Control-File
         Open I-O Ledger-Control-File
     End-If.
     Open Extend Ledger-Journal.
     If Ledger-Journal-Status = "35"
         Open Output Ledger-Journal
         Close Ledger-Journal
         Open Extend Ledger-Journal
     End-If.
     Open Extend AP-Invoice-Feed.
     If AP-Invoice-Feed-Status = "35"
         Open Output AP-Invoice-Feed
         Close AP-Invoice-Feed
         Open Extend AP-Invoice-Feed
     End-If.
     Open Output Posting-Register.
     Move WS-Damage-Charge-Code To CC-Charge-Code.
     Read Charge-Code-Master
         Invalid Key
             Move "N" To WS-Damage-Code-Switch
         Not Invalid Key
             Move "Y" To WS-Damage-Code-Switch
     End-Read.
     Call "ChkPerd" Using WS-Today-Date-Work, WS-Period-Result.
     Move WS-Run-Period         To RH-Period.
     Move WS-Today-Date-Work     To RH-Run-Date.
     Write Register-Line From Register-Heading-1.
     Write Register-Line From Register-Heading-2
         After Advancing 2 Lines.
     Read Work-Costs Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the month it runs in, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "WORKPOST"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Cost - pass on the current cost when its order
*> has been closed: the vendor invoice to accounts payable, and a
*> damage chargeback to the tenant, whichever of them is still to
*> go.  The cost is rewritten with the dates stamped.
*> ---------------------------------------------------------------
 2000-Process-One-Cost.
     Add 1 To WS-Costs-Read.
     Compute WS-Cost-Total = WK-Labor-Amt + WK-Materials-Amt.
     Perform 2100-Read-Work-Order.
     Evaluate True
         When Not Order-Was-Found
             Move "ORDER"     To WS-Line-Posting
             Move Spaces     To WS-Line-Party
             Move "ORDER NOT ON FILE - HELD" To WS-Line-Remark
             Perform 2890-Print-Register-Line
         When Not Order-Is-Closed
             Add 1 To WS-Orders-Still-Open
         When Other
             Move "N" To WS-Cost-Changed-Switch
             If WK-AP-Fed-Date = Zero
                 Perform 2200-Feed-Vendor-Invoice
             End-If
             If WK-Chargeback-Date = Zero
                 And WK-Is-Tenant-Damage
                 Perform 2300-Charge-Back-Damage
             End-If
             If Cost-Was-Changed
                 Perform 2850-Rewrite-Cost
             End-If
     End-Evaluate.
     Read Work-Costs Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Read-Work-Order - read the order the cost belongs to.
*> ---------------------------------------------------------------
 2100-Read-Work-Order.
     Move "N" To WS-Order-Found-Switch.
     Move WK-Key To WO-Key.
     Read Work-Orders
         Invalid Key
             Move "N" To WS-Order-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Order-Found-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2200-Feed-Vendor-Invoice - pass the vendor's invoice to
*> accounts payable with the vendor's remit-to address, and stamp
*> the cost with today's date.  A cost not yet invoiced, or with
*> nothing on it, waits; one whose vendor has gone from the vendor
*> master is held and listed.
*> ---------------------------------------------------------------
 2200-Feed-Vendor-Invoice.
     Move "AP INVOICE"     To WS-Line-Posting.
     Move WK-Vendor-Id     To WS-Line-Party.
     Perform 2210-Read-Vendor.
     Evaluate True
         When WK-Invoice-No = Spaces
             Continue
         When WS-Cost-Total = Zero
             Continue
         When Not Vendor-Was-Found
             Add 1 To WS-Invoices-Held
             Move "VENDOR NOT ON FILE - HELD" To WS-Line-Remark
             Perform 2890-Print-Register-Line
         When Other
             Perform 2220-Write-Invoice-Feed
             Move WS-Today-Date-Work To WK-AP-Fed-Date
             Move "Y" To WS-Cost-Changed-Switch
             Add 1 To WS-Invoices-Fed
             Add WS-Cost-Total To WS-Invoices-Fed-Amt
             Move "PASSED TO PAYABLES" To WS-Line-Remark
             Perform 2890-Print-Register-Line
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2210-Read-Vendor - read the vendor the cost names.
*> ---------------------------------------------------------------
 2210-Read-Vendor.
     Move "N" To WS-Vendor-Found-Switch.
     Move WK-Vendor-Id To VN-Vendor-Id.
     Read Vendor-Master
         Invalid Key
             Move "N" To WS-Vendor-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Vendor-Found-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2220-Write-Invoice-Feed - one AP invoice feed record for the
*> current cost, with the vendor's remit-to name and address as
*> they stand today.
*> ---------------------------------------------------------------
 2220-Write-Invoice-Feed.
     Move Spaces         To AP-Invoice-Record.
     Move VN-Vendor-Id     To AI-Vendor-Id.
     Move VN-Name         To AI-Vendor-Name.
     Move VN-ADD1         To AI-ADD1.
     Move VN-City         To AI-City.
     Move VN-State         To AI-State.
     Move VN-Zip         To AI-Zip.
     Move VN-Taxpayer-Id     To AI-Taxpayer-Id.
     Move WK-Invoice-No     To AI-Invoice-No.
     Move WK-Invoice-Date     To AI-Invoice-Date.
     Move WS-Cost-Total     To AI-Invoice-Amt.
     Move WK-Property-Code     To AI-Property-Code.
     Move WK-Unit-No         To AI-Unit-No.
     Move WK-Order-No         To AI-Order-No.
     Write AP-Invoice-Record.

*> ---------------------------------------------------------------
*> 2300-Charge-Back-Damage - post the cost of tenant-caused damage
*> to the tenant's ledger as a Billed entry under the damage
*> charge code, and stamp the cost with today's date.  A cost with
*> nothing on it waits; one whose tenant or charge code is not on
*> file, or that would post into a closed month, is held and
*> listed.  One a rerun finds already on the ledger is stamped
*> without posting it again.
*> ---------------------------------------------------------------
 2300-Charge-Back-Damage.
     Move "CHARGEBACK"     To WS-Line-Posting.
     Move WK-Charge-Tenant-Id To WS-Line-Party.
     Perform 2310-Look-Up-Tenant.
     Evaluate True
         When WS-Cost-Total = Zero
             Continue
         When Not Damage-Code-On-File
             Add 1 To WS-Chargebacks-Held
             Move "DAMAGE CODE NOT ON FILE - HELD" To WS-Line-Remark
             Perform 2890-Print-Register-Line
         When Posting-Period-Closed
             Add 1 To WS-Chargebacks-Held
             Move "MONTH IS CLOSED - HELD" To WS-Line-Remark
             Perform 2890-Print-Register-Line
         When Not Tenant-Was-Found
             Add 1 To WS-Chargebacks-Held
             Move "TENANT NOT ON FILE - HELD" To WS-Line-Remark
             Perform 2890-Print-Register-Line
         When Other
             Move "WO"         To WS-Post-Ref-Prefix
             Move WK-Unit-No     To WS-Post-Ref-Unit
             Move WK-Order-No     To WS-Post-Ref-Order
             Perform 2800-Find-Tenant-Ledger-Balance
             If Charge-Already-Posted
                 Move "ALREADY POSTED - STAMPED" To WS-Line-Remark
                 Move WS-Today-Date-Work To WK-Chargeback-Date
                 Move "Y" To WS-Cost-Changed-Switch
             Else
                 Perform 2320-Post-Billed-Ledger-Entry
             End-If
             Perform 2890-Print-Register-Line
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2310-Look-Up-Tenant - the tenant charged must be a current
*> tenant, or one MoveOut has settled.
*> ---------------------------------------------------------------
 2310-Look-Up-Tenant.
     Move "N" To WS-Tenant-Found-Switch.
     If WK-Charge-Tenant-Id Not = Spaces
         Move WK-Charge-Tenant-Id To TM-Tenant-Id
         Read Tenant-Master
             Invalid Key
                 Move "N" To WS-Tenant-Found-Switch
             Not Invalid Key
                 Move "Y" To WS-Tenant-Found-Switch
         End-Read
         If Not Tenant-Was-Found And Not No-Settled-File
             Move WK-Charge-Tenant-Id To ST-Tenant-Id
             Read Settled-Tenants
                 Invalid Key
                     Move "N" To WS-Tenant-Found-Switch
                 Not Invalid Key
                     Move "Y" To WS-Tenant-Found-Switch
             End-Read
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2320-Post-Billed-Ledger-Entry - add a Billed entry for the
*> damage to the tenant's ledger, dated today, carrying the
*> running balance forward, and stamp the cost.
*> ---------------------------------------------------------------
 2320-Post-Billed-Ledger-Entry.
     Perform 2820-Get-Next-Ledger-Seq.
     Compute WS-New-Balance = WS-Prior-Balance + WS-Cost-Total.
     Move WK-Charge-Tenant-Id     To LG-Tenant-Id.
     Move WS-New-Ledger-Seq     To LG-Sequence-No.
     Move WS-Today-Date-Work     To LG-Entry-Date.
     Move "B"             To LG-Entry-Type.
     Move WS-Cost-Total     To LG-Amount.
     Move WS-New-Balance     To LG-Balance.
     Move WS-Post-Reference     To LG-Reference.
     Move WS-Damage-Charge-Code To LG-Charge-Code.
     Move Spaces         To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "WORKPOST - UNABLE TO POST LEDGER ENTRY FOR "
                 WK-Charge-Tenant-Id " - STATUS "
                 Tenant-Ledger-Status
             Add 1 To WS-Chargebacks-Held
             Move "UNABLE TO POST" To WS-Line-Remark
         Not Invalid Key
             Perform 2830-Write-Journal-Entry
             Move WS-Today-Date-Work To WK-Chargeback-Date
             Move "Y" To WS-Cost-Changed-Switch
             Add 1 To WS-Chargebacks-Posted
             Add WS-Cost-Total To WS-Chargebacks-Amt
             Move "POSTED TO TENANT LEDGER" To WS-Line-Remark
     End-Write.

*> ---------------------------------------------------------------
*> 2800-Find-Tenant-Ledger-Balance - the tenant's last ledger
*> balance to carry forward, and whether this order's chargeback
*> is already on the ledger - a rerun after an abend must not
*> charge the same damage twice.
*> ---------------------------------------------------------------
 2800-Find-Tenant-Ledger-Balance.
     Move Zero To WS-Prior-Balance.
     Move "N" To WS-Already-Posted-Switch.
     Move WK-Charge-Tenant-Id To LG-Tenant-Id.
     Move Zero To LG-Sequence-No.
     Move "N" To WS-Ledger-Scan-Switch.
     Start Tenant-Ledger Key Is Not Less Than LG-Key
         Invalid Key
             Move "Y" To WS-Ledger-Scan-Switch
     End-Start.
     Perform 2810-Read-Next-Ledger-Entry Until Ledger-Scan-Done.

*> ---------------------------------------------------------------
*> 2810-Read-Next-Ledger-Entry - step through the tenant's ledger
*> entries, keeping the last balance and looking for a Billed
*> entry under the damage code carrying this order's reference;
*> stop at end of file or the next tenant.
*> ---------------------------------------------------------------
 2810-Read-Next-Ledger-Entry.
     Read Tenant-Ledger Next Record
         At End
             Move "Y" To WS-Ledger-Scan-Switch
     End-Read.
     If Not Ledger-Scan-Done
         If LG-Tenant-Id = WK-Charge-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
             If LG-Type-Is-Billed
                 And LG-Charge-Code = WS-Damage-Charge-Code
                 And LG-Reference = WS-Post-Reference
                 Move "Y" To WS-Already-Posted-Switch
             End-If
         Else
             Move "Y" To WS-Ledger-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2820-Get-Next-Ledger-Seq - next number off the single running
*> ledger sequence in Ledger-Control-File.
*> ---------------------------------------------------------------
 2820-Get-Next-Ledger-Seq.
     Move "CTRL01" To LC-Key.
     Read Ledger-Control-File
         Invalid Key
             Move Zero To LC-Last-Seq
     End-Read.
     Add 1 To LC-Last-Seq.
     Move LC-Last-Seq To WS-New-Ledger-Seq.
     If Ledger-Control-Status = "23"
         Write Ledger-Control-Record
     Else
         Rewrite Ledger-Control-Record
     End-If.

*> ---------------------------------------------------------------
*> 2830-Write-Journal-Entry - append the entry just posted to the
*> ledger journal for LedgRcvr.
*> ---------------------------------------------------------------
 2830-Write-Journal-Entry.
     Accept WS-Journal-Date From Date YYYYMMDD.
     Accept WS-Journal-Time From Time.
     Move "WORKPOST"         To JL-Program.
     Move WS-Journal-Date     To JL-Journal-Date.
     Move WS-Journal-Time     To JL-Journal-Time.
     Move Ledger-Record     To JL-Ledger-Image.
     Write Ledger-Journal-Record.

*> ---------------------------------------------------------------
*> 2850-Rewrite-Cost - put the current cost back with the dates
*> stamped.
*> ---------------------------------------------------------------
 2850-Rewrite-Cost.
     Rewrite Work-Cost-Record
         Invalid Key
             Display "WORKPOST - UNABLE TO UPDATE COSTS ON "
                 WK-Property-Code "/" WK-Unit-No "/" WK-Order-No
                 " - STATUS " Work-Costs-Status
     End-Rewrite.

*> ---------------------------------------------------------------
*> 2890-Print-Register-Line - list the current cost with the
*> staged posting, payee and remark.
*> ---------------------------------------------------------------
 2890-Print-Register-Line.
     Move WK-Property-Code     To RD-Property-Code.
     Move WK-Unit-No         To RD-Unit-No.
     Move WK-Order-No         To RD-Order-No.
     Move WS-Line-Posting     To RD-Posting.
     Move WS-Line-Party     To RD-Party.
     Move WK-Invoice-No     To RD-Invoice-No.
     Move WS-Cost-Total     To RD-Amount.
     Move WS-Line-Remark     To RD-Remark.
     Write Register-Line From Register-Detail.

*> ---------------------------------------------------------------
*> 2900-Print-Final-Totals - costs read, orders still open, and
*> the invoices and chargebacks passed on and held.
*> ---------------------------------------------------------------
 2900-Print-Final-Totals.
     Write Register-Line From Spaces.
     Move Zero To RT-Amount.
     Move "COSTS READ:" To RT-Label.
     Move WS-Costs-Read To RT-Count.
     Write Register-Line From Register-Total.
     Move "ORDERS STILL OPEN:" To RT-Label.
     Move WS-Orders-Still-Open To RT-Count.
     Write Register-Line From Register-Total.
     Move "INVOICES PASSED TO PAYABLES:" To RT-Label.
     Move WS-Invoices-Fed To RT-Count.
     Move WS-Invoices-Fed-Amt To RT-Amount.
     Write Register-Line From Register-Total.
     Move "INVOICES HELD:" To RT-Label.
     Move WS-Invoices-Held To RT-Count.
     Move Zero To RT-Amount.
     Write Register-Line From Register-Total.
     Move "CHARGEBACKS POSTED:" To RT-Label.
     Move WS-Chargebacks-Posted To RT-Count.
     Move WS-Chargebacks-Amt To RT-Amount.
     Write Register-Line From Register-Total.
     Move "CHARGEBACKS HELD:" To RT-Label.
     Move WS-Chargebacks-Held To RT-Count.
     Move Zero To RT-Amount.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> costs read and the invoices and chargebacks passed on.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Compute WS-Records-Out = WS-Invoices-Fed
         + WS-Chargebacks-Posted.
     Move "F" To RU-Function.
     Move WS-Costs-Read     To RU-Records-In.
     Move WS-Records-Out     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Work-Costs.
     Close Work-Orders.
     Close Vendor-Master.
     Close Charge-Code-Master.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close AP-Invoice-Feed.
     Close Posting-Register.
