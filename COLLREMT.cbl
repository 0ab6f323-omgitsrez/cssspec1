*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  CollRemt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Collection agency remittance
*>                   posting.  Reads the agency's monthly remittance
*>                   file and posts each recovery back against the
*>                   former tenant's written-off balance, net of the
*>                   agency's commission: a Recovery ("Y") entry
*>                   reinstates the net amount remitted and an
*>                   agency Payment entry (reference AGENCY) settles
*>                   it, both dated the day collected, through
*>                   ChkPerd, the ledger journal and LEDCTL like
*>                   every other posting program.  The former-
*>                   tenant receivable accumulates gross collected,
*>                   commission and net, and is marked Recovered
*>                   once the gross collected reaches what was
*>                   written off.  A remittance for a tenant never
*>                   placed, whose net does not prove to gross less
*>                   commission, or dated in a closed period is
*>                   rejected onto the register and not posted.
*> 2026-10-15  RWC   A remittance already posted - the tenant's
*>                   ledger holds a Recovery under reference AGENCY
*>                   for the same collected date and net amount -
*>                   is reported ALREADY POSTED and skipped, so a
*>                   remittance file processed twice no longer
*>                   posts every recovery and agency Payment again.
*>                   The run is now stamped on the run-control
*>                   file, for the run date, with the operator.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Remittance-File Assign To "AGCYREMT"
         Organization Is Line Sequential
         File Status Is Remittance-File-Status.
     Select Former-Tenant-File Assign To "FORMTAR"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is FT-Tenant-Id
         File Status Is Former-Tenant-Status.
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
     Select Remittance-Register Assign To "COLLRREG"
         Organization Is Line Sequential
         File Status Is Remittance-Register-Status.

 Data Division.
 File Section.
 FD  Remittance-File.
 Copy COLRREC.

 FD  Former-Tenant-File.
 Copy FTARREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Remittance-Register.
 01   Register-Line         Pic X(100).

 Working-Storage Section.
 01   Work-Fields.
 03   Remittance-File-Status     Pic X(2)     Value "00".
 03   Former-Tenant-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Remittance-Register-Status Pic X(2)     Value "00".
 03   WS-Journal-Date     Pic 9(8)     Value Zero.
 03   WS-Journal-Time     Pic 9(6)     Value Zero.
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
     88   Ledger-Scan-Done     Value "Y".
 03   WS-Ledger-Posted-Switch     Pic X(1)     Value "N".
     88   Ledger-Was-Posted     Value "Y".
 03   WS-Former-Found-Switch     Pic X(1)     Value "N".
     88   Former-Tenant-Found     Value "Y".
 03   WS-Already-Posted-Switch Pic X(1)     Value "N".
     88   Recovery-Already-Posted Value "Y".
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Remittances-Read     Pic 9(6)     Value Zero.
 03   WS-Period-Result     Pic X(1)     Value "O".
     88   Entry-Period-Closed     Value "C".
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-New-Balance         Pic S9(6)v99     Value Zero.
 03   WS-New-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Proved-Net         Pic S9(6)v99     Value Zero.
 03   WS-Posted-Count     Pic 9(6)     Value Zero.
 03   WS-Rejected-Count     Pic 9(6)     Value Zero.
 03   WS-Total-Gross         Pic 9(8)v99     Value Zero.
 03   WS-Total-Commission     Pic 9(8)v99     Value Zero.
 03   WS-Total-Net         Pic 9(8)v99     Value Zero.

 Copy RUNCPARM.

 01   Register-Heading.
 03   Filler             Pic X(40)
         Value "COLLECTION AGENCY REMITTANCE REGISTER".

 01   Register-Column-Heading.
 03   Filler             Pic X(8)     Value "TENANT".
 03   Filler             Pic X(10)     Value "COLLECTED".
 03   Filler             Pic X(10)     Value "     GROSS".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(10)     Value "COMMISSION".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(10)     Value "       NET".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(6)     Value "RESULT".

 01   Register-Detail.
 03   RD-Tenant-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Collected-Date     Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Gross-Amt         Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Commission-Amt     Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Net-Amt         Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Message         Pic X(40).

 01   Register-Total-Line.
 03   Filler             Pic X(8)     Value "POSTED".
 03   RT-Posted-Count     Pic ZZZ,ZZ9.
 03   Filler             Pic X(3)     Value Spaces.
 03   RT-Gross-Amt         Pic ZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(1)     Value Spaces.
 03   RT-Commission-Amt     Pic ZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(1)     Value Spaces.
 03   RT-Net-Amt         Pic ZZ,ZZZ,ZZ9.99.

 01   Register-Reject-Line.
 03   Filler             Pic X(8)     Value "REJECTED".
 03   RJ-Rejected-Count     Pic ZZZ,ZZ9.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - post each remittance on the agency's file, then
*> print the register totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Remittance Until End-Of-File.
     Perform 8000-Print-Run-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the keyed
*> ones on the first run, print the register heading and prime the
*> read of the remittance file.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Input Remittance-File.
     Open I-O Former-Tenant-File.
     If Former-Tenant-Status = "35"
         Open Output Former-Tenant-File
         Close Former-Tenant-File
         Open I-O Former-Tenant-File
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
     Open Output Remittance-Register.
     Write Register-Line From Register-Heading.
     Write Register-Line From Register-Column-Heading
         After Advancing 2 Lines.
     Read Remittance-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the day it runs, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "COLLREMT"         To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Remittance - check the current remittance and
*> post it, or reject it onto the register; then read the next.
*> The former tenant's ledger is read first for the balance to
*> post against and for a recovery this remittance already posted.
*> ---------------------------------------------------------------
 2000-Process-One-Remittance.
     Add 1 To WS-Remittances-Read.
     Move "N" To WS-Former-Found-Switch.
     Move CR-Tenant-Id To FT-Tenant-Id.
     Read Former-Tenant-File
         Invalid Key
             Continue
         Not Invalid Key
             Move "Y" To WS-Former-Found-Switch
     End-Read.
     Perform 2110-Find-Tenant-Ledger-Balance.
     Compute WS-Proved-Net = CR-Gross-Amt - CR-Commission-Amt.
     Call "ChkPerd" Using CR-Collected-Date, WS-Period-Result.
     Evaluate True
         When Not Former-Tenant-Found
             Move "NOT ON FORMER-TENANT FILE - REJECTED"
                 To RD-Message
             Perform 2900-Reject-Remittance
         When Not FT-Status-Is-Placed And Not FT-Status-Is-Recovered
             Move "NEVER PLACED WITH AGENCY - REJECTED"
                 To RD-Message
             Perform 2900-Reject-Remittance
         When CR-Net-Amt = Zero Or CR-Net-Amt Not = WS-Proved-Net
             Move "NET NOT GROSS LESS COMMISSION - REJECTED"
                 To RD-Message
             Perform 2900-Reject-Remittance
         When Entry-Period-Closed
             Move "DATED IN CLOSED PERIOD - REJECTED" To RD-Message
             Perform 2900-Reject-Remittance
         When Recovery-Already-Posted
             Move "ALREADY POSTED - SKIPPED" To RD-Message
             Perform 2900-Reject-Remittance
         When Other
             Perform 2100-Post-Recovery
     End-Evaluate.
     Read Remittance-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Post-Recovery - reinstate the net remitted with a Recovery
*> entry, settle it with the agency Payment, and add the
*> remittance into the former tenant's collection totals.
*> ---------------------------------------------------------------
 2100-Post-Recovery.
     Perform 2120-Get-Next-Ledger-Seq.
     Compute WS-New-Balance = WS-Prior-Balance + CR-Net-Amt.
     Move "Y"             To LG-Entry-Type.
     Move CR-Net-Amt         To LG-Amount.
     Perform 2140-Write-Ledger-Entry.
     If Ledger-Was-Posted
         Move WS-New-Balance     To WS-Prior-Balance
         Perform 2120-Get-Next-Ledger-Seq
         Compute WS-New-Balance = WS-Prior-Balance - CR-Net-Amt
         Move "P"         To LG-Entry-Type
         Compute LG-Amount = Zero - CR-Net-Amt
         Perform 2140-Write-Ledger-Entry
         Add CR-Gross-Amt     To FT-Gross-Recovered
         Add CR-Commission-Amt     To FT-Commission-Amt
         Add CR-Net-Amt         To FT-Net-Recovered
         Move CR-Collected-Date     To FT-Last-Remit-Date
         If FT-Gross-Recovered >= FT-Written-Off-Amt
             Move "R"         To FT-Status
         End-If
         Rewrite Former-Tenant-Record
             Invalid Key
                 Display "COLLREMT - UNABLE TO UPDATE FORMER TENANT "
                     FT-Tenant-Id " - STATUS " Former-Tenant-Status
         End-Rewrite
         Add 1 To WS-Posted-Count
         Add CR-Gross-Amt     To WS-Total-Gross
         Add CR-Commission-Amt To WS-Total-Commission
         Add CR-Net-Amt         To WS-Total-Net
         If FT-Status-Is-Recovered
             Move "POSTED - RECOVERED IN FULL" To RD-Message
         Else
             Move "POSTED"         To RD-Message
         End-If
         Perform 7000-Write-Register-Line
     Else
         Move "LEDGER POST FAILED - NOT POSTED" To RD-Message
         Perform 2900-Reject-Remittance
     End-If.

*> ---------------------------------------------------------------
*> 2110-Find-Tenant-Ledger-Balance - locate the former tenant's
*> most recent ledger entry, if any, to get the balance the
*> recovery is posted against, noting any recovery this
*> remittance has already posted.
*> ---------------------------------------------------------------
 2110-Find-Tenant-Ledger-Balance.
     Move Zero To WS-Prior-Balance.
     Move "N" To WS-Already-Posted-Switch.
     Move CR-Tenant-Id To LG-Tenant-Id.
     Move Zero To LG-Sequence-No.
     Move "N" To WS-Ledger-Scan-Switch.
     Start Tenant-Ledger Key Is Not Less Than LG-Key
         Invalid Key
             Move "Y" To WS-Ledger-Scan-Switch
     End-Start.
     Perform 2115-Read-Next-Ledger-Entry Until Ledger-Scan-Done.

*> ---------------------------------------------------------------
*> 2115-Read-Next-Ledger-Entry - step through the tenant's ledger
*> entries in key order, keeping the balance of the last one read
*> and looking for an agency Recovery of the same date and net
*> amount; stop at end of file or as soon as a different tenant is
*> hit.
*> ---------------------------------------------------------------
 2115-Read-Next-Ledger-Entry.
     Read Tenant-Ledger Next Record
         At End
             Move "Y" To WS-Ledger-Scan-Switch
     End-Read.
     If Not Ledger-Scan-Done
         If LG-Tenant-Id = CR-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
             If LG-Type-Is-Recovery
                 And LG-Reference = "AGENCY"
                 And LG-Entry-Date = CR-Collected-Date
                 And LG-Amount = CR-Net-Amt
                 Move "Y" To WS-Already-Posted-Switch
             End-If
         Else
             Move "Y" To WS-Ledger-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2120-Get-Next-Ledger-Seq - ledger entries are numbered from a
*> single running sequence number kept in Ledger-Control-File so
*> every entry posted gets a unique key.
*> ---------------------------------------------------------------
 2120-Get-Next-Ledger-Seq.
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
*> 2140-Write-Ledger-Entry - complete and write the entry whose
*> type and amount the caller has set, dated the day the agency
*> collected, and its journal record.
*> ---------------------------------------------------------------
 2140-Write-Ledger-Entry.
     Move "N" To WS-Ledger-Posted-Switch.
     Move CR-Tenant-Id     To LG-Tenant-Id.
     Move WS-New-Ledger-Seq     To LG-Sequence-No.
     Move CR-Collected-Date     To LG-Entry-Date.
     Move WS-New-Balance     To LG-Balance.
     Move "AGENCY"         To LG-Reference.
     Move Spaces         To LG-Charge-Code.
     Move Spaces         To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "COLLREMT - UNABLE TO POST LEDGER ENTRY FOR "
                 CR-Tenant-Id " - STATUS " Tenant-Ledger-Status
         Not Invalid Key
             Move "Y" To WS-Ledger-Posted-Switch
             Perform 2150-Write-Journal-Entry
     End-Write.

*> ---------------------------------------------------------------
*> 2150-Write-Journal-Entry - append the entry just posted to the
*> ledger journal, stamped with this program and the clock, so
*> LedgRcvr can replay it against a restored backup.
*> ---------------------------------------------------------------
 2150-Write-Journal-Entry.
     Accept WS-Journal-Date From Date YYYYMMDD.
     Accept WS-Journal-Time From Time.
     Move "COLLREMT"         To JL-Program.
     Move WS-Journal-Date     To JL-Journal-Date.
     Move WS-Journal-Time     To JL-Journal-Time.
     Move Ledger-Record     To JL-Ledger-Image.
     Write Ledger-Journal-Record.

*> ---------------------------------------------------------------
*> 2900-Reject-Remittance - count the remittance as rejected and
*> print it with the reason the caller set.
*> ---------------------------------------------------------------
 2900-Reject-Remittance.
     Add 1 To WS-Rejected-Count.
     Perform 7000-Write-Register-Line.

*> ---------------------------------------------------------------
*> 7000-Write-Register-Line - print one register line for the
*> current remittance; the caller has set the message.
*> ---------------------------------------------------------------
 7000-Write-Register-Line.
     Move CR-Tenant-Id     To RD-Tenant-Id.
     Move CR-Collected-Date     To RD-Collected-Date.
     Move CR-Gross-Amt     To RD-Gross-Amt.
     Move CR-Commission-Amt     To RD-Commission-Amt.
     Move CR-Net-Amt         To RD-Net-Amt.
     Write Register-Line From Register-Detail.

*> ---------------------------------------------------------------
*> 8000-Print-Run-Totals - print the posted totals and the
*> rejected count.
*> ---------------------------------------------------------------
 8000-Print-Run-Totals.
     Move WS-Posted-Count     To RT-Posted-Count.
     Move WS-Total-Gross     To RT-Gross-Amt.
     Move WS-Total-Commission To RT-Commission-Amt.
     Move WS-Total-Net     To RT-Net-Amt.
     Move WS-Rejected-Count     To RJ-Rejected-Count.
     Write Register-Line From Spaces.
     Write Register-Line From Register-Total-Line.
     Write Register-Line From Register-Reject-Line.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> remittances read and posted.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Remittances-Read To RU-Records-In.
     Move WS-Posted-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Remittance-File.
     Close Former-Tenant-File.
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close Remittance-Register.
