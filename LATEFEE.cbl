*>                   rebuilt by restoring last night's backup and
*>                   replaying the journal forward through
*>                   LedgRcvr instead of re-keying a day of work.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, assessment
*>                   month, ledger entries read and fees assessed -
*>                   at start and at finish, and the run is
*>                   refused, before any file is opened, unless
*>                   RentBill has completed for the month being
*>                   assessed: a fee charged against a bill that
*>                   was never posted is a fee nobody owes.  A
*>                   refused run ends with return code 8.
*> 2026-10-15  RWC   Every guarantor on the tenancy's occupant file
*>                   (OCCPREC) is now mailed a copy of the late
*>                   notice, titled a guarantor copy and headed with
*>                   the guarantor's name and mailing address above
*>                   the tenant's own.  The repository keeps only
*>                   the notice the tenant was sent.
*> 2026-10-15  RWC   A debit Adjustment (a positive "A" entry, now
*>                   postable through AdjMnt) is an open item like
*>                   a charge, so it is tested for past due and can
*>                   draw a late fee; only a credit Adjustment is
*>                   applied against the open items.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Ledger-Journal Assign To "LEDGJRNL"
         Organization Is Line Sequential
         File Status Is Ledger-Journal-Status.
     Select Occupant-File Assign To "OCCUPANT"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OC-Key
         File Status Is Occupant-File-Status.
     Select Statement-Repository Assign To "STMTREPO"
         Organization Is Indexed
         Access Mode Is Dynamic
 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Occupant-File.
 Copy OCCPREC.

 FD  Statement-Repository.
 Copy STMTREC.

 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Statement-Repository-Status Pic X(2)     Value "00".
 03   Occupant-File-Status     Pic X(2)     Value "00".
 03   WS-Occupant-Scan-Switch     Pic X(1)     Value "N".
     88   Occupant-Scan-Done     Value "Y".
 03   WS-Copy-Switch         Pic X(1)     Value "N".
     88   Printing-Guarantor-Copy Value "Y".
 03   WS-Copy-Name         Pic X(52)     Value Spaces.
 03   WS-Copy-Address     Pic X(90)     Value Spaces.
 03   Late-Notices-Status     Pic X(2)     Value "00".
 03   WS-Journal-Date     Pic 9(8)     Value Zero.
 03   WS-Journal-Time     Pic 9(6)     Value Zero.
 03   WS-City-Len         Pic 9(3)     Value Zero.
 03   WS-State-Len         Pic 9(3)     Value Zero.
 03   WS-Zip-Len         Pic 9(3)     Value Zero.
 03   WS-Entries-Read     Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 77   WS-Grace-Day         Pic 9(2)     Value 10.
 77   WS-Late-Fee-Amount     Pic 9(4)v99     Value 50.00.
*> run prints its heading and totals (all zero) and does nothing.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Call "ChkPerd" Using WS-Today-Date-Work, WS-Period-Result
         Evaluate True
             When Assessment-Period-Closed
                 Display "LATEFEE - PERIOD IS CLOSED"
                     " - NO FEES ASSESSED"
                 Write Register-Line From
                     "PERIOD IS CLOSED - NO FEES ASSESSED"
             When TD-Day > WS-Grace-Day
                 Perform 2000-Process-One-Entry Until End-Of-Ledger
                 If Not First-Tenant-In-Run
                     Perform 2500-Assess-Tenant-If-Due
                 End-If
             When Other
                 Display "LATEFEE - GRACE DAY NOT REACHED"
                     " - NO FEES ASSESSED"
                 Write Register-Line From
                     "GRACE DAY NOT REACHED - NO FEES ASSESSED"
         End-Evaluate
         Perform 2900-Print-Final-Totals
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
         Close Ledger-Journal
         Open Extend Ledger-Journal
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
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the month being assessed, on the run-control
*> file.  RentBill must have completed for that month; when it has
*> not, RunCtl stamps the run refused and nothing is opened or
*> assessed.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Compute WS-Run-Period = WS-Today-Date-Work / 100.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "LATEFEE"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "RENTBILL"         To RU-Prereq-Program.
     Move WS-Run-Period     To RU-Prereq-Period.
     Move "E"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "LATEFEE - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "LATEFEE - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Process-One-Entry - accumulate the current ledger entry
*> into its tenant's open-item picture; when the next entry belongs
*> starting the new one.
*> ---------------------------------------------------------------
 2000-Process-One-Entry.
     Add 1 To WS-Entries-Read.
     If First-Tenant-In-Run
         Move "N"         To WS-First-Tenant-Switch
         Move LG-Tenant-Id     To WS-Current-Tenant-Id
             If ED-Year = PS-Year And ED-Month = PS-Month
                 Move "Y" To WS-Fee-Assessed-Switch
             End-If
         When LG-Type-Is-Adjustment And LG-Amount > Zero
             Perform 2040-Add-Open-Billed-Entry
         When LG-Type-Is-Payment
         When LG-Type-Is-Adjustment And LG-Amount < Zero
         When LG-Type-Is-Deposit-Applied
         When LG-Type-Is-Interest-Applied
             Perform 2050-Apply-Payment-To-Open-Items
             If Tenant-Was-Found
                 Perform 2530-Post-Late-Fee-Entry
                 Perform 2540-Write-Late-Notice
                 Perform 2580-Send-Guarantor-Copies
                 Perform 2550-Write-Register-Line
             Else
                 Move Spaces To Register-Detail
*> ---------------------------------------------------------------
*> 2540-Write-Late-Notice - print one late notice for the tenant
*> just assessed, addressed from Tenant-Master, showing the balance
*> overdue and the fee just added to it - or a guarantor's copy.
*> ---------------------------------------------------------------
 2540-Write-Late-Notice.
     Perform 2545-Trim-Name-And-Address-Fields.
         Into WS-Print-Address.
     Write Notice-Line From "----------------------------------------".
     Perform 2570-Store-Notice-Line.
     If Printing-Guarantor-Copy
         Move "LATE NOTICE - GUARANTOR COPY" To Notice-Line
         Write Notice-Line
         Move Spaces To Notice-Line
         String "COPY TO:    " WS-Copy-Name Into Notice-Line
         Write Notice-Line
         Move Spaces To Notice-Line
         String "MAILED TO:  " WS-Copy-Address Into Notice-Line
         Write Notice-Line
     Else
         Move "LATE NOTICE" To Notice-Line
         Write Notice-Line
         Perform 2570-Store-Notice-Line
     End-If.
     Move Spaces To Notice-Line.
     String "TENANT ID:  " WS-Current-Tenant-Id Into Notice-Line.
     Write Notice-Line.
*> 2570-Store-Notice-Line - file the print line just written into
*> the statement repository under the staged key; a line already
*> there from an earlier printing is overlaid, so the repository
*> holds what was last sent.  A guarantor's copy is not filed.
*> ---------------------------------------------------------------
 2570-Store-Notice-Line.
     If Not Printing-Guarantor-Copy
         Add 1 To WS-Repo-Line-No
         Move WS-Repo-Line-No To SR-Line-No
         Move Notice-Line To SR-Line-Text
         Write Statement-Repo-Record
             Invalid Key
                 If Statement-Repository-Status = "22"
                     Rewrite Statement-Repo-Record
                 Else
                     Display "LATEFEE - UNABLE TO STORE NOTICE LINE"
                         " FOR " SR-Tenant-Id " - STATUS "
                         Statement-Repository-Status
                 End-If
         End-Write
     End-If.

*> ---------------------------------------------------------------
*> 2580-Send-Guarantor-Copies - walk the tenancy's occupants and
*> print the notice again for each guarantor.
*> ---------------------------------------------------------------
 2580-Send-Guarantor-Copies.
     Move WS-Current-Tenant-Id To OC-Tenant-Id.
     Move Zero To OC-Seq-No.
     Move "N" To WS-Occupant-Scan-Switch.
     Start Occupant-File Key Is Not Less Than OC-Key
         Invalid Key
             Move "Y" To WS-Occupant-Scan-Switch
     End-Start.
     Perform 2585-Read-Next-Occupant Until Occupant-Scan-Done.
     Move "N" To WS-Copy-Switch.

*> ---------------------------------------------------------------
*> 2585-Read-Next-Occupant - one occupant of the tenancy; stop at
*> end of file or the next tenancy.
*> ---------------------------------------------------------------
 2585-Read-Next-Occupant.
     Read Occupant-File Next Record
         At End
             Move "Y" To WS-Occupant-Scan-Switch
     End-Read.
     If Not Occupant-Scan-Done
         If OC-Tenant-Id = WS-Current-Tenant-Id
             If OC-Role-Is-Guarantor
                 Perform 2590-Stage-Guarantor-Address
                 Move "Y" To WS-Copy-Switch
                 Perform 2540-Write-Late-Notice
             End-If
         Else
             Move "Y" To WS-Occupant-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2590-Stage-Guarantor-Address - the guarantor's name and mailing
*> address for the copy's heading, trimmed the way the tenant's
*> are; an empty field counts as one character.
*> ---------------------------------------------------------------
 2590-Stage-Guarantor-Address.
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
*> 2545-Trim-Name-And-Address-Fields - trim trailing spaces off
     Write Register-Line From Spaces.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> ledger entries read and the fees assessed.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Entries-Read     To RU-Records-In.
     Move WS-Assessed-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Close Ledger-Control-File.
     Close Tenant-Master.
     Close Ledger-Journal.
     Close Occupant-File.
     Close Statement-Repository.
     Close Late-Notices.
     Close Assessment-Register.
