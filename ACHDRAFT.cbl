*>                   draft anyone twice; a rerun before posting
*>                   finds the same open balance and rebuilds the
*>                   same file, which is what a rerun is for.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, draft date,
*>                   authorizations read and drafts written - at
*>                   start and at finish.  Once a run has completed
*>                   for a draft date a second run for that date is
*>                   refused before any file is opened, so the bank
*>                   file already sent cannot be rebuilt and sent
*>                   again; a run that never completed (an abend
*>                   part way) may still be rerun as before.  A
*>                   refused run ends with return code 8 so the
*>                   job's posting steps are bypassed.
*> 2026-10-15  RWC   The drafts are now booked to the cash book
*>                   (CSHBREC) BankRec reconciles the bank
*>                   statement against: one credit per draft date,
*>                   for the total the bank settles on that date,
*>                   under the run's draft reference.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Draft-Register Assign To "ACHDRREG"
         Organization Is Line Sequential
         File Status Is Draft-Register-Status.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.

 Data Division.
 File Section.
 FD  Draft-Register.
 01   Register-Line         Pic X(80).

 FD  Cash-Book.
 Copy CSHBREC.

 Working-Storage Section.
 01   Work-Fields.
 03   ACH-Auth-Status     Pic X(2)     Value "00".
 03   Bank-Draft-Status     Pic X(2)     Value "00".
 03   ACH-Payment-Trans-Status Pic X(2)     Value "00".
 03   Draft-Register-Status     Pic X(2)     Value "00".
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-Auths         Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
 03   WS-Draft-Ref         Pic X(10)     Value Spaces.
 03   WS-Items-Written     Pic 9(6)     Value Zero.
 03   WS-Dollars-Written     Pic 9(10)v99     Value Zero.
 03   WS-Auths-Read         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Day-Idx         Pic 9(2)     Value Zero.

 Copy RUNCPARM.

 01   WS-Today-Date-Work         Pic 9(8)     Value Zero.
 01   WS-Today-Date-Parts Redefines WS-Today-Date-Work.
 03   DD-Day             Pic 9(2).
 01   WS-Draft-Date-Num Redefines WS-Draft-Date-Parts Pic 9(8).

*> What the bank settles on each draft day of the run month, for
*> the cash book; a draft day is 01 through 28.
 01   WS-Settlement-Table.
 03   ST-Entry Occurs 28 Times.
     05   ST-Count         Pic 9(6).
     05   ST-Amount         Pic 9(10)v99.

 01   Register-Heading.
 03   Filler             Pic X(26) Value "ACH DRAFT FILE REGISTER".

*> register.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Perform 2000-Process-One-Auth Until End-Of-Auths
         Perform 2800-Write-Draft-Trailer
         Perform 2900-Print-Final-Totals
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
     Open Output Bank-Draft-File.
     Open Output ACH-Payment-Trans.
     Open Output Draft-Register.
     Open Extend Cash-Book.
     If Cash-Book-Status = "35"
         Open Output Cash-Book
         Close Cash-Book
         Open Extend Cash-Book
     End-If.
     Move Zeros To WS-Settlement-Table.
     Write Register-Line From Register-Heading.
     Write Register-Line From Spaces.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for today's draft date, on the run-control file.
*> A run already completed for the same draft date refuses this
*> one, and nothing is opened - the bank file is not touched.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "ACHDRAFT"         To RU-Program.
     Move WS-Today-Date-Work To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "ACHDRAFT"         To RU-Prereq-Program.
     Move WS-Today-Date-Work To RU-Prereq-Period.
     Move "N"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "ACHDRAFT - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "ACHDRAFT - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Process-One-Auth - draft the current authorization's
*> tenant when the authorization is active and the tenant owes,
*> then read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Auth.
     Add 1 To WS-Auths-Read.
     If Auth-Is-Active
         Perform 2100-Find-Tenant-Open-Balance
         Move TD-Year     To DD-Year
     Write Payment-Trans-Record.
     Add 1             To WS-Items-Written.
     Add WS-Open-Balance     To WS-Dollars-Written.
     Add 1             To ST-Count(DD-Day).
     Add WS-Open-Balance     To ST-Amount(DD-Day).
     Perform 2250-Write-Skip-Line.
     Move "DRAFTED"         To RD-Remark.
     Move WS-Open-Balance     To RD-Draft-Amt.

*> ---------------------------------------------------------------
*> 2800-Write-Draft-Trailer - close the bank file with the item
*> count and dollar total the bank proves the file against, and
*> book each draft day's settlement to the cash book.
*> ---------------------------------------------------------------
 2800-Write-Draft-Trailer.
     Move Spaces         To Bank-Draft-Record.
     Move WS-Items-Written     To AD-Item-Count.
     Move WS-Dollars-Written To AD-Total-Amount.
     Write Bank-Draft-Record.
     Perform 2850-Book-One-Settlement
         Varying WS-Day-Idx From 1 By 1
         Until WS-Day-Idx > 28.

*> ---------------------------------------------------------------
*> 2850-Book-One-Settlement - one credit on the cash book for the
*> drafts dated one draft day, under the draft reference; a day
*> with no drafts books nothing.
*> ---------------------------------------------------------------
 2850-Book-One-Settlement.
     If ST-Count(WS-Day-Idx) > Zero
         Move TD-Year         To DD-Year
         Move TD-Month         To DD-Month
         Move WS-Day-Idx     To DD-Day
         Move Spaces         To Cash-Book-Record
         Move "A"         To CB-Source
         Move "C"         To CB-Dr-Cr
         Move WS-Draft-Date-Num     To CB-Entry-Date
         Move ST-Amount(WS-Day-Idx) To CB-Amount
         Move WS-Draft-Ref     To CB-Reference
         String "ACH SETTLEMENT " ST-Count(WS-Day-Idx)
             " ITEMS" Delimited By Size Into CB-Description
         Move "ACHDRAFT"     To CB-Program
         Write Cash-Book-Record
     End-If.

*> ---------------------------------------------------------------
*> 2900-Print-Final-Totals - print the draft count and total
     Write Register-Line From Spaces.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> authorizations read and the drafts written.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Auths-Read     To RU-Records-In.
     Move WS-Items-Written     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Close Bank-Draft-File.
     Close ACH-Payment-Trans.
     Close Draft-Register.
     Close Cash-Book.
