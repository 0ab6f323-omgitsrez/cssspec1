*>                   A day the bank sends no return file is routine
*>                   and is reported the way LockBox reports a
*>                   missing remittance file.
*> 2026-10-15  RWC   Each returned draft is now also booked to the
*>                   cash book (CSHBREC) as a debit under the draft
*>                   reference, for BankRec to match against the
*>                   bank statement.  It is booked here, from the
*>                   bank's own return file, because the money has
*>                   left the account whether or not the reversal
*>                   goes on to post.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the returns read and transactions written.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Return-Register Assign To "ACHRTREG"
         Organization Is Line Sequential
         File Status Is Return-Register-Status.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.

 Data Division.
 File Section.
 FD  Return-Register.
 01   Register-Line         Pic X(80).

 FD  Cash-Book.
 Copy CSHBREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Draft-Return-Status     Pic X(2)     Value "00".
 03   ACH-Payment-Trans-Status Pic X(2)     Value "00".
 03   Return-Register-Status     Pic X(2)     Value "00".
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-No-Return-Switch     Pic X(1)     Value "N".
     88   No-Return-File         Value "Y".
 03   WS-Items-Written     Pic 9(6)     Value Zero.
 03   WS-Dollars-Returned     Pic 9(10)v99     Value Zero.
 03   WS-Returns-Read     Pic 9(6)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Register-Heading.
 03   Filler             Pic X(26) Value "ACH RETURN INTAKE REGISTER".
*> and print the register.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Return Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
     End-If.
     Open Output ACH-Payment-Trans.
     Open Output Return-Register.
     Open Extend Cash-Book.
     If Cash-Book-Status = "35"
         Open Output Cash-Book
         Close Cash-Book
         Open Extend Cash-Book
     End-If.
     Write Register-Line From Register-Heading.
     Write Register-Line From Spaces.
     If No-Return-File
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the day it runs, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "ACHRETRN"         To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Return - one returned draft becomes one
*> returned-item transaction under the reference the draft went
*> out with, and one debit on the cash book, then read the next
*> one.
*> ---------------------------------------------------------------
 2000-Process-One-Return.
     Add 1 To WS-Returns-Read.
     Move Spaces         To Payment-Trans-Record.
     Move AR-Tenant-Id     To PT-Tenant-Id.
     Move AR-Return-Date     To PT-Payment-Date.
     Move AR-Draft-Ref     To RD-Draft-Ref.
     Move AR-Reason-Code     To RD-Reason-Code.
     Write Register-Line From Register-Detail.
     Move Spaces         To Cash-Book-Record.
     Move "R"         To CB-Source.
     Move "D"         To CB-Dr-Cr.
     Move AR-Return-Date     To CB-Entry-Date.
     Move AR-Return-Amt     To CB-Amount.
     Move AR-Draft-Ref     To CB-Reference.
     String "ACH RETURN TENANT " AR-Tenant-Id " " AR-Reason-Code
         Delimited By Size Into CB-Description.
     Move "ACHRETRN"     To CB-Program.
     Write Cash-Book-Record.
     Read Draft-Return-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.
     Write Register-Line From Spaces.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> returns read and the returned-item transactions written.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Returns-Read     To RU-Records-In.
     Move WS-Items-Written     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     End-If.
     Close ACH-Payment-Trans.
     Close Return-Register.
     Close Cash-Book.
