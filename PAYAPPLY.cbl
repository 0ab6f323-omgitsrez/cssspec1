*>                   rebuilt by restoring last night's backup and
*>                   replaying the journal forward through
*>                   LedgRcvr instead of re-keying a day of work.
*> 2026-10-15  RWC   Each returned check reversed is now also booked
*>                   to the cash book (CSHBREC) as a debit under
*>                   the check number, for BankRec to match against
*>                   the bank statement.  A returned ACH draft (a
*>                   reference beginning AD) is not booked here -
*>                   AchRetrn booked it from the bank's return
*>                   file.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the transactions read and entries posted.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Payment-Register Assign To "PAYREG"
         Organization Is Line Sequential
         File Status Is Payment-Register-Status.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.

 Data Division.
 File Section.
 FD  Payment-Register.
 01   Register-Line         Pic X(80).

 FD  Cash-Book.
 Copy CSHBREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Payment-Trans-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Payment-Register-Status Pic X(2)     Value "00".
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   WS-Journal-Date     Pic 9(8)     Value Zero.
 03   WS-Journal-Time     Pic 9(6)     Value Zero.
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     05   PDD-Month         Pic 9(2).
     05   PDD-Day         Pic 9(2).
     05   PDD-Year         Pic 9(4).
 03   WS-Trans-Read         Pic 9(6)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Register-Heading.
 03   Filler             Pic X(30) Value "PAYMENT APPLICATION REGISTER".
*> tenant's ledger, one entry at a time, and print a register.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Payment Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
         Open Extend Ledger-Journal
     End-If.
     Open Output Payment-Register.
     Open Extend Cash-Book.
     If Cash-Book-Status = "35"
         Open Output Cash-Book
         Close Cash-Book
         Open Extend Cash-Book
     End-If.
     Write Register-Line From Register-Heading.
     Write Register-Line From Spaces.
     Read Payment-Trans
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
     Move "PAYAPPLY"         To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Payment - post one Payment entry - or, for a
*> returned-check transaction, one Reversal entry - against the
*> tenant named on the current transaction, then read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Payment.
     Add 1 To WS-Trans-Read.
     Call "ChkPerd" Using PT-Payment-Date, WS-Period-Result.
     Evaluate True
         When Entry-Period-Closed
*> Payment by check number; the Reversal entry re-adds its amount
*> to the balance under the same check number.  A check with a
*> Reversal already posted, or with no Payment on the ledger at
*> all, is reported and skipped.  A returned check is booked to
*> the cash book; a returned ACH draft already was, by AchRetrn.
*> ---------------------------------------------------------------
 2300-Post-Reversal-Entry.
     Perform 2110-Find-Tenant-Ledger-Balance.
             Perform 2310-Print-Reversal-Register-Line
             Add 1 To WS-Reversal-Count
             Add WS-Original-Payment-Amt To WS-Total-Reversed
             If PT-Check-No(1:2) Not = "AD"
                 Perform 2320-Book-Returned-Check
             End-If
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2320-Book-Returned-Check - one debit on the cash book for the
*> returned check just reversed, under its check number.
*> ---------------------------------------------------------------
 2320-Book-Returned-Check.
     Move Spaces         To Cash-Book-Record.
     Move "C"         To CB-Source.
     Move "D"         To CB-Dr-Cr.
     Move PT-Payment-Date     To CB-Entry-Date.
     Move WS-Original-Payment-Amt To CB-Amount.
     Move PT-Check-No     To CB-Reference.
     String "RETURNED CHECK TENANT " PT-Tenant-Id
         Delimited By Size Into CB-Description.
     Move "PAYAPPLY"     To CB-Program.
     Write Cash-Book-Record.

*> ---------------------------------------------------------------
*> 2310-Print-Reversal-Register-Line - print one line of the
*> register for the returned check just reversed.
     Write Register-Line From Register-Total.
     Write Register-Line From Register-Reversal-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> transactions read and the payments and reversals posted.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Trans-Read     To RU-Records-In.
     Compute RU-Records-Out = WS-Payment-Count + WS-Reversal-Count.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close Payment-Register.
     Close Cash-Book.
