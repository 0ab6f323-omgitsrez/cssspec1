*>                   missing remittance file reports NO REMITTANCE
*>                   FILE / NOT RELEASED and ends instead of
*>                   looping on a file that never opened.
*> 2026-10-15  RWC   A released run now books the day's deposit -
*>                   the dollars released to PAYTRAN, as one credit
*>                   under reference LB + the run date - to the
*>                   cash book (CSHBREC) BankRec reconciles the
*>                   bank statement against.  A run not released
*>                   books nothing.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the remittance records read and payments
*>                   written.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Balancing-Report Assign To "DEPBALRP"
         Organization Is Line Sequential
         File Status Is Balancing-Report-Status.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.

 Data Division.
 File Section.
 FD  Balancing-Report.
 01   Report-Line         Pic X(80).

 FD  Cash-Book.
 Copy CSHBREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Lockbox-File-Status     Pic X(2)     Value "00".
 03   Payment-Trans-Status     Pic X(2)     Value "00".
 03   Balancing-Report-Status Pic X(2)     Value "00".
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   WS-Deposit-Date     Pic 9(8)     Value Zero.
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-No-Remit-Switch     Pic X(1)     Value "N".
 03   WS-Dollars-Written     Pic 9(10)v99     Value Zero.
 03   WS-Bank-Item-Count     Pic 9(6)     Value Zero.
 03   WS-Bank-Total-Amount     Pic 9(10)v99     Value Zero.
 03   WS-Records-Read     Pic 9(6)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Report-Heading.
 03   Filler             Pic X(25) Value "DEPOSIT BALANCING REPORT".
*> run against the bank's trailer, and release or refuse the file.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Record Until End-Of-File.
     Perform 2500-Prove-Against-Trailer.
     Perform 2900-Print-Balancing-Report.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
     End-If.
     Open Output Payment-Trans.
     Open Output Balancing-Report.
     Open Extend Cash-Book.
     If Cash-Book-Status = "35"
         Open Output Cash-Book
         Close Cash-Book
         Open Extend Cash-Book
     End-If.
     Write Report-Line From Report-Heading.
     Write Report-Line From Spaces.
     If No-Remittance-File
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
     Move "LOCKBOX"          To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Record - translate the current remittance
*> record and read the next one.  A record that is neither detail
*> documented, so nothing from it may be released.
*> ---------------------------------------------------------------
 2000-Process-One-Record.
     Add 1 To WS-Records-Read.
     Evaluate True
         When LB-Is-Detail
             Perform 2100-Write-One-Payment
*> trailer arrived, no record was unrecognized, and the item count
*> and dollar total written to PAYTRAN both equal what the bank's
*> trailer says.  A run that does not prove empties PAYTRAN again
*> so a short or garbled file can never reach payment posting; a
*> run that does books the deposit to the cash book.
*> ---------------------------------------------------------------
 2500-Prove-Against-Trailer.
     Move "N" To WS-Release-Switch.
         Display "LOCKBOX - RUN DOES NOT BALANCE TO BANK TRAILER"
             " - PAYTRAN NOT RELEASED"
     End-If.
     If Run-Is-Released And WS-Dollars-Written > Zero
         Perform 2600-Book-Deposit
     End-If.

*> ---------------------------------------------------------------
*> 2600-Book-Deposit - the released deposit, as one credit on the
*> cash book under the run date, for BankRec to find on the bank
*> statement.
*> ---------------------------------------------------------------
 2600-Book-Deposit.
     Accept WS-Deposit-Date From Date YYYYMMDD.
     Move Spaces         To Cash-Book-Record.
     Move "L"         To CB-Source.
     Move "C"         To CB-Dr-Cr.
     Move WS-Deposit-Date     To CB-Entry-Date.
     Move WS-Dollars-Written To CB-Amount.
     String "LB" WS-Deposit-Date Delimited By Size
         Into CB-Reference.
     String "LOCKBOX DEPOSIT " WS-Items-Written " ITEMS"
         Delimited By Size Into CB-Description.
     Move "LOCKBOX"         To CB-Program.
     Write Cash-Book-Record.

*> ---------------------------------------------------------------
*> 2900-Print-Balancing-Report - both sides of the proof and the
         Write Report-Line From "OUT OF BALANCE - PAYTRAN NOT RELEASED"
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> remittance records read and the payments written.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Records-Read     To RU-Records-In.
     Move WS-Items-Written     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     End-If.
     Close Payment-Trans.
     Close Balancing-Report.
     Close Cash-Book.
