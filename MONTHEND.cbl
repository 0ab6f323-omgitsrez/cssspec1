*>                   legend claimed the buckets were exactly B/L/R
*>                   and P/A/S by type, which misstated to the
*>                   auditors what each figure contains.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, period closed,
*>                   ledger entries and GL feed lines in the period
*>                   - at start and at finish.  The close is
*>                   refused, before any file is opened, unless
*>                   GlExtrct has completed in or after the month
*>                   being closed, so the reconciliation is never
*>                   run against a feed that was never extracted.
*>                   The period prompt now comes ahead of the file
*>                   opens so the check knows which month it is.
*>                   A refused close ends with return code 8.
*> 2026-10-15  RWC   The reconciliation report now prints the
*>                   period's bank reconciliation after the ledger-
*>                   to-GL proof: one line for every statement
*>                   BankRec reconciled in the month, from its
*>                   history file (BKRHREC), then the book-to-bank
*>                   proof as it stood at the month's last
*>                   statement.  A month with no history on file
*>                   says so; the close itself does not depend on
*>                   it.
*> 2026-10-15  RWC   GlExtrct stamps the month it runs in and feeds
*>                   whatever has not yet been extracted, so a run
*>                   made part way through the close month left the
*>                   rest of the month off the feed yet satisfied
*>                   the prerequisite.  The close now requires a
*>                   GlExtrct completed in the month after the one
*>                   being closed, or later.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
     Select Reconciliation-Report Assign To "RECONRPT"
         Organization Is Line Sequential
         File Status Is Reconciliation-Report-Status.
     Select Bank-Recon-History Assign To "BANKHIST"
         Organization Is Line Sequential
         File Status Is Bank-Recon-History-Status.

 Data Division.
 File Section.
 FD  Reconciliation-Report.
 01   Report-Line         Pic X(80).

 FD  Bank-Recon-History.
 Copy BKRHREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Period-Control-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   GL-Extract-Status     Pic X(2)     Value "00".
 03   Reconciliation-Report-Status Pic X(2) Value "00".
 03   Bank-Recon-History-Status Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-Ledger         Value "Y".
 03   WS-GL-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Extract         Value "Y".
 03   WS-No-Extract-Switch     Pic X(1)     Value "N".
     88   No-Extract-File     Value "Y".
 03   WS-Bank-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Bank-History     Value "Y".
 03   WS-No-Bank-History-Switch Pic X(1)     Value "N".
     88   No-Bank-History-File     Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Period-In         Pic X(6)     Value Spaces.
 03   WS-Close-Period-Parts Redefines WS-Close-Period.
     05   CPER-Year         Pic 9(4).
     05   CPER-Month         Pic 9(2).
 03   WS-Following-Period     Pic 9(6)     Value Zero.
 03   WS-Following-Period-Parts Redefines WS-Following-Period.
     05   FPER-Year         Pic 9(4).
     05   FPER-Month         Pic 9(2).
 03   WS-Entry-Period     Pic 9(6)     Value Zero.
 03   WS-Entry-Amount     Pic 9(8)v99     Value Zero.
 03   WS-Ledger-Charges     Pic 9(10)v99     Value Zero.
 03   WS-Credit-Difference     Pic S9(10)v99     Value Zero.
 03   WS-Close-Date         Pic 9(8)     Value Zero.
 03   WS-Close-Time         Pic 9(6)     Value Zero.
 03   WS-Period-Entries     Pic 9(8)     Value Zero.
 03   WS-Period-GL-Lines     Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Bank-Days         Pic 9(4)     Value Zero.
 03   WS-Bank-Days-Unproven     Pic 9(4)     Value Zero.
 03   WS-Bank-Difference     Pic S9(10)v99     Value Zero.
 03   WS-Bank-Explained     Pic S9(10)v99     Value Zero.

 Copy RUNCPARM.

*> The month's last reconciled statement, for the period-end
*> book-to-bank proof.
 01   WS-Last-Bank-Day.
 03   LS-Statement-Date     Pic 9(8)     Value Zero.
 03   LS-Closing-Balance     Pic S9(10)v99     Value Zero.
 03   LS-Deposits-In-Transit Pic 9(10)v99     Value Zero.
 03   LS-Uncleared-Debits     Pic 9(10)v99     Value Zero.
 03   LS-Adjusted-Bank     Pic S9(10)v99     Value Zero.
 03   LS-Book-Balance     Pic S9(10)v99     Value Zero.
 03   LS-Unbooked-Credits     Pic 9(10)v99     Value Zero.
 03   LS-Unbooked-Debits     Pic 9(10)v99     Value Zero.
 03   LS-Adjusted-Book     Pic S9(10)v99     Value Zero.
 03   LS-Unexplained-Diff     Pic S9(10)v99     Value Zero.

 01   Report-Heading.
 03   Filler             Pic X(26) Value "MONTH-END CLOSE FOR PERIOD".
 03   AL-Label             Pic X(28).
 03   AL-Amount         Pic Z,ZZZ,ZZZ,ZZ9.99-.

 01   Bank-Heading.
 03   Filler             Pic X(30)
         Value "BANK RECONCILIATION FOR PERIOD".
 03   Filler             Pic X(1)     Value Space.
 03   BN-Period         Pic 9(6).

 01   Bank-Column-Heading.
 03   Filler             Pic X(10)     Value "STATEMENT".
 03   Filler             Pic X(14)     Value " BANK CLOSING".
 03   Filler             Pic X(14)     Value " BOOK BALANCE".
 03   Filler             Pic X(14)     Value "  OUTSTANDING".
 03   Filler             Pic X(14)     Value "  UNEXPLAINED".
 03   Filler             Pic X(6)     Value "PROVEN".

 01   Bank-Detail.
 03   BD-Statement-Date     Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   BD-Closing-Balance     Pic Z,ZZZ,ZZ9.99-.
 03   Filler             Pic X(1)     Value Space.
 03   BD-Book-Balance     Pic Z,ZZZ,ZZ9.99-.
 03   Filler             Pic X(1)     Value Space.
 03   BD-Explained         Pic Z,ZZZ,ZZ9.99-.
 03   Filler             Pic X(1)     Value Space.
 03   BD-Unexplained     Pic Z,ZZZ,ZZ9.99-.
 03   Filler             Pic X(2)     Value Spaces.
 03   BD-Proven         Pic X(3).

 01   Bank-Count-Line.
 03   Filler             Pic X(28)
         Value "STATEMENTS RECONCILED:".
 03   BC-Bank-Days         Pic Z,ZZ9.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - take the period to close, total the ledger and
*> period control record that locks the month.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1500-Get-Close-Period.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Perform 2000-Total-One-Ledger-Entry Until End-Of-Ledger
         If Not No-Extract-File
             Perform 3000-Total-One-Extract-Line
                 Until End-Of-Extract
         End-If
         Perform 3500-Write-Period-Record
         Perform 3900-Print-Reconciliation
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the period
*> control file on the first close ever run, and prime the reads.
*> The month's extract file may be absent (a month with no ledger
*> activity extracts nothing); its totals then stay zero.  So may
*> the bank reconciliation history, before BankRec has ever run.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Period-Control.
         Move "Y" To WS-No-Extract-Switch
         Move "Y" To WS-GL-EOF-Switch
     End-If.
     Open Input Bank-Recon-History.
     If Bank-Recon-History-Status = "35"
         Move "Y" To WS-No-Bank-History-Switch
         Move "Y" To WS-Bank-EOF-Switch
     End-If.
     Open Output Reconciliation-Report.
     Read Tenant-Ledger
         At End Move "Y" To WS-EOF-Switch
         Display "MONTHEND - PERIOD MUST BE 6 NUMERIC DIGITS YYYYMM"
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the close, for the period being closed, on the run-control
*> file.  GlExtrct must have completed in the month after that
*> period or a later one - only then has every entry dated into
*> the period reached the feed; when it has not, RunCtl stamps the
*> close refused and nothing is opened or closed.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "MONTHEND"         To RU-Program.
     Move WS-Close-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move WS-Close-Period     To WS-Following-Period.
     If FPER-Month = 12
         Add 1 To FPER-Year
         Move 1 To FPER-Month
     Else
         Add 1 To FPER-Month
     End-If.
     Move "GLEXTRCT"         To RU-Prereq-Program.
     Move WS-Following-Period To RU-Prereq-Period.
     Move "A"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "MONTHEND - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "MONTHEND - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Total-One-Ledger-Entry - add the current ledger entry into
*> the month's debit-side or credit-side total (by the sign of its
 2000-Total-One-Ledger-Entry.
     Compute WS-Entry-Period = LG-Entry-Date / 100.
     If WS-Entry-Period = WS-Close-Period
         Add 1 To WS-Period-Entries
         If LG-Amount < Zero
             Compute WS-Entry-Amount = Zero - LG-Amount
             Add WS-Entry-Amount To WS-Ledger-Credits
 3000-Total-One-Extract-Line.
     Compute WS-Entry-Period = GL-Posting-Date / 100.
     If WS-Entry-Period = WS-Close-Period
         Add 1 To WS-Period-GL-Lines
         If GL-Is-Debit
             Add GL-Amount To WS-GL-Debits
         Else
             "*** OUT OF BALANCE - INVESTIGATE BEFORE FILING ***"
     End-If.
     Write Report-Line From Spaces.
     Perform 4000-Print-Bank-Reconciliation.
     Write Report-Line From Spaces.
     Write Report-Line From "PERIOD IS NOW CLOSED TO POSTING".

*> ---------------------------------------------------------------
*> 4000-Print-Bank-Reconciliation - every statement BankRec
*> reconciled in the period, with its bank and book balances, the
*> difference its outstanding items explain and any they do not;
*> then the book-to-bank proof at the month's last statement.
*> ---------------------------------------------------------------
 4000-Print-Bank-Reconciliation.
     Move WS-Close-Period To BN-Period.
     Write Report-Line From Bank-Heading.
     Write Report-Line From Spaces.
     Write Report-Line From Bank-Column-Heading.
     If Not No-Bank-History-File
         Read Bank-Recon-History
             At End Move "Y" To WS-Bank-EOF-Switch
         End-Read
     End-If.
     Perform 4100-Print-One-Bank-Day Until End-Of-Bank-History.
     Write Report-Line From Spaces.
     If WS-Bank-Days = Zero
         Write Report-Line From
             "NO BANK RECONCILIATION ON FILE FOR PERIOD"
     Else
         Move WS-Bank-Days To BC-Bank-Days
         Write Report-Line From Bank-Count-Line
         Write Report-Line From Spaces
         Perform 4200-Print-Period-End-Proof
     End-If.

*> ---------------------------------------------------------------
*> 4100-Print-One-Bank-Day - one line for a statement dated into
*> the period, kept as the latest seen, then read the next one.
*> ---------------------------------------------------------------
 4100-Print-One-Bank-Day.
     Compute WS-Entry-Period = BH-Statement-Date / 100.
     If WS-Entry-Period = WS-Close-Period
         Add 1 To WS-Bank-Days
         Compute WS-Bank-Difference =
             BH-Book-Balance - BH-Closing-Balance
         Compute WS-Bank-Explained =
             WS-Bank-Difference - BH-Unexplained-Diff
         Move Spaces             To Bank-Detail
         Move BH-Statement-Date     To BD-Statement-Date
         Move BH-Closing-Balance     To BD-Closing-Balance
         Move BH-Book-Balance     To BD-Book-Balance
         Move WS-Bank-Explained     To BD-Explained
         Move BH-Unexplained-Diff To BD-Unexplained
         If BH-Is-Proven
             Move "YES"         To BD-Proven
         Else
             Move "NO"         To BD-Proven
             Add 1 To WS-Bank-Days-Unproven
         End-If
         Write Report-Line From Bank-Detail
         Move BH-Statement-Date     To LS-Statement-Date
         Move BH-Closing-Balance     To LS-Closing-Balance
         Move BH-Deposits-In-Transit To LS-Deposits-In-Transit
         Move BH-Uncleared-Debits To LS-Uncleared-Debits
         Move BH-Adjusted-Bank     To LS-Adjusted-Bank
         Move BH-Book-Balance     To LS-Book-Balance
         Move BH-Unbooked-Credits To LS-Unbooked-Credits
         Move BH-Unbooked-Debits     To LS-Unbooked-Debits
         Move BH-Adjusted-Book     To LS-Adjusted-Book
         Move BH-Unexplained-Diff To LS-Unexplained-Diff
     End-If.
     Read Bank-Recon-History
         At End Move "Y" To WS-Bank-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 4200-Print-Period-End-Proof - the book-to-bank proof at the
*> period's last reconciled statement, and whether every
*> statement in the period proved.
*> ---------------------------------------------------------------
 4200-Print-Period-End-Proof.
     Move Spaces To Report-Line.
     String "PROOF AT STATEMENT " LS-Statement-Date
         Delimited By Size Into Report-Line.
     Write Report-Line.
     Move "BANK CLOSING BALANCE:" To AL-Label.
     Move LS-Closing-Balance To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADD DEPOSITS IN TRANSIT:" To AL-Label.
     Move LS-Deposits-In-Transit To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "LESS DEBITS NOT CLEARED:" To AL-Label.
     Move LS-Uncleared-Debits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADJUSTED BANK BALANCE:" To AL-Label.
     Move LS-Adjusted-Bank To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     Move "BOOK BALANCE:" To AL-Label.
     Move LS-Book-Balance To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADD BANK CREDITS NOT BOOKED:" To AL-Label.
     Move LS-Unbooked-Credits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "LESS BANK DEBITS NOT BOOKED:" To AL-Label.
     Move LS-Unbooked-Debits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADJUSTED BOOK BALANCE:" To AL-Label.
     Move LS-Adjusted-Book To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     Move "UNEXPLAINED DIFFERENCE:" To AL-Label.
     Move LS-Unexplained-Diff To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     If WS-Bank-Days-Unproven = Zero
         Write Report-Line From
             "BOOK AND BANK RECONCILED FOR EVERY STATEMENT"
     Else
         Write Report-Line From
             "*** BANK NOT RECONCILED - INVESTIGATE BEFORE FILING ***"
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the close completed, with the
*> ledger entries and GL feed lines found in the period.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Period-Entries     To RU-Records-In.
     Move WS-Period-GL-Lines     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     If Not No-Extract-File
         Close GL-Extract-File
     End-If.
     If Not No-Bank-History-File
         Close Bank-Recon-History
     End-If.
     Close Reconciliation-Report.
