*> RUNCREC - Batch Run-Control record layout.
*> One record per run of a batch program, keyed by the program,
*> the period the run was for and the date and time it started,
*> so every run of a program for a period reads back in the order
*> it was made.  RunCtl writes the record when the run starts and
*> rewrites it when the run finishes; a record still Started the
*> next morning is a run that never reached its end.  The period
*> is the program's own: the billing month for RentBill, the run
*> month for RentUpd, LateFee and GlExtrct, the month closed for
*> MonthEnd, the statement month for OwnrStmt, the draft day
*> (YYYYMMDD) for AchDraft, the accrual year for DepAccr, the
*> cutoff date for LedgArch - left-justified, so a month and a
*> day compare the way they read.  A run refused because a
*> predecessor had not completed is kept too, Refused, with the
*> reason, so the history shows the attempt.
*> 2026-10-14  Original version.
 01   Run-Control-Record.
 03   RN-Key.
     05   RN-Program         Pic X(8).
     05   RN-Period         Pic X(8).
     05   RN-Start-Date     Pic 9(8).
     05   RN-Start-Time     Pic 9(6).
 03   RN-Operator-Id         Pic X(8).
 03   RN-Status         Pic X(1).
     88   RN-Status-Started     Value "S".
     88   RN-Status-Completed     Value "C".
     88   RN-Status-Refused     Value "R".
 03   RN-End-Date         Pic 9(8).
 03   RN-End-Time         Pic 9(6).
 03   RN-Records-In         Pic 9(8).
 03   RN-Records-Out         Pic 9(8).
 03   RN-Message         Pic X(50).
 03   Filler             Pic X(17).
