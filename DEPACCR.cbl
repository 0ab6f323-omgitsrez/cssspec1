*>                   interest twice.  A tenant in a state with no
*>                   rate on file owes no interest and is passed
*>                   over without remark.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, accrual year,
*>                   tenants read and tenants accrued - at start and
*>                   at finish.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-City-Len         Pic 9(3)     Value Zero.
 03   WS-State-Len         Pic 9(3)     Value Zero.
 03   WS-Zip-Len         Pic 9(3)     Value Zero.
 03   WS-Tenants-Read     Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   WS-Today-Date-Work         Pic 9(8)     Value Zero.
 01   WS-Today-Date-Parts Redefines WS-Today-Date-Work.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1900-Start-Run-Control.
     Perform 2000-Process-One-Tenant Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the accrual year, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "DEPACCR"         To RU-Program.
     Move TD-Year         To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Tenant - accrue the current tenant when a
*> deposit is held and the tenant's state has a rate on file, then
*> same guard MoveOut puts on it.
*> ---------------------------------------------------------------
 2000-Process-One-Tenant.
     Add 1 To WS-Tenants-Read.
     If TM-Deposit-Amt Is Not Numeric
         Move Zero To TM-Deposit-Amt
     End-If.
     Write Register-Line From Spaces.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> tenants read and the tenants accrued.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Tenants-Read     To RU-Records-In.
     Move WS-Accrued-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
