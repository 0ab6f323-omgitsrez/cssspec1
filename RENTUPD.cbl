*>                   change early no longer bills the new amount a
*>                   month too soon, because RentBill reads the
*>                   pending file itself.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, run month,
*>                   changes worked and applied - at start and at
*>                   finish.  RentBill will not bill until RentUpd
*>                   has completed in the month it runs.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Applied-Count     Pic 9(6)     Value Zero.
 03   WS-Rejected-Count     Pic 9(6)     Value Zero.
 03   WS-Dropped-Count     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 01   WS-Audit-Before-Image.
 03   AB-Last-Name         Pic X(25)     Value Spaces.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1900-Start-Run-Control.
     Perform 2000-Work-One-Pending-Change Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the run month, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Compute WS-Run-Period = WS-Today-Date-Work / 100.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "RENTUPD"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Work-One-Pending-Change - apply the current pending change
*> when it is unapplied and due, then read the next one.
     Write Report-Line From Spaces.
     Write Report-Line From Report-Totals.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> changes worked and the changes applied.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Compute RU-Records-In =
         WS-Applied-Count + WS-Rejected-Count + WS-Dropped-Count.
     Move WS-Applied-Count To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
