*>                   to suspense like any other failure, where it
*>                   can be redated and released instead of being
*>                   found dead in PayApply's register.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the items read and passed.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Rejected-Count     Pic 9(6)     Value Zero.
 03   WS-Released-Count     Pic 9(6)     Value Zero.
 03   WS-Carried-Count     Pic 9(6)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   WS-Payment-Date-Work         Pic 9(8)     Value Zero.
 01   WS-Payment-Date-Parts Redefines WS-Payment-Date-Work.
*> the prior run's suspense file, and print the register totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Edit-One-Transaction Until End-Of-File.
     If Not No-Suspense-File
     End-If.
     Perform 3900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
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
     Move "PAYEDIT"          To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Edit-One-Transaction - edit the current payment transaction
*> and route it to the edited file or to suspense, then read the
     Write Register-Line From Register-Totals-1.
     Write Register-Line From Register-Totals-2.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> items read (suspense releases included) and passed.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Read-Count     To RU-Records-In.
     Move WS-Passed-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.  The
*> suspense input may never have opened; closing it anyway just
