*>                   no longer on file (or not yet assigned to a
*>                   unit) groups under a blank property at the
*>                   front of the report rather than being dropped.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the leases read and listed.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Trim-Max         Pic 9(3)     Value Zero.
 03   WS-Last-Name-Len     Pic 9(3)     Value Zero.
 03   WS-First-Name-Len     Pic 9(3)     Value Zero.
 03   WS-Leases-Read     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   WS-Today-Date-Work         Pic 9(8)     Value Zero.
 01   WS-Today-Day-Count     Pic 9(7)     Value Zero.
*> and print the grouped report from the sort output procedure.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Sort Sort-Work-File
         On Ascending Key SW-Property-Code, SW-Lease-End-Date
         Input Procedure Is 1500-Select-Expiring-Leases
         Output Procedure Is 2000-Print-Sorted-Leases.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
     End-If.
     Open Input Tenant-Master.
     Open Output Expiry-Report.
     Move WS-Today-Date-Work To WS-Count-Date-Work.
     Perform 8000-Compute-Serial-Day.
     Move WS-Day-Count-Result To WS-Today-Day-Count.
*> when it ends within the window, then read the next one.
*> ---------------------------------------------------------------
 1510-Release-One-Lease.
     Add 1 To WS-Leases-Read.
     Move LS-Lease-End-Date To WS-Count-Date-Work.
     Perform 8000-Compute-Serial-Day.
     Move WS-Day-Count-Result To WS-End-Day-Count.
             Move "Y" To WS-Tenant-Found-Switch
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
     Move "LEASEXP"          To RU-Program.
     Move WS-Today-Date-Work To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Print-Sorted-Leases - sort output procedure.  Returns each
*> sorted lease in turn and prints it grouped by property with a
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> leases read and the leases listed as ending within 90 days.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Leases-Read     To RU-Records-In.
     Compute RU-Records-Out = WS-Total-30-Count
         + WS-Total-60-Count + WS-Total-90-Count.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
