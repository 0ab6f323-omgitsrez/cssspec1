*>                   overstating) until somebody noticed; the
*>                   tenancy is closed through MoveOut, or the unit
*>                   vacated through UnitMnt, first.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the run date, with the operator and
*>                   the transactions read and applied.  A restart
*>                   after an abend is a run of its own; the run
*>                   that abended stays Started.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Restart-Count     Pic 9(8)     Value Zero.
 03   WS-Checkpoint-Interval     Pic 9(4)     Value 25.
 03   WS-Since-Last-Checkpoint Pic 9(4)     Value Zero.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   WS-Audit-Before-Image.
 03   AB-Last-Name         Pic X(25)     Value Spaces.
*> way, and print a run summary.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 1100-Skip-To-Restart-Point.
     Perform 2000-Process-One-Transaction Until End-Of-File.
     Perform 2900-Write-Checkpoint.
     Perform 3000-Print-Run-Summary.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
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
     Move "BATCHMNT"         To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Transaction - apply the current transaction to
*> Tenant-Master, checkpoint if the interval has been reached, and
     Write Report-Line From Summary-Applied-Line.
     Write Report-Line From Summary-Rejected-Line.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> transactions read and applied.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Trans-Count     To RU-Records-In.
     Move WS-Applied-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
