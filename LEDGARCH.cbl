*>                   tenant with no zero point before the cutoff is
*>                   left whole.  ArchInq reads the archive back
*>                   when a dispute reaches into prior years.
*> 2026-10-14  RWC   Each run is now stamped on the batch run-control
*>                   file through RunCtl - operator, cutoff date,
*>                   tenants and entries archived - at start and at
*>                   finish.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Group-Archived-Count Pic 9(6)     Value Zero.
 03   WS-Entries-Archived     Pic 9(8)     Value Zero.
 03   WS-Tenants-Archived     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Report-Heading.
 03   Filler             Pic X(26) Value "TENANT LEDGER ARCHIVE RUN".
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1900-Start-Run-Control.
     Perform 2000-Process-One-Group Until End-Of-Ledger.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
         Display "LEDGARCH - CUTOFF MUST BE 8 NUMERIC DIGITS YYYYMMDD"
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the cutoff date, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "LEDGARCH"         To RU-Program.
     Move WS-Cutoff-Date     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Group - the current record is the first entry
*> of a tenant's group.  Scan the group for the last zero-balance
     Write Report-Line From Spaces.
     Write Report-Line From Report-Totals.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> tenants and the entries archived.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Tenants-Archived To RU-Records-In.
     Move WS-Entries-Archived To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
