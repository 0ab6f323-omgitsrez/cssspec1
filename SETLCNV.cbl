*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  SetlCnv.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  One-time reload of the
*>                   settled tenant cross-reference into the
*>                   80-byte layout that carries the tenant's last
*>                   and first name.  Reads the 30-byte records the
*>                   SetlCnv job unloads from the old cluster, in
*>                   key order, and writes each one to the newly
*>                   defined cluster with the property and move-out
*>                   date as they stood and the names as spaces -
*>                   the tenants settled before MoveOut snapshotted
*>                   names are gone from Tenant-Master, so there is
*>                   nothing to take them from, and every reader
*>                   already treats a blank name as "not known".
*>                   An unloaded record with no tenant id or a
*>                   move-out date that is not numeric is reported
*>                   and left out; the run then ends RC=8 so the
*>                   unload can be looked at before it is deleted.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Old-Settled-Tenants Assign To "SETLOLD"
         Organization Is Sequential
         File Status Is Old-Settled-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.

 Data Division.
 File Section.
 FD  Old-Settled-Tenants.
 01   Old-Settled-Record.
 03   SO-Tenant-Id         Pic X(6).
 03   SO-Property-Code     Pic X(4).
 03   SO-Move-Out-Date     Pic X(8).
 03   Filler             Pic X(12).

 FD  Settled-Tenants.
 Copy SETLREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Old-Settled-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Records-Read     Pic 9(6)     Value Zero.
 03   WS-Records-Loaded     Pic 9(6)     Value Zero.
 03   WS-Records-Rejected     Pic 9(6)     Value Zero.

 Copy RUNCPARM.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - reload every unloaded settled tenant into the
*> new layout.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Run-Date From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Reload-One-Tenant Until End-Of-File.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Perform 2900-Display-Final-Totals.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the unload and the newly defined
*> cluster, and prime the read.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Input Old-Settled-Tenants.
     Open Output Settled-Tenants.
     Read Old-Settled-Tenants
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the reload on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "SETLCNV"          To RU-Program.
     Move WS-Run-Date        To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Reload-One-Tenant - write the current unloaded record in
*> the new layout, names blank, then read the next.
*> ---------------------------------------------------------------
 2000-Reload-One-Tenant.
     Add 1 To WS-Records-Read.
     If SO-Tenant-Id = Spaces
         Or SO-Move-Out-Date Is Not Numeric
         Display "SETLCNV - UNLOADED RECORD " WS-Records-Read
             " IS NOT A SETTLED TENANT - LEFT OUT: "
             Old-Settled-Record
         Add 1 To WS-Records-Rejected
     Else
         Move Spaces             To Settled-Tenant-Record
         Move SO-Tenant-Id     To ST-Tenant-Id
         Move SO-Property-Code     To ST-Property-Code
         Move SO-Move-Out-Date     To ST-Move-Out-Date
         Write Settled-Tenant-Record
             Invalid Key
                 Display "SETLCNV - UNABLE TO LOAD TENANT "
                     SO-Tenant-Id " - STATUS "
                     Settled-Tenants-Status
                 Add 1 To WS-Records-Rejected
             Not Invalid Key
                 Add 1 To WS-Records-Loaded
         End-Write
     End-If.
     Read Old-Settled-Tenants
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2900-Display-Final-Totals - records unloaded, reloaded and left
*> out; anything left out ends the run RC=8.  Done after the
*> finish stamp, whose call would otherwise reset the code.
*> ---------------------------------------------------------------
 2900-Display-Final-Totals.
     Display "SETLCNV - RECORDS READ:     " WS-Records-Read.
     Display "SETLCNV - RECORDS LOADED:   " WS-Records-Loaded.
     Display "SETLCNV - RECORDS LEFT OUT: " WS-Records-Rejected.
     If WS-Records-Rejected Not = Zero
         Move 8 To Return-Code
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the reload completed, with the
*> records read and loaded.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Records-Read     To RU-Records-In.
     Move WS-Records-Loaded     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Old-Settled-Tenants.
     Close Settled-Tenants.
