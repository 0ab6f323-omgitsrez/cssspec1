*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  MtrLoad.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Meter vendor reading load.
*>                   Edits each line of the file the meter reading
*>                   vendor sends (MTRVREC) and loads it to the
*>                   meter reading file (MTRDREC) exactly as a
*>                   reading keyed through MtrMnt would be: the
*>                   unit must be on Unit-Master, the date a real
*>                   one not in the future and the readings
*>                   numeric, and the reading is stamped with the
*>                   tenant Unit-Master shows in the unit today.  A
*>                   line for a unit and date already on file
*>                   replaces that reading while it is unbilled
*>                   (the vendor's resend of a corrected visit) and
*>                   is rejected once it is billed.  Every line is
*>                   listed on the load register, loaded or
*>                   rejected with the reason, and the run is
*>                   stamped on the batch run-control file.
*> 2026-10-15  RWC   A new reading is now stamped with the tenant
*>                   who had the unit on the read date, the way
*>                   MtrMnt's Add now does it: the unit's tenant if
*>                   the tenancy had started by then, otherwise the
*>                   tenant on the unit's last earlier reading
*>                   unless MoveOut settled that tenant before the
*>                   date, otherwise spaces.  A new reading dated on
*>                   or before one of the unit's billed readings is
*>                   rejected, since the usage up to the billed
*>                   reading has been charged already.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Meter-Vendor-File Assign To "MTRVEND"
         Organization Is Line Sequential
         File Status Is Meter-Vendor-Status.
     Select Meter-Readings Assign To "MTRREAD"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is MR-Key
         File Status Is Meter-Readings-Status.
     Select Unit-Master Assign To "UNITMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is UM-Key
         File Status Is Unit-Master-Status.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Load-Register Assign To "MTRLDREG"
         Organization Is Line Sequential
         File Status Is Load-Register-Status.

 Data Division.
 File Section.
 FD  Meter-Vendor-File.
 Copy MTRVREC.

 FD  Meter-Readings.
 Copy MTRDREC.

 FD  Unit-Master.
 Copy UNITREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Load-Register.
 01   Register-Line         Pic X(80).

 Working-Storage Section.
 01   Work-Fields.
 03   Meter-Vendor-Status     Pic X(2)     Value "00".
 03   Meter-Readings-Status     Pic X(2)     Value "00".
 03   Unit-Master-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Load-Register-Status     Pic X(2)     Value "00".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-Unit-Scan-Switch     Pic X(1)     Value "N".
     88   Unit-Scan-Done     Value "Y".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Line-Valid-Switch     Pic X(1)     Value "N".
     88   Line-Is-Valid         Value "Y".
 03   WS-Reject-Reason     Pic X(30)     Value Spaces.
 03   WS-Read-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Read-Date-Parts Redefines WS-Read-Date-Work.
     05   RD-Year         Pic 9(4).
     05   RD-Month         Pic 9(2).
     05   RD-Day         Pic 9(2).
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Unit-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Prior-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Last-Billed-Date     Pic 9(8)     Value Zero.
 03   WS-Tenant-Stamp     Pic X(6)     Value Spaces.
 03   WS-Lines-Read         Pic 9(6)     Value Zero.
 03   WS-Lines-Loaded     Pic 9(6)     Value Zero.
 03   WS-Lines-Replaced     Pic 9(6)     Value Zero.
 03   WS-Lines-Rejected     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Register-Heading.
 03   Filler             Pic X(30)
         Value "METER VENDOR READING LOAD - ".
 03   RH-Run-Date         Pic 9(8).

 01   Register-Detail.
 03   RD-Property-Code     Pic X(4).
 03   Filler             Pic X(1)     Value "/".
 03   RD-Unit-No         Pic X(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Read-Date         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Water-Reading     Pic X(7).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Electric-Reading     Pic X(7).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Remark         Pic X(30).

 01   Register-Total.
 03   RT-Label         Pic X(20).
 03   RT-Count         Pic ZZZ,ZZ9.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - load every line of the vendor file, then print
*> the register totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1900-Start-Run-Control.
     Perform 2000-Process-One-Line Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the reading
*> file on the first load, print the heading and prime the read.
*> No vendor file on hand means nothing to load.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Open Input Meter-Vendor-File.
     If Meter-Vendor-Status = "35"
         Display "MTRLOAD - NO VENDOR READING FILE ON HAND"
             " - NOTHING LOADED"
         Move "Y" To WS-EOF-Switch
     End-If.
     Open I-O Meter-Readings.
     If Meter-Readings-Status = "35"
         Open Output Meter-Readings
         Close Meter-Readings
         Open I-O Meter-Readings
     End-If.
     Open Input Unit-Master.
     If Unit-Master-Status = "35"
         Open Output Unit-Master
         Close Unit-Master
         Open Input Unit-Master
     End-If.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open Output Load-Register.
     Move WS-Today-Date-Work To RH-Run-Date.
     Write Register-Line From Register-Heading.
     Write Register-Line From Spaces.
     If Not End-Of-File
         Read Meter-Vendor-File
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the load, for today's date, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "MTRLOAD"         To RU-Program.
     Move WS-Today-Date-Work To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Process-One-Line - edit the current vendor line, load it
*> when it passes, list it on the register either way, and read
*> the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Line.
     Add 1 To WS-Lines-Read.
     Perform 2100-Edit-Vendor-Line.
     If Line-Is-Valid
         Perform 2200-Load-Reading
     End-If.
     If Not Line-Is-Valid
         Add 1 To WS-Lines-Rejected
     End-If.
     Move MV-Property-Code     To RD-Property-Code.
     Move MV-Unit-No         To RD-Unit-No.
     Move MV-Read-Date         To RD-Read-Date.
     Move MV-Water-Reading     To RD-Water-Reading.
     Move MV-Electric-Reading     To RD-Electric-Reading.
     Move WS-Reject-Reason     To RD-Remark.
     Write Register-Line From Register-Detail.
     Read Meter-Vendor-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Edit-Vendor-Line - the date must be a real date not in the
*> future, both readings numeric, and the unit on Unit-Master; the
*> unit's tenant today is kept for working out the stamp.
*> ---------------------------------------------------------------
 2100-Edit-Vendor-Line.
     Move "N" To WS-Line-Valid-Switch.
     Move Spaces To WS-Reject-Reason.
     Evaluate True
         When MV-Read-Date Is Not Numeric
             Move "READ DATE NOT NUMERIC" To WS-Reject-Reason
         When MV-Water-Reading Is Not Numeric
             Move "WATER READING NOT NUMERIC" To WS-Reject-Reason
         When MV-Electric-Reading Is Not Numeric
             Move "ELECTRIC READING NOT NUMERIC"
                 To WS-Reject-Reason
         When Other
             Move MV-Read-Date To WS-Read-Date-Work
             If RD-Month < 1 Or RD-Month > 12
                 Or RD-Day < 1 Or RD-Day > 31
                 Move "READ DATE NOT A CALENDAR DATE"
                     To WS-Reject-Reason
             Else
                 If WS-Read-Date-Work > WS-Today-Date-Work
                     Move "READ DATE IN THE FUTURE"
                         To WS-Reject-Reason
                 Else
                     Perform 2110-Look-Up-Unit
                 End-If
             End-If
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2110-Look-Up-Unit - the unit must be on Unit-Master; keep the
*> tenant it shows (spaces when vacant).
*> ---------------------------------------------------------------
 2110-Look-Up-Unit.
     Move MV-Property-Code To UM-Property-Code.
     Move MV-Unit-No To UM-Unit-No.
     Read Unit-Master
         Invalid Key
             Move "UNIT NOT ON UNIT MASTER" To WS-Reject-Reason
         Not Invalid Key
             Move "Y" To WS-Line-Valid-Switch
             If Unit-Is-Occupied
                 Move UM-Tenant-Id To WS-Unit-Tenant-Id
             Else
                 Move Spaces To WS-Unit-Tenant-Id
             End-If
     End-Read.

*> ---------------------------------------------------------------
*> 2200-Load-Reading - write the reading, or replace the one on
*> file for the same unit and date while it is still unbilled.
*> ---------------------------------------------------------------
 2200-Load-Reading.
     Move MV-Property-Code     To MR-Property-Code.
     Move MV-Unit-No         To MR-Unit-No.
     Move WS-Read-Date-Work     To MR-Read-Date.
     Read Meter-Readings
         Invalid Key
             Perform 2210-Write-New-Reading
         Not Invalid Key
             Perform 2220-Replace-Reading
     End-Read.

*> ---------------------------------------------------------------
*> 2210-Write-New-Reading - build and write a new unbilled
*> reading from the vendor line, stamped with the tenant on the
*> read date, unless the unit has a billed reading on or after
*> that date.
*> ---------------------------------------------------------------
 2210-Write-New-Reading.
     Perform 2240-Scan-Unit-Readings.
     If WS-Last-Billed-Date Not < WS-Read-Date-Work
         Move "N" To WS-Line-Valid-Switch
         Move "NOT AFTER LAST BILLED READING" To WS-Reject-Reason
     Else
         Perform 2250-Find-Tenant-On-Read-Date
         Perform 2215-Write-Unbilled-Reading
     End-If.

*> ---------------------------------------------------------------
*> 2215-Write-Unbilled-Reading - write the vendor line as a new
*> unbilled reading.
*> ---------------------------------------------------------------
 2215-Write-Unbilled-Reading.
     Move Spaces To Meter-Reading-Record.
     Move MV-Property-Code     To MR-Property-Code.
     Move MV-Unit-No         To MR-Unit-No.
     Move WS-Read-Date-Work     To MR-Read-Date.
     Move WS-Tenant-Stamp     To MR-Tenant-Id.
     Move "V"             To MR-Source.
     Perform 2230-Move-Vendor-Readings.
     Write Meter-Reading-Record
         Invalid Key
             Move "N" To WS-Line-Valid-Switch
             Move "UNABLE TO WRITE READING" To WS-Reject-Reason
         Not Invalid Key
             Add 1 To WS-Lines-Loaded
             Move "LOADED" To WS-Reject-Reason
     End-Write.

*> ---------------------------------------------------------------
*> 2220-Replace-Reading - the unit already has a reading for the
*> date; replace it unless it has been billed.
*> ---------------------------------------------------------------
 2220-Replace-Reading.
     If MR-Status-Billed
         Move "N" To WS-Line-Valid-Switch
         Move "READING ALREADY BILLED" To WS-Reject-Reason
     Else
         Move "V" To MR-Source
         Perform 2230-Move-Vendor-Readings
         Rewrite Meter-Reading-Record
             Invalid Key
                 Move "N" To WS-Line-Valid-Switch
                 Move "UNABLE TO REPLACE READING"
                     To WS-Reject-Reason
             Not Invalid Key
                 Add 1 To WS-Lines-Replaced
                 Move "REPLACED UNBILLED READING"
                     To WS-Reject-Reason
         End-Rewrite
     End-If.

*> ---------------------------------------------------------------
*> 2230-Move-Vendor-Readings - carry the vendor's readings onto
*> the reading, unbilled, with the billing fields cleared.
*> ---------------------------------------------------------------
 2230-Move-Vendor-Readings.
     Move MV-Water-Reading     To MR-Water-Reading.
     Move MV-Electric-Reading     To MR-Electric-Reading.
     Move "N"             To MR-Status.
     Move Zero             To MR-Billed-Period.
     Move Zero             To MR-Prior-Read-Date.
     Move Zero             To MR-Prior-Water-Reading.
     Move Zero             To MR-Prior-Electric-Reading.
     Move Zero             To MR-Water-Usage.
     Move Zero             To MR-Electric-Usage.
     Move Zero             To MR-Tenant-Water-Usage.
     Move Zero             To MR-Tenant-Electric-Usage.
     Move Zero             To MR-Tenant-Water-Amt.
     Move Zero             To MR-Tenant-Electric-Amt.

*> ---------------------------------------------------------------
*> 2240-Scan-Unit-Readings - run through the unit's readings for
*> the latest billed read date and the tenant stamped on the last
*> reading before the vendor's read date.
*> ---------------------------------------------------------------
 2240-Scan-Unit-Readings.
     Move Zero             To WS-Last-Billed-Date.
     Move Spaces         To WS-Prior-Tenant-Id.
     Move "N"             To WS-Unit-Scan-Switch.
     Move MV-Property-Code     To MR-Property-Code.
     Move MV-Unit-No         To MR-Unit-No.
     Move Zero             To MR-Read-Date.
     Start Meter-Readings Key Is Not Less Than MR-Key
         Invalid Key
             Move "Y" To WS-Unit-Scan-Switch
     End-Start.
     Perform 2245-Scan-Next-Unit-Reading Until Unit-Scan-Done.

*> ---------------------------------------------------------------
*> 2245-Scan-Next-Unit-Reading - read the next reading and note
*> it while it is still the unit's.
*> ---------------------------------------------------------------
 2245-Scan-Next-Unit-Reading.
     Read Meter-Readings Next Record
         At End
             Move "Y" To WS-Unit-Scan-Switch
     End-Read.
     If Not Unit-Scan-Done
         If MR-Property-Code Not = MV-Property-Code
             Or MR-Unit-No Not = MV-Unit-No
             Move "Y" To WS-Unit-Scan-Switch
         Else
             If MR-Status-Billed
                 Move MR-Read-Date To WS-Last-Billed-Date
             End-If
             If MR-Read-Date < WS-Read-Date-Work
                 Move MR-Tenant-Id To WS-Prior-Tenant-Id
             End-If
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2250-Find-Tenant-On-Read-Date - the unit's tenant if the
*> tenancy had started by the read date; failing that, the tenant
*> on the unit's last earlier reading, unless MoveOut settled that
*> tenant before the read date; failing that, spaces (vacant).
*> ---------------------------------------------------------------
 2250-Find-Tenant-On-Read-Date.
     Move Spaces To WS-Tenant-Stamp.
     If WS-Unit-Tenant-Id Not = Spaces
         Move WS-Unit-Tenant-Id To TM-Tenant-Id
         Read Tenant-Master
             Invalid Key
                 Move WS-Unit-Tenant-Id To WS-Tenant-Stamp
             Not Invalid Key
                 If TM-Start-Date Not > WS-Read-Date-Work
                     Move WS-Unit-Tenant-Id To WS-Tenant-Stamp
                 End-If
         End-Read
     End-If.
     If WS-Tenant-Stamp = Spaces
         And WS-Prior-Tenant-Id Not = Spaces
         And WS-Prior-Tenant-Id Not = WS-Unit-Tenant-Id
         Move WS-Prior-Tenant-Id To WS-Tenant-Stamp
         If Not No-Settled-File
             Move WS-Prior-Tenant-Id To ST-Tenant-Id
             Read Settled-Tenants
                 Invalid Key
                     Continue
                 Not Invalid Key
                     If ST-Move-Out-Date < WS-Read-Date-Work
                         Move Spaces To WS-Tenant-Stamp
                     End-If
             End-Read
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2900-Print-Final-Totals - lines read, loaded, replaced and
*> rejected.
*> ---------------------------------------------------------------
 2900-Print-Final-Totals.
     Write Register-Line From Spaces.
     Move "LINES READ:" To RT-Label.
     Move WS-Lines-Read To RT-Count.
     Write Register-Line From Register-Total.
     Move "READINGS LOADED:" To RT-Label.
     Move WS-Lines-Loaded To RT-Count.
     Write Register-Line From Register-Total.
     Move "READINGS REPLACED:" To RT-Label.
     Move WS-Lines-Replaced To RT-Count.
     Write Register-Line From Register-Total.
     Move "LINES REJECTED:" To RT-Label.
     Move WS-Lines-Rejected To RT-Count.
     Write Register-Line From Register-Total.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the load completed, with the
*> lines read and the readings loaded or replaced.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Lines-Read     To RU-Records-In.
     Compute RU-Records-Out = WS-Lines-Loaded + WS-Lines-Replaced.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Meter-Vendor-Status Not = "35"
         Close Meter-Vendor-File
     End-If.
     Close Meter-Readings.
     Close Unit-Master.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Load-Register.
