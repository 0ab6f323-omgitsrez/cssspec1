*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  MtrMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Utility meter reading
*>                   maintenance - Add/Change/Delete/Inquiry of one
*>                   unit's water and electric reading for one read
*>                   date per run, the same one-function-per-run
*>                   shape as the other masters.  Add takes a
*>                   reading for a unit on Unit-Master and stamps
*>                   it with the tenant the unit shows that day
*>                   (spaces when vacant), the history the billing
*>                   run prorates a tenant change by.  Change
*>                   corrects a reading not yet billed - including
*>                   one the billing run held as impossible, which
*>                   goes back to Unbilled for the next run - and
*>                   Delete removes one; a billed reading is on
*>                   the ledger and can be neither.  Add/Change
*>                   need level 2, Delete a supervisor, Inquiry any
*>                   active operator.
*> 2026-10-15  RWC   Add now stamps the tenant who had the unit on
*>                   the read date rather than whoever has it today:
*>                   the unit's tenant if the tenancy had started
*>                   by then (TM-Start-Date), otherwise the tenant
*>                   on the unit's last earlier reading unless
*>                   MoveOut settled that tenant before the date
*>                   (SETLREC), otherwise spaces.  A reading dated
*>                   on or before one of the unit's billed readings
*>                   is refused, since the usage up to the billed
*>                   reading has been charged already.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
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
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Meter-Readings.
 Copy MTRDREC.

 FD  Unit-Master.
 Copy UNITREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Meter-Readings-Status     Pic X(2)     Value "00".
 03   Unit-Master-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-Unit-Scan-Switch     Pic X(1)     Value "N".
     88   Unit-Scan-Done     Value "Y".
 03   WS-Last-Billed-Date     Pic 9(8)     Value Zero.
 03   WS-Prior-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Tenant-Stamp     Pic X(6)     Value Spaces.
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
 03   WS-Password         Pic X(8)     Value Spaces.
 03   WS-Operator-Authority     Pic X(1)     Value Space.
     88   Authority-Is-Inquiry     Value "1".
     88   Authority-Is-Clerk     Value "2".
     88   Authority-Is-Supervisor Value "3".
 03   WS-Signon-Return-Code     Pic 9(2)     Value Zero.
 03   WS-Run-Refused-Switch     Pic X(1)     Value "N".
     88   Run-Was-Refused     Value "Y".
 03   WS-Audit-Date         Pic 9(8)     Value Zeros.
 03   WS-Audit-Time         Pic 9(6)     Value Zeros.
 03   WS-Function-Code     Pic X(1)     Value Space.
     88   Function-Is-Add         Value "A".
     88   Function-Is-Change     Value "C".
     88   Function-Is-Delete     Value "D".
     88   Function-Is-Inquiry     Value "I".
     88   Function-Is-Valid     Value "A" "C" "D" "I".
 03   WS-Requested-Property     Pic X(4)     Value Spaces.
 03   WS-Requested-Unit     Pic X(4)     Value Spaces.
 03   WS-Requested-Read-Date     Pic 9(8)     Value Zero.
 03   WS-Requested-Date-Parts Redefines WS-Requested-Read-Date.
     05   RQ-Year         Pic 9(4).
     05   RQ-Month         Pic 9(2).
     05   RQ-Day         Pic 9(2).
 03   WS-Reading-Found-Switch Pic X(1)     Value "N".
     88   Reading-Was-Found     Value "Y".
     88   Reading-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Date-In         Pic X(8)     Value Spaces.
 03   WS-Reading-In         Pic X(7)     Value Spaces.
 03   WS-Water-Reading-In     Pic 9(7)     Value Zero.
 03   WS-Electric-Reading-In     Pic 9(7)     Value Zero.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - entry point.  Opens the files, asks the operator
*> which function to perform, carries it out, then closes down.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1500-Get-Function-Request.
     If Function-Is-Valid
         Evaluate True
             When Function-Is-Add
                 Perform 3000-Add-Reading-Routine
             When Function-Is-Change
                 Perform 4000-Change-Reading-Routine
             When Function-Is-Delete
                 Perform 5000-Delete-Reading-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Reading-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "MTRMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the reading
*> file on the first run if it does not yet exist.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
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
     Open Extend Audit-Log.
     Accept WS-Today-Date-Work From Date YYYYMMDD.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform and the unit and read date it
*> applies to.
*> ---------------------------------------------------------------
 1500-Get-Function-Request.
     Display "OPERATOR ID: ".
     Accept WS-Operator-Id.
     Display "PASSWORD: ".
     Accept WS-Password.
     Call "SignOn" Using WS-Operator-Id, WS-Password,
         WS-Operator-Authority, WS-Signon-Return-Code.
     Evaluate True
         When WS-Signon-Return-Code = Zero
             Continue
         When WS-Signon-Return-Code = 30
             Display "MTRMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "MTRMNT - SIGN-ON REFUSED, RUN ENDED"
             Move "Y" To WS-Run-Refused-Switch
     End-Evaluate.
     If Not Run-Was-Refused
         Display "FUNCTION (A=ADD, C=CHANGE, D=DELETE, I=INQUIRY): "
         Accept WS-Function-Code
         Inspect WS-Function-Code Converting
             "acdi" To "ACDI"
         If Function-Is-Valid
             Perform 1600-Check-Function-Authority
         End-If
         If Function-Is-Valid
             Display "PROPERTY CODE (4 CHARS): "
             Accept WS-Requested-Property
             Inspect WS-Requested-Property Converting
                 "abcdefghijklmnopqrstuvwxyz"
                 To "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             Display "UNIT NO (4 CHARS): "
             Accept WS-Requested-Unit
             Inspect WS-Requested-Unit Converting
                 "abcdefghijklmnopqrstuvwxyz"
                 To "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             Move "N" To WS-Valid-Entry-Switch
             Perform 1510-Accept-Read-Date Until Valid-Entry
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 1510-Accept-Read-Date - one pass at the read date prompt; it
*> must key in as 8 numeric digits with a real month and day and
*> may not be in the future.
*> ---------------------------------------------------------------
 1510-Accept-Read-Date.
     Display "READ DATE (YYYYMMDD): ".
     Accept WS-Date-In.
     If WS-Date-In Is Numeric
         Move WS-Date-In To WS-Requested-Read-Date
         If RQ-Month >= 1 And RQ-Month <= 12
             And RQ-Day >= 1 And RQ-Day <= 31
             If WS-Requested-Read-Date > WS-Today-Date-Work
                 Display "MTRMNT - READ DATE IS IN THE FUTURE"
             Else
                 Move "Y" To WS-Valid-Entry-Switch
             End-If
         Else
             Display "MTRMNT - READ DATE IS NOT A VALID CALENDAR DATE"
         End-If
     Else
         Display "MTRMNT - READ DATE MUST BE 8 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 1600-Check-Function-Authority - Inquiry is open to any operator
*> who signed on; Add and Change need level 2; Delete needs a
*> supervisor.  A reach past one's authority is logged ("U") and
*> ends the run.
*> ---------------------------------------------------------------
 1600-Check-Function-Authority.
     Evaluate True
         When Function-Is-Inquiry
             Continue
         When Function-Is-Delete
             If Not Authority-Is-Supervisor
                 Perform 1650-Refuse-Function
             End-If
         When Other
             If Authority-Is-Inquiry
                 Perform 1650-Refuse-Function
             End-If
     End-Evaluate.

*> ---------------------------------------------------------------
*> 1650-Refuse-Function - log the attempted reach, tell the
*> operator, and invalidate the function so nothing runs.
*> ---------------------------------------------------------------
 1650-Refuse-Function.
     Move "U" To AL-Function-Code.
     Perform 7500-Write-Security-Log-Entry.
     Display "MTRMNT - AUTHORITY DOES NOT REACH FUNCTION "
         WS-Function-Code ", RUN ENDED".
     Move Space To WS-Function-Code.
     Move "Y" To WS-Run-Refused-Switch.

*> ---------------------------------------------------------------
*> 7500-Write-Security-Log-Entry - append one security record to
*> the Audit-Log: who was keyed, when, and the S or U code the
*> caller set.  No tenant and no images apply.
*> ---------------------------------------------------------------
 7500-Write-Security-Log-Entry.
     Accept WS-Audit-Date From Date YYYYMMDD.
     Accept WS-Audit-Time From Time.
     Move WS-Audit-Date     To AL-Log-Date.
     Move WS-Audit-Time     To AL-Log-Time.
     Move WS-Operator-Id     To AL-Operator-Id.
     Move Spaces         To AL-Tenant-Id.
     Move Spaces         To AL-Before-Image.
     Move Zero         To AL-Before-Start-Date.
     Move Zero         To AL-Before-Rent-Amt.
     Move Spaces         To AL-After-Image.
     Move Zero         To AL-After-Start-Date.
     Move Zero         To AL-After-Rent-Amt.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 2500-Load-Reading - read the reading file for the requested
*> unit and read date and report whether it is on file.
*> ---------------------------------------------------------------
 2500-Load-Reading.
     Move "N" To WS-Reading-Found-Switch.
     Move WS-Requested-Property     To MR-Property-Code.
     Move WS-Requested-Unit         To MR-Unit-No.
     Move WS-Requested-Read-Date     To MR-Read-Date.
     Read Meter-Readings
         Invalid Key
             Move "N" To WS-Reading-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Reading-Found-Switch
     End-Read.
     If Reading-Was-Not-Found
         Display "MTRMNT - NO READING ON FILE FOR "
             WS-Requested-Property "/" WS-Requested-Unit
             " ON " WS-Requested-Read-Date
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Reading - show the current reading record on the
*> console.
*> ---------------------------------------------------------------
 2600-Display-Reading.
     Display "PROPERTY/UNIT:    " MR-Property-Code "/" MR-Unit-No.
     Display "READ DATE:        " MR-Read-Date.
     Display "WATER READING:    " MR-Water-Reading.
     Display "ELECTRIC READING: " MR-Electric-Reading.
     Display "TENANT ID:        " MR-Tenant-Id.
     Evaluate True
         When MR-Status-Billed
             Display "STATUS:           BILLED FOR " MR-Billed-Period
             Display "WATER USAGE:      " MR-Water-Usage
             Display "ELECTRIC USAGE:   " MR-Electric-Usage
         When MR-Status-Exception
             Display "STATUS:           HELD AS IMPOSSIBLE"
         When Other
             Display "STATUS:           NOT YET BILLED"
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2700-Accept-Reading-Fields - prompt for the water and electric
*> register readings, looping back on each until it keys in as 7
*> numeric digits.  A meter the unit does not have is keyed zero.
*> ---------------------------------------------------------------
 2700-Accept-Reading-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-Water-Reading Until Valid-Entry.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2720-Accept-Electric-Reading Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-Water-Reading - one pass at the water prompt.
*> ---------------------------------------------------------------
 2710-Accept-Water-Reading.
     Display "WATER READING (7 DIGITS): ".
     Accept WS-Reading-In.
     If WS-Reading-In Is Numeric
         Move WS-Reading-In To WS-Water-Reading-In
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "MTRMNT - READING MUST BE 7 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2720-Accept-Electric-Reading - one pass at the electric prompt.
*> ---------------------------------------------------------------
 2720-Accept-Electric-Reading.
     Display "ELECTRIC READING (7 DIGITS): ".
     Accept WS-Reading-In.
     If WS-Reading-In Is Numeric
         Move WS-Reading-In To WS-Electric-Reading-In
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "MTRMNT - READING MUST BE 7 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 3000-Add-Reading-Routine - the unit must be on Unit-Master;
*> take its readings, stamp the tenant the unit shows today, and
*> write the reading unbilled.
*> ---------------------------------------------------------------
 3000-Add-Reading-Routine.
     Move WS-Requested-Property To UM-Property-Code.
     Move WS-Requested-Unit To UM-Unit-No.
     Read Unit-Master
         Invalid Key
             Display "MTRMNT - UNIT " WS-Requested-Property "/"
                 WS-Requested-Unit " NOT ON UNIT MASTER"
         Not Invalid Key
             Perform 3100-Write-New-Reading
     End-Read.

*> ---------------------------------------------------------------
*> 3100-Write-New-Reading - build and write the new reading for
*> the unit just read, unless the unit has a billed reading on or
*> after the requested date.
*> ---------------------------------------------------------------
 3100-Write-New-Reading.
     Perform 3110-Scan-Unit-Readings.
     If WS-Last-Billed-Date Not < WS-Requested-Read-Date
         Display "MTRMNT - UNIT " WS-Requested-Property "/"
             WS-Requested-Unit " WAS BILLED THROUGH A READING OF "
             WS-Last-Billed-Date
         Display "MTRMNT - AN EARLIER READING CANNOT BE ADDED"
     Else
         Perform 3130-Write-Unbilled-Reading
     End-If.

*> ---------------------------------------------------------------
*> 3110-Scan-Unit-Readings - run through the unit's readings for
*> the latest billed read date and the tenant stamped on the last
*> reading before the requested date.
*> ---------------------------------------------------------------
 3110-Scan-Unit-Readings.
     Move Zero             To WS-Last-Billed-Date.
     Move Spaces         To WS-Prior-Tenant-Id.
     Move "N"             To WS-Unit-Scan-Switch.
     Move WS-Requested-Property     To MR-Property-Code.
     Move WS-Requested-Unit         To MR-Unit-No.
     Move Zero             To MR-Read-Date.
     Start Meter-Readings Key Is Not Less Than MR-Key
         Invalid Key
             Move "Y" To WS-Unit-Scan-Switch
     End-Start.
     Perform 3115-Scan-Next-Unit-Reading Until Unit-Scan-Done.

*> ---------------------------------------------------------------
*> 3115-Scan-Next-Unit-Reading - read the next reading and note
*> it while it is still the unit's.
*> ---------------------------------------------------------------
 3115-Scan-Next-Unit-Reading.
     Read Meter-Readings Next Record
         At End
             Move "Y" To WS-Unit-Scan-Switch
     End-Read.
     If Not Unit-Scan-Done
         If MR-Property-Code Not = WS-Requested-Property
             Or MR-Unit-No Not = WS-Requested-Unit
             Move "Y" To WS-Unit-Scan-Switch
         Else
             If MR-Status-Billed
                 Move MR-Read-Date To WS-Last-Billed-Date
             End-If
             If MR-Read-Date < WS-Requested-Read-Date
                 Move MR-Tenant-Id To WS-Prior-Tenant-Id
             End-If
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3120-Find-Tenant-On-Read-Date - the unit's tenant if the
*> tenancy had started by the read date; failing that, the tenant
*> on the unit's last earlier reading, unless MoveOut settled that
*> tenant before the read date; failing that, spaces (vacant).
*> ---------------------------------------------------------------
 3120-Find-Tenant-On-Read-Date.
     Move Spaces To WS-Tenant-Stamp.
     If Unit-Is-Occupied
         Move UM-Tenant-Id To TM-Tenant-Id
         Read Tenant-Master
             Invalid Key
                 Move UM-Tenant-Id To WS-Tenant-Stamp
             Not Invalid Key
                 If TM-Start-Date Not > WS-Requested-Read-Date
                     Move UM-Tenant-Id To WS-Tenant-Stamp
                 End-If
         End-Read
     End-If.
     If WS-Tenant-Stamp = Spaces
         And WS-Prior-Tenant-Id Not = Spaces
         And (Unit-Is-Vacant Or WS-Prior-Tenant-Id Not = UM-Tenant-Id)
         Move WS-Prior-Tenant-Id To WS-Tenant-Stamp
         If Not No-Settled-File
             Move WS-Prior-Tenant-Id To ST-Tenant-Id
             Read Settled-Tenants
                 Invalid Key
                     Continue
                 Not Invalid Key
                     If ST-Move-Out-Date < WS-Requested-Read-Date
                         Move Spaces To WS-Tenant-Stamp
                     End-If
             End-Read
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3130-Write-Unbilled-Reading - take the readings and write them
*> unbilled, stamped with the tenant on the read date.
*> ---------------------------------------------------------------
 3130-Write-Unbilled-Reading.
     Perform 2700-Accept-Reading-Fields.
     Perform 3120-Find-Tenant-On-Read-Date.
     Move Spaces To Meter-Reading-Record.
     Move WS-Requested-Property     To MR-Property-Code.
     Move WS-Requested-Unit         To MR-Unit-No.
     Move WS-Requested-Read-Date     To MR-Read-Date.
     Move WS-Water-Reading-In     To MR-Water-Reading.
     Move WS-Electric-Reading-In     To MR-Electric-Reading.
     Move WS-Tenant-Stamp     To MR-Tenant-Id.
     Move "S"             To MR-Source.
     Move "N"             To MR-Status.
     Perform 3200-Clear-Billing-Fields.
     Write Meter-Reading-Record
         Invalid Key
             If Meter-Readings-Status = "22"
                 Display "MTRMNT - A READING IS ALREADY ON FILE FOR "
                     "THIS UNIT AND DATE - USE CHANGE"
             Else
                 Display "MTRMNT - UNABLE TO ADD READING - STATUS "
                     Meter-Readings-Status
             End-If
     End-Write.

*> ---------------------------------------------------------------
*> 3200-Clear-Billing-Fields - zero the fields the billing run
*> fills in, for a reading that has not been billed.
*> ---------------------------------------------------------------
 3200-Clear-Billing-Fields.
     Move Zero To MR-Billed-Period.
     Move Zero To MR-Prior-Read-Date.
     Move Zero To MR-Prior-Water-Reading.
     Move Zero To MR-Prior-Electric-Reading.
     Move Zero To MR-Water-Usage.
     Move Zero To MR-Electric-Usage.
     Move Zero To MR-Tenant-Water-Usage.
     Move Zero To MR-Tenant-Electric-Usage.
     Move Zero To MR-Tenant-Water-Amt.
     Move Zero To MR-Tenant-Electric-Amt.

*> ---------------------------------------------------------------
*> 4000-Change-Reading-Routine - load the requested reading, show
*> it, and rewrite it with the corrected readings, back to
*> Unbilled.  A billed reading is already on the ledger.
*> ---------------------------------------------------------------
 4000-Change-Reading-Routine.
     Perform 2500-Load-Reading.
     If Reading-Was-Found
         Perform 2600-Display-Reading
         If MR-Status-Billed
             Display "MTRMNT - READING IS ALREADY BILLED"
                 " - NOT CHANGED"
         Else
             Perform 2700-Accept-Reading-Fields
             Move WS-Water-Reading-In     To MR-Water-Reading
             Move WS-Electric-Reading-In To MR-Electric-Reading
             Move "N"             To MR-Status
             Perform 3200-Clear-Billing-Fields
             Rewrite Meter-Reading-Record
                 Invalid Key
                     Display "MTRMNT - UNABLE TO CHANGE READING"
                         " - STATUS " Meter-Readings-Status
             End-Rewrite
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 5000-Delete-Reading-Routine - remove the requested reading
*> unless it has been billed.
*> ---------------------------------------------------------------
 5000-Delete-Reading-Routine.
     Perform 2500-Load-Reading.
     If Reading-Was-Found
         If MR-Status-Billed
             Display "MTRMNT - READING IS ALREADY BILLED"
                 " - NOT DELETED"
         Else
             Delete Meter-Readings Record
                 Invalid Key
                     Display "MTRMNT - UNABLE TO DELETE READING"
                         " - STATUS " Meter-Readings-Status
             End-Delete
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Reading-Routine - load and display the requested
*> reading read-only.
*> ---------------------------------------------------------------
 6000-Inquiry-Reading-Routine.
     Perform 2500-Load-Reading.
     If Reading-Was-Found
         Perform 2600-Display-Reading
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Meter-Readings.
     Close Unit-Master.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Audit-Log.
