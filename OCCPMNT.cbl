*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  OccpMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Co-tenant and guarantor
*>                   maintenance - one function per run against the
*>                   occupant file (OCCPREC), the same shape as
*>                   OwnrMnt.  Add attaches a co-tenant or guarantor
*>                   to a tenancy already on Tenant-Master under the
*>                   next free sequence number; Change corrects one;
*>                   Delete removes one; Inquiry lists everyone on
*>                   the tenancy.  The phone must key in as 7
*>                   numeric digits, the way EditTran edits a
*>                   tenant's.  A co-tenant carries a refund share
*>                   in percent, and the co-tenants' shares on one
*>                   tenancy may not pass 100 - the primary tenant
*>                   is refunded what they leave; a guarantor's
*>                   share is always zero.  Every Add, Change and
*>                   Delete is on the Audit-Log under the tenancy's
*>                   Tenant-Id and the occupant's sequence number,
*>                   with before/after images.  Add and Change need
*>                   level 2, Delete a supervisor; Inquiry is open
*>                   to any active operator.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Occupant-File Assign To "OCCUPANT"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OC-Key
         File Status Is Occupant-File-Status.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Occupant-File.
 Copy OCCPREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Occupant-File-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
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
 03   WS-Requested-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Seq-In         Pic X(2)     Value Spaces.
 03   WS-Requested-Seq-No     Pic 9(2)     Value Zero.
 03   WS-Tenant-Found-Switch     Pic X(1)     Value "N".
     88   Tenant-Was-Found     Value "Y".
     88   Tenant-Was-Not-Found     Value "N".
 03   WS-Occupant-Found-Switch Pic X(1)     Value "N".
     88   Occupant-Was-Found     Value "Y".
     88   Occupant-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Occupant-Scan-Switch     Pic X(1)     Value "N".
     88   Occupant-Scan-Done     Value "Y".
 03   WS-Highest-Seq-No     Pic 9(2)     Value Zero.
 03   WS-Occupants-Listed     Pic 9(2)     Value Zero.
 03   WS-Other-Shares     Pic 9(5)v99     Value Zero.
 03   WS-Share-Room         Pic 9(5)v99     Value Zero.
 03   WS-Role-In         Pic X(1)     Value Space.
     88   Role-In-Is-Co-Tenant     Value "C".
     88   Role-In-Is-Guarantor     Value "G".
     88   Role-In-Is-Valid     Value "C" "G".
 03   WS-Last-Name-In     Pic X(25)     Value Spaces.
 03   WS-First-Name-In     Pic X(25)     Value Spaces.
 03   WS-ADD1-In         Pic X(50)     Value Spaces.
 03   WS-City-In         Pic X(20)     Value Spaces.
 03   WS-State-In         Pic X(2)     Value Spaces.
 03   WS-Zip-In         Pic X(10)     Value Spaces.
 03   WS-Phone-In         Pic X(7)     Value Spaces.
 03   WS-Share-In         Pic X(5)     Value Spaces.
 03   WS-Share-Work         Pic 9(5)     Value Zero.
 03   WS-Share-Pct-In     Pic 9(3)v99     Value Zero.

 01   WS-Audit-Before-Image.
 03   AB-Last-Name         Pic X(25)     Value Spaces.
 03   AB-First-Name         Pic X(25)     Value Spaces.
 03   AB-ADD1             Pic X(50)     Value Spaces.
 03   AB-City             Pic X(20)     Value Spaces.
 03   AB-State             Pic X(2)     Value Spaces.
 03   AB-Zip             Pic X(10)     Value Spaces.
 03   AB-PhoneNo         Pic X(7)     Value Spaces.
 03   AB-Start-Date         Pic 9(8)     Value Zero.
 03   AB-Rent-Amt         Pic 9(4)v99     Value Zero.

 01   WS-Audit-After-Image.
 03   AA-Last-Name         Pic X(25)     Value Spaces.
 03   AA-First-Name         Pic X(25)     Value Spaces.
 03   AA-ADD1             Pic X(50)     Value Spaces.
 03   AA-City             Pic X(20)     Value Spaces.
 03   AA-State             Pic X(2)     Value Spaces.
 03   AA-Zip             Pic X(10)     Value Spaces.
 03   AA-PhoneNo         Pic X(7)     Value Spaces.
 03   AA-Start-Date         Pic 9(8)     Value Zero.
 03   AA-Rent-Amt         Pic 9(4)v99     Value Zero.

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
                 Perform 3000-Add-Occupant-Routine
             When Function-Is-Change
                 Perform 4000-Change-Occupant-Routine
             When Function-Is-Delete
                 Perform 5000-Delete-Occupant-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Tenancy-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "OCCPMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the occupant
*> file on the first run if it does not yet exist, and open
*> Audit-Log for appending this run's entries onto prior runs.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Occupant-File.
     If Occupant-File-Status = "35"
         Open Output Occupant-File
         Close Occupant-File
         Open I-O Occupant-File
     End-If.
     Open Input Tenant-Master.
     Open Extend Audit-Log.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform, the Tenant-Id of the tenancy it
*> applies to and, for a Change or Delete, the occupant's sequence
*> number on it.
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
             Display "OCCPMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "OCCPMNT - SIGN-ON REFUSED, RUN ENDED"
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
             Display "TENANT ID: "
             Accept WS-Requested-Tenant-Id
         End-If
         If Function-Is-Change Or Function-Is-Delete
             Perform 1700-Accept-Seq-No
         End-If
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
     Display "OCCPMNT - AUTHORITY DOES NOT REACH FUNCTION "
         WS-Function-Code ", RUN ENDED".
     Move Space To WS-Function-Code.
     Move "Y" To WS-Run-Refused-Switch.

*> ---------------------------------------------------------------
*> 1700-Accept-Seq-No - prompt for the occupant's sequence number;
*> loop back until it keys in as two numeric digits.
*> ---------------------------------------------------------------
 1700-Accept-Seq-No.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1710-Accept-One-Seq-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 1710-Accept-One-Seq-Attempt - one pass at the sequence prompt.
*> ---------------------------------------------------------------
 1710-Accept-One-Seq-Attempt.
     Display "OCCUPANT SEQ NO (2 DIGITS): ".
     Accept WS-Seq-In.
     If WS-Seq-In Is Numeric
         Move WS-Seq-In To WS-Requested-Seq-No
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "OCCPMNT - SEQ NO MUST BE 2 NUMERIC DIGITS"
     End-If.

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
     Move Spaces         To AL-Occupant-Seq-No.
     Move Spaces         To AL-Before-Image.
     Move Zero         To AL-Before-Start-Date.
     Move Zero         To AL-Before-Rent-Amt.
     Move Spaces         To AL-After-Image.
     Move Zero         To AL-After-Start-Date.
     Move Zero         To AL-After-Rent-Amt.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 7600-Write-Audit-Log-Entry - append one audit record for the
*> occupant just added, changed or deleted, under the tenancy's
*> Tenant-Id and the occupant's sequence number, with the images
*> the caller staged and the function code it set.
*> ---------------------------------------------------------------
 7600-Write-Audit-Log-Entry.
     Accept WS-Audit-Date From Date YYYYMMDD.
     Accept WS-Audit-Time From Time.
     Move WS-Audit-Date         To AL-Log-Date.
     Move WS-Audit-Time         To AL-Log-Time.
     Move WS-Operator-Id         To AL-Operator-Id.
     Move OC-Tenant-Id         To AL-Tenant-Id.
     Move OC-Seq-No         To AL-Occupant-Seq-No.
     Move WS-Audit-Before-Image     To AL-Before-Image.
     Move WS-Audit-After-Image     To AL-After-Image.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 2400-Load-Tenant-By-Id - the tenancy must be on Tenant-Master
*> before anyone can be attached to it.
*> ---------------------------------------------------------------
 2400-Load-Tenant-By-Id.
     Move "N" To WS-Tenant-Found-Switch.
     Move WS-Requested-Tenant-Id To TM-Tenant-Id.
     Read Tenant-Master
         Invalid Key
             Move "N" To WS-Tenant-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Tenant-Found-Switch
     End-Read.
     If Tenant-Was-Not-Found
         Display "OCCPMNT - TENANT " WS-Requested-Tenant-Id
             " NOT ON FILE"
     End-If.

*> ---------------------------------------------------------------
*> 2500-Load-Occupant-By-Key - read the occupant file for the
*> requested tenancy and sequence number and report whether it is
*> on file.
*> ---------------------------------------------------------------
 2500-Load-Occupant-By-Key.
     Move "N" To WS-Occupant-Found-Switch.
     Move WS-Requested-Tenant-Id To OC-Tenant-Id.
     Move WS-Requested-Seq-No To OC-Seq-No.
     Read Occupant-File
         Invalid Key
             Move "N" To WS-Occupant-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Occupant-Found-Switch
     End-Read.
     If Occupant-Was-Not-Found
         Display "OCCPMNT - OCCUPANT " WS-Requested-Tenant-Id "/"
             WS-Requested-Seq-No " NOT ON FILE"
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Occupant - show the current occupant record on the
*> console.
*> ---------------------------------------------------------------
 2600-Display-Occupant.
     Display "TENANT ID:    " OC-Tenant-Id.
     Display "SEQ NO:       " OC-Seq-No.
     Display "ROLE:         " OC-Role.
     Display "LAST NAME:    " OC-Last-Name.
     Display "FIRST NAME:   " OC-First-Name.
     Display "ADDRESS:      " OC-ADD1.
     Display "CITY:         " OC-City.
     Display "STATE:        " OC-State.
     Display "ZIP:          " OC-Zip.
     Display "PHONE NO:     " OC-PhoneNo.
     Display "REFUND SHARE: " OC-Refund-Share-Pct.

*> ---------------------------------------------------------------
*> 2700-Accept-Occupant-Fields - prompt for the role, name,
*> mailing address, phone and, for a co-tenant, refund share; loop
*> back until the role is C or G, the phone is 7 numeric digits
*> and the share keys in as five digits, hundredths last (05000 =
*> 50 percent), within what the tenancy's other co-tenants leave.
*> ---------------------------------------------------------------
 2700-Accept-Occupant-Fields.
     If WS-Other-Shares < 100
         Compute WS-Share-Room = 100 - WS-Other-Shares
     Else
         Move Zero To WS-Share-Room
     End-If.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-One-Attempt - one pass at the occupant field
*> prompts.
*> ---------------------------------------------------------------
 2710-Accept-One-Attempt.
     Display "ROLE (C=CO-TENANT, G=GUARANTOR): ".
     Accept WS-Role-In.
     Inspect WS-Role-In Converting "cg" To "CG".
     Display "LAST NAME: ".
     Accept WS-Last-Name-In.
     Display "FIRST NAME: ".
     Accept WS-First-Name-In.
     Display "MAILING ADDRESS: ".
     Accept WS-ADD1-In.
     Display "CITY: ".
     Accept WS-City-In.
     Display "STATE: ".
     Accept WS-State-In.
     Display "ZIP: ".
     Accept WS-Zip-In.
     Display "PHONE NO (7 DIGITS): ".
     Accept WS-Phone-In.
     Move "00000" To WS-Share-In.
     If Role-In-Is-Co-Tenant
         Display "REFUND SHARE PCT (5 DIGITS, HUNDREDTHS LAST,"
             " E.G. 05000): "
         Accept WS-Share-In
     End-If.
     Evaluate True
         When Not Role-In-Is-Valid
             Display "OCCPMNT - ROLE MUST BE C OR G"
         When WS-Last-Name-In = Spaces
             Display "OCCPMNT - LAST NAME IS REQUIRED"
         When WS-Phone-In Is Not Numeric
             Display "OCCPMNT - PHONE NO MUST BE 7 NUMERIC DIGITS"
         When WS-Share-In Is Not Numeric
             Display "OCCPMNT - SHARE MUST BE 5 NUMERIC DIGITS"
         When Other
             Move WS-Share-In To WS-Share-Work
             Compute WS-Share-Pct-In = WS-Share-Work / 100
             If WS-Share-Pct-In > WS-Share-Room
                 Display "OCCPMNT - CO-TENANT SHARES WOULD PASS 100"
                     " - ROOM LEFT IS " WS-Share-Room
             Else
                 Move "Y" To WS-Valid-Entry-Switch
             End-If
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2750-Move-Fields-To-Record - the keyed fields into the occupant
*> record area.
*> ---------------------------------------------------------------
 2750-Move-Fields-To-Record.
     Move WS-Role-In         To OC-Role.
     Move WS-Last-Name-In     To OC-Last-Name.
     Move WS-First-Name-In     To OC-First-Name.
     Move WS-ADD1-In         To OC-ADD1.
     Move WS-City-In         To OC-City.
     Move WS-State-In     To OC-State.
     Move WS-Zip-In         To OC-Zip.
     Move WS-Phone-In     To OC-PhoneNo.
     Move WS-Share-Pct-In     To OC-Refund-Share-Pct.

*> ---------------------------------------------------------------
*> 2780-Stage-Before-Image - the occupant as it stands on file.
*> ---------------------------------------------------------------
 2780-Stage-Before-Image.
     Move OC-Last-Name     To AB-Last-Name.
     Move OC-First-Name     To AB-First-Name.
     Move OC-ADD1         To AB-ADD1.
     Move OC-City         To AB-City.
     Move OC-State         To AB-State.
     Move OC-Zip         To AB-Zip.
     Move OC-PhoneNo         To AB-PhoneNo.
     Move Zero         To AB-Start-Date.
     Move Zero         To AB-Rent-Amt.

*> ---------------------------------------------------------------
*> 2790-Stage-After-Image - the occupant as it now goes to file.
*> ---------------------------------------------------------------
 2790-Stage-After-Image.
     Move OC-Last-Name     To AA-Last-Name.
     Move OC-First-Name     To AA-First-Name.
     Move OC-ADD1         To AA-ADD1.
     Move OC-City         To AA-City.
     Move OC-State         To AA-State.
     Move OC-Zip         To AA-Zip.
     Move OC-PhoneNo         To AA-PhoneNo.
     Move Zero         To AA-Start-Date.
     Move Zero         To AA-Rent-Amt.

*> ---------------------------------------------------------------
*> 2800-Scan-Tenancy - walk the tenancy's occupants for the highest
*> sequence number in use and the refund shares already given to
*> co-tenants other than the one being changed.  The scan uses the
*> record area, so it runs before any occupant is loaded.
*> ---------------------------------------------------------------
 2800-Scan-Tenancy.
     Move Zero To WS-Highest-Seq-No.
     Move Zero To WS-Other-Shares.
     Move Zero To WS-Occupants-Listed.
     Move WS-Requested-Tenant-Id To OC-Tenant-Id.
     Move Zero To OC-Seq-No.
     Move "N" To WS-Occupant-Scan-Switch.
     Start Occupant-File Key Is Not Less Than OC-Key
         Invalid Key
             Move "Y" To WS-Occupant-Scan-Switch
     End-Start.
     Perform 2810-Read-Next-Occupant Until Occupant-Scan-Done.

*> ---------------------------------------------------------------
*> 2810-Read-Next-Occupant - one occupant of the scan; stop at end
*> of file or the next tenancy.  An Inquiry shows each one.
*> ---------------------------------------------------------------
 2810-Read-Next-Occupant.
     Read Occupant-File Next Record
         At End
             Move "Y" To WS-Occupant-Scan-Switch
     End-Read.
     If Not Occupant-Scan-Done
         If OC-Tenant-Id = WS-Requested-Tenant-Id
             Move OC-Seq-No To WS-Highest-Seq-No
             If OC-Role-Is-Co-Tenant
                 And Not (Function-Is-Change
                     And OC-Seq-No = WS-Requested-Seq-No)
                 Add OC-Refund-Share-Pct To WS-Other-Shares
             End-If
             If Function-Is-Inquiry
                 Add 1 To WS-Occupants-Listed
                 Display " "
                 Perform 2600-Display-Occupant
             End-If
         Else
             Move "Y" To WS-Occupant-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3000-Add-Occupant-Routine - take the new co-tenant's or
*> guarantor's fields and attach them to the tenancy under the
*> next sequence number.
*> ---------------------------------------------------------------
 3000-Add-Occupant-Routine.
     Perform 2400-Load-Tenant-By-Id.
     If Tenant-Was-Found
         Perform 2800-Scan-Tenancy
         If WS-Highest-Seq-No = 99
             Display "OCCPMNT - TENANCY " WS-Requested-Tenant-Id
                 " HAS NO SEQ NO LEFT"
         Else
             Perform 2700-Accept-Occupant-Fields
             Move WS-Requested-Tenant-Id To OC-Tenant-Id
             Compute OC-Seq-No = WS-Highest-Seq-No + 1
             Perform 2750-Move-Fields-To-Record
             Write Occupant-Record
                 Invalid Key
                     Display "OCCPMNT - UNABLE TO ADD OCCUPANT "
                         OC-Tenant-Id "/" OC-Seq-No " - STATUS "
                         Occupant-File-Status
                 Not Invalid Key
                     Move Spaces To WS-Audit-Before-Image
                     Move Zero To AB-Start-Date
                     Move Zero To AB-Rent-Amt
                     Perform 2790-Stage-After-Image
                     Move "A" To AL-Function-Code
                     Perform 7600-Write-Audit-Log-Entry
                     Display "OCCPMNT - OCCUPANT " OC-Tenant-Id "/"
                         OC-Seq-No " ADDED"
             End-Write
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 4000-Change-Occupant-Routine - load the requested occupant,
*> show it, and rewrite it with corrected fields.
*> ---------------------------------------------------------------
 4000-Change-Occupant-Routine.
     Perform 2800-Scan-Tenancy.
     Perform 2500-Load-Occupant-By-Key.
     If Occupant-Was-Found
         Perform 2600-Display-Occupant
         Perform 2780-Stage-Before-Image
         Perform 2700-Accept-Occupant-Fields
         Perform 2750-Move-Fields-To-Record
         Rewrite Occupant-Record
             Invalid Key
                 Display "OCCPMNT - UNABLE TO CHANGE OCCUPANT "
                     OC-Tenant-Id "/" OC-Seq-No " - STATUS "
                     Occupant-File-Status
             Not Invalid Key
                 Perform 2790-Stage-After-Image
                 Move "C" To AL-Function-Code
                 Perform 7600-Write-Audit-Log-Entry
         End-Rewrite
     End-If.

*> ---------------------------------------------------------------
*> 5000-Delete-Occupant-Routine - remove the requested occupant
*> from the tenancy.
*> ---------------------------------------------------------------
 5000-Delete-Occupant-Routine.
     Perform 2500-Load-Occupant-By-Key.
     If Occupant-Was-Found
         Perform 2780-Stage-Before-Image
         Move Spaces To WS-Audit-After-Image
         Move Zero To AA-Start-Date
         Move Zero To AA-Rent-Amt
         Delete Occupant-File Record
             Invalid Key
                 Display "OCCPMNT - UNABLE TO DELETE OCCUPANT "
                     OC-Tenant-Id "/" OC-Seq-No " - STATUS "
                     Occupant-File-Status
             Not Invalid Key
                 Move "D" To AL-Function-Code
                 Perform 7600-Write-Audit-Log-Entry
         End-Delete
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Tenancy-Routine - list everyone on the tenancy
*> read-only, with the primary tenant's share of a refund.
*> ---------------------------------------------------------------
 6000-Inquiry-Tenancy-Routine.
     Perform 2800-Scan-Tenancy.
     If WS-Occupants-Listed = Zero
         Display "OCCPMNT - NO CO-TENANT OR GUARANTOR ON TENANCY "
             WS-Requested-Tenant-Id
     Else
         If WS-Other-Shares < 100
             Compute WS-Share-Room = 100 - WS-Other-Shares
         Else
             Move Zero To WS-Share-Room
         End-If
         Display " "
         Display "PRIMARY TENANT REFUND SHARE: " WS-Share-Room
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Occupant-File.
     Close Tenant-Master.
     Close Audit-Log.
