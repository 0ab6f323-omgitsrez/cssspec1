*>                   reaches the tenancy it became.  Add/Change/
*>                   Status/Convert need level 2; Inquiry is open
*>                   to any active operator.
*> 2026-10-15  RWC   Co-applicants.  Add now asks whom the applicant
*>                   applies with; a co-applicant carries the primary
*>                   applicant's Applicant-Id (APPLREC's new
*>                   AP-Co-Applicant-Of) and is approved or declined
*>                   on its own, but waits on the list and converts
*>                   only with its primary.  Converting the primary
*>                   now carries each approved co-applicant across
*>                   to the occupant file (OCCPREC) as a co-tenant
*>                   of the new tenancy, audit-logged as an occupant
*>                   Add, with the refund shared equally - the
*>                   primary keeps whatever the equal shares leave,
*>                   and OccpMnt adjusts them from there - and flags
*>                   the co-applicant converted under the same
*>                   Tenant-Id.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is AH-Key
         File Status Is Address-History-Status.
     Select Occupant-File Assign To "OCCUPANT"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OC-Key
         File Status Is Occupant-File-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.
 FD  Address-History.
 Copy ADDRREC.

 FD  Occupant-File.
 Copy OCCPREC.

 FD  Audit-Log.
 Copy AUDTREC.

 03   Tenant-Control-Status     Pic X(2)     Value "00".
 03   Unit-Master-Status     Pic X(2)     Value "00".
 03   Address-History-Status     Pic X(2)     Value "00".
 03   Occupant-File-Status     Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
 03   WS-Password         Pic X(8)     Value Spaces.
 03   WS-Deposit-In         Pic 9(4)v99     Value Zero.
 03   WS-Edit-Return-Code     Pic 9(2)     Value Zero.
 03   WS-Edit-Error-Message     Pic X(40)     Value Spaces.
 03   WS-Co-Applicant-Of-In     Pic X(6)     Value Spaces.
 03   WS-Primary-Applicant-Id Pic X(6)     Value Spaces.
 03   WS-Applicant-Scan-Switch Pic X(1)     Value "N".
     88   Applicant-Scan-Done     Value "Y".
 03   WS-Co-Tenant-Count     Pic 9(2)     Value Zero.
 03   WS-Co-Tenant-Share     Pic 9(3)v99     Value Zero.
 03   WS-Occupant-Seq     Pic 9(2)     Value Zero.

 01   WS-Audit-Before-Image.
 03   AB-Last-Name         Pic X(25)     Value Spaces.
         Close Address-History
         Open I-O Address-History
     End-If.
     Open I-O Occupant-File.
     If Occupant-File-Status = "35"
         Open Output Occupant-File
         Close Occupant-File
         Open I-O Occupant-File
     End-If.
     Open Extend Audit-Log.
     Accept WS-Today-Date-Work From Date YYYYMMDD.

     Move WS-Audit-Time     To AL-Log-Time.
     Move WS-Operator-Id     To AL-Operator-Id.
     Move Spaces         To AL-Tenant-Id.
     Move Spaces         To AL-Occupant-Seq-No.
     Move Spaces         To AL-Before-Image.
     Move Zero         To AL-Before-Start-Date.
     Move Zero         To AL-Before-Rent-Amt.
     Display "UNIT TYPE:    " AP-Unit-Type.
     Display "STATUS:       " AP-Status.
     Display "TENANT ID:    " AP-Tenant-Id.
     Display "CO-APPL OF:   " AP-Co-Applicant-Of.

*> ---------------------------------------------------------------
*> 2700-Accept-Applicant-Fields - prompt for the applicant's name,
     End-If.

*> ---------------------------------------------------------------
*> 3000-Add-Applicant-Routine - take one applicant's fields and
*> whom the applicant applies with, mint the next Applicant-Id and
*> write the application, applied as of today.
*> ---------------------------------------------------------------
 3000-Add-Applicant-Routine.
     Perform 2700-Accept-Applicant-Fields.
     Perform 3050-Accept-Co-Applicant-Of.
     Perform 3100-Get-Next-Applicant-Id.
     Move WS-New-Applicant-Id To AP-Applicant-Id.
     Move WS-Last-Name-In     To AP-Last-Name.
     Move WS-Unit-Type-In     To AP-Unit-Type.
     Move "A"         To AP-Status.
     Move Spaces         To AP-Tenant-Id.
     Move WS-Co-Applicant-Of-In To AP-Co-Applicant-Of.
     Write Applicant-Record
         Invalid Key
             Display "APPLMNT - UNABLE TO ADD APPLICANT "
                 " ADDED"
     End-Write.

*> ---------------------------------------------------------------
*> 3050-Accept-Co-Applicant-Of - prompt for the primary applicant
*> a co-applicant applies with; blank for a primary applicant.  The
*> primary must be on file, a primary itself, and still open - not
*> declined and not already converted.  The check reads through
*> the record area, so it runs before the new record is built.
*> ---------------------------------------------------------------
 3050-Accept-Co-Applicant-Of.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 3060-Accept-One-Co-Appl-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 3060-Accept-One-Co-Appl-Attempt - one pass at the co-applicant
*> prompt.
*> ---------------------------------------------------------------
 3060-Accept-One-Co-Appl-Attempt.
     Display "CO-APPLICANT OF (PRIMARY APPLICANT ID, BLANK IF"
         " NONE): ".
     Accept WS-Co-Applicant-Of-In.
     If WS-Co-Applicant-Of-In = Spaces
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Move WS-Co-Applicant-Of-In To AP-Applicant-Id
         Read Applicant-File
             Invalid Key
                 Display "APPLMNT - APPLICANT "
                     WS-Co-Applicant-Of-In " NOT ON FILE"
             Not Invalid Key
                 Evaluate True
                     When AP-Co-Applicant-Of Not = Spaces
                         Display "APPLMNT - APPLICANT "
                             WS-Co-Applicant-Of-In " IS ITSELF A"
                             " CO-APPLICANT OF " AP-Co-Applicant-Of
                     When Applicant-Is-Declined
                         Or Applicant-Is-Converted
                         Display "APPLMNT - APPLICANT "
                             WS-Co-Applicant-Of-In " IS NO LONGER"
                             " OPEN - STATUS IS " AP-Status
                     When Other
                         Move "Y" To WS-Valid-Entry-Switch
                 End-Evaluate
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 3100-Get-Next-Applicant-Id - Applicant-Id values are generated
*> from a single running sequence number kept in the applicant
*> ---------------------------------------------------------------
*> 5000-Set-Status-Routine - move the application between applied,
*> approved, declined and waitlisted.  A converted applicant is
*> history and stays converted; a co-applicant is approved or
*> declined on its own but waits on the list with its primary.
*> ---------------------------------------------------------------
 5000-Set-Status-Routine.
     Perform 2500-Load-Applicant-By-Id.
         " W=WAITLISTED): ".
     Accept WS-Status-In.
     Inspect WS-Status-In Converting "apdw" To "APDW".
     Evaluate True
         When WS-Status-In = "W"
             And AP-Co-Applicant-Of Not = Spaces
             Display "APPLMNT - A CO-APPLICANT WAITS WITH PRIMARY"
                 " APPLICANT " AP-Co-Applicant-Of
         When WS-Status-In = "A" Or WS-Status-In = "P"
             Or WS-Status-In = "D" Or WS-Status-In = "W"
             Move "Y" To WS-Valid-Entry-Switch
         When Other
             Display "APPLMNT - STATUS MUST BE A, P, D OR W"
     End-Evaluate.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Applicant-Routine - load and display the requested
*> TENCTL, the tenant is written with the add audit images and the
*> original Address-History entry, the unit is assigned both
*> sides, and the applicant flags converted carrying the new
*> Tenant-Id.  The primary's approved co-applicants then follow it
*> in as co-tenants.  A co-applicant converts only with its
*> primary.
*> ---------------------------------------------------------------
 6500-Convert-Applicant-Routine.
     Perform 2500-Load-Applicant-By-Id.
     If Applicant-Was-Found
         Evaluate True
             When AP-Co-Applicant-Of Not = Spaces
                 Display "APPLMNT - CO-APPLICANT CONVERTS WITH"
                     " PRIMARY APPLICANT " AP-Co-Applicant-Of
             When Not Applicant-Is-Approved
                 Display "APPLMNT - APPLICANT IS NOT APPROVED -"
                     " STATUS IS " AP-Status
             When Other
                 Perform 6550-Convert-Approved-Applicant
         End-Evaluate
     End-If.

*> ---------------------------------------------------------------
*> 6550-Convert-Approved-Applicant - the conversion proper, for an
*> approved primary applicant.
*> ---------------------------------------------------------------
 6550-Convert-Approved-Applicant.
     Perform 6600-Load-Chosen-Unit.
     If Unit-Was-Found
         Perform 6700-Accept-Tenancy-Fields
         Perform 6800-Write-New-Tenant
         If Tenant-Was-Written
             Perform 6900-Assign-Unit-Both-Sides
             Move "C" To AP-Status
             Move WS-New-Tenant-Id To AP-Tenant-Id
             Rewrite Applicant-Record
                 Invalid Key
                     Display "APPLMNT - TENANT CREATED BUT"
                         " UNABLE TO FLAG APPLICANT "
                         AP-Applicant-Id " - STATUS "
                         Applicant-File-Status
             End-Rewrite
             Display "APPLMNT - APPLICANT "
                 AP-Applicant-Id " CONVERTED TO TENANT "
                 WS-New-Tenant-Id
             Perform 6950-Carry-Co-Applicants
         End-If
     End-If.

     Move WS-Operator-Id         To AL-Operator-Id.
     Move "A"             To AL-Function-Code.
     Move TM-Tenant-Id         To AL-Tenant-Id.
     Move Spaces             To AL-Occupant-Seq-No.
     Move WS-Audit-Before-Image     To AL-Before-Image.
     Move WS-Audit-After-Image     To AL-After-Image.
     Write Audit-Log-Record.
             End-Rewrite
     End-Rewrite.

*> ---------------------------------------------------------------
*> 6950-Carry-Co-Applicants - bring the converted primary's
*> approved co-applicants into the tenancy.  A co-applicant is
*> always added after its primary, so its Applicant-Id is higher
*> and the scans start just past the primary.  The first pass
*> counts them for the equal refund share, truncated to the cent
*> so the primary keeps the remainder; the second writes them.
*> ---------------------------------------------------------------
 6950-Carry-Co-Applicants.
     Move AP-Applicant-Id To WS-Primary-Applicant-Id.
     Move Zero To WS-Co-Tenant-Count.
     Move "N" To WS-Applicant-Scan-Switch.
     Start Applicant-File Key Is Greater Than AP-Applicant-Id
         Invalid Key
             Move "Y" To WS-Applicant-Scan-Switch
     End-Start.
     Perform 6955-Count-Next-Co-Applicant
         Until Applicant-Scan-Done.
     If WS-Co-Tenant-Count > Zero
         Compute WS-Co-Tenant-Share =
             100 / (WS-Co-Tenant-Count + 1)
         Move Zero To WS-Occupant-Seq
         Move WS-Primary-Applicant-Id To AP-Applicant-Id
         Move "N" To WS-Applicant-Scan-Switch
         Start Applicant-File Key Is Greater Than AP-Applicant-Id
             Invalid Key
                 Move "Y" To WS-Applicant-Scan-Switch
         End-Start
         Perform 6960-Carry-Next-Co-Applicant
             Until Applicant-Scan-Done
     End-If.

*> ---------------------------------------------------------------
*> 6955-Count-Next-Co-Applicant - count one approved co-applicant
*> of the primary; one still pending is named and left behind.
*> ---------------------------------------------------------------
 6955-Count-Next-Co-Applicant.
     Read Applicant-File Next Record
         At End
             Move "Y" To WS-Applicant-Scan-Switch
     End-Read.
     If Not Applicant-Scan-Done
         And AP-Co-Applicant-Of = WS-Primary-Applicant-Id
         Evaluate True
             When Applicant-Is-Approved
                 Add 1 To WS-Co-Tenant-Count
             When Applicant-Is-Applied
                 Or Applicant-Is-Waitlisted
                 Display "APPLMNT - CO-APPLICANT " AP-Applicant-Id
                     " NOT APPROVED - NOT CARRIED TO TENANCY"
         End-Evaluate
     End-If.

*> ---------------------------------------------------------------
*> 6960-Carry-Next-Co-Applicant - carry one approved co-applicant
*> of the primary across.
*> ---------------------------------------------------------------
 6960-Carry-Next-Co-Applicant.
     Read Applicant-File Next Record
         At End
             Move "Y" To WS-Applicant-Scan-Switch
     End-Read.
     If Not Applicant-Scan-Done
         And AP-Co-Applicant-Of = WS-Primary-Applicant-Id
         And Applicant-Is-Approved
         And WS-Occupant-Seq < 99
         Perform 6970-Write-Co-Tenant
     End-If.

*> ---------------------------------------------------------------
*> 6970-Write-Co-Tenant - the co-applicant as a co-tenant on the
*> occupant file under the new Tenant-Id, logged as an occupant
*> Add the way OccpMnt logs one; then the co-applicant flags
*> converted carrying the Tenant-Id it joined.
*> ---------------------------------------------------------------
 6970-Write-Co-Tenant.
     Add 1 To WS-Occupant-Seq.
     Move WS-New-Tenant-Id     To OC-Tenant-Id.
     Move WS-Occupant-Seq     To OC-Seq-No.
     Move "C"             To OC-Role.
     Move AP-Last-Name     To OC-Last-Name.
     Move AP-First-Name     To OC-First-Name.
     Move AP-ADD1         To OC-ADD1.
     Move AP-City         To OC-City.
     Move AP-State         To OC-State.
     Move AP-Zip         To OC-Zip.
     Move AP-PhoneNo         To OC-PhoneNo.
     Move WS-Co-Tenant-Share     To OC-Refund-Share-Pct.
     Write Occupant-Record
         Invalid Key
             Display "APPLMNT - UNABLE TO ADD CO-TENANT FOR "
                 AP-Applicant-Id " - STATUS " Occupant-File-Status
         Not Invalid Key
             Move Spaces To WS-Audit-Before-Image
             Move Zero To AB-Start-Date
             Move Zero To AB-Rent-Amt
             Move OC-Last-Name     To AA-Last-Name
             Move OC-First-Name     To AA-First-Name
             Move OC-ADD1         To AA-ADD1
             Move OC-City         To AA-City
             Move OC-State         To AA-State
             Move OC-Zip         To AA-Zip
             Move OC-PhoneNo         To AA-PhoneNo
             Move Zero         To AA-Start-Date
             Move Zero         To AA-Rent-Amt
             Perform 6980-Write-Occupant-Audit-Entry
             Move "C" To AP-Status
             Move WS-New-Tenant-Id To AP-Tenant-Id
             Rewrite Applicant-Record
                 Invalid Key
                     Display "APPLMNT - CO-TENANT ADDED BUT UNABLE"
                         " TO FLAG APPLICANT " AP-Applicant-Id
                         " - STATUS " Applicant-File-Status
             End-Rewrite
             Display "APPLMNT - CO-APPLICANT " AP-Applicant-Id
                 " ADDED AS CO-TENANT " OC-Seq-No
     End-Write.

*> ---------------------------------------------------------------
*> 6980-Write-Occupant-Audit-Entry - the Add audit record for an
*> occupant: the tenancy's Tenant-Id with the occupant's sequence
*> number.
*> ---------------------------------------------------------------
 6980-Write-Occupant-Audit-Entry.
     Accept WS-Audit-Date From Date YYYYMMDD.
     Accept WS-Audit-Time From Time.
     Move WS-Audit-Date         To AL-Log-Date.
     Move WS-Audit-Time         To AL-Log-Time.
     Move WS-Operator-Id         To AL-Operator-Id.
     Move "A"             To AL-Function-Code.
     Move OC-Tenant-Id         To AL-Tenant-Id.
     Move OC-Seq-No         To AL-Occupant-Seq-No.
     Move WS-Audit-Before-Image     To AL-Before-Image.
     Move WS-Audit-After-Image     To AL-After-Image.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
     Close Tenant-Control-File.
     Close Unit-Master.
     Close Address-History.
     Close Occupant-File.
     Close Audit-Log.
