*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  VendMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Vendor Master maintenance -
*>                   Add/Change/Delete/Inquiry of one vendor per
*>                   run, the same one-function-per-run shape as
*>                   OwnrMnt.  Work order costs (WCSTREC) name the
*>                   vendor who did the work, and the WorkPost run
*>                   passes each invoice to accounts payable with
*>                   the vendor's remit-to address from here, so a
*>                   vendor with a cost not yet passed to accounts
*>                   payable may not be deleted - make it inactive
*>                   instead, which keeps it off new costs.
*>                   Inquiry is open to any active operator, Add/
*>                   Change need level 2, Delete needs a
*>                   supervisor.
*> 2026-10-15  RWC   An operator below level 2 now sees only the
*>                   last four digits of the taxpayer ID, as in
*>                   OwnrMnt; the rest shows as asterisks.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Vendor-Master Assign To "VENDMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is VN-Vendor-Id
         File Status Is Vendor-Master-Status.
     Select Work-Costs Assign To "WORKCOST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is WK-Key
         File Status Is Work-Costs-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Vendor-Master.
 Copy VENDREC.

 FD  Work-Costs.
 Copy WCSTREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Vendor-Master-Status     Pic X(2)     Value "00".
 03   Work-Costs-Status     Pic X(2)     Value "00".
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
 03   WS-Requested-Vendor-Id     Pic X(6)     Value Spaces.
 03   WS-Vendor-Found-Switch     Pic X(1)     Value "N".
     88   Vendor-Was-Found     Value "Y".
     88   Vendor-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Cost-Scan-Switch     Pic X(1)     Value "N".
     88   Cost-Scan-Done         Value "Y".
 03   WS-Vendor-Has-Cost-Switch Pic X(1)     Value "N".
     88   Vendor-Has-Open-Cost     Value "Y".
 03   WS-Name-In         Pic X(30)     Value Spaces.
 03   WS-ADD1-In         Pic X(50)     Value Spaces.
 03   WS-City-In         Pic X(20)     Value Spaces.
 03   WS-State-In         Pic X(2)     Value Spaces.
 03   WS-Zip-In         Pic X(10)     Value Spaces.
 03   WS-Phone-In         Pic X(7)     Value Spaces.
 03   WS-Taxpayer-Id-In     Pic X(9)     Value Spaces.
 03   WS-Status-In         Pic X(1)     Value Space.
     88   Status-In-Is-Valid     Value "A" "I".

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
                 Perform 3000-Add-Vendor-Routine
             When Function-Is-Change
                 Perform 4000-Change-Vendor-Routine
             When Function-Is-Delete
                 Perform 5000-Delete-Vendor-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Vendor-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "VENDMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating them on the
*> first run if they do not yet exist.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Vendor-Master.
     If Vendor-Master-Status = "35"
         Open Output Vendor-Master
         Close Vendor-Master
         Open I-O Vendor-Master
     End-If.
     Open Input Work-Costs.
     If Work-Costs-Status = "35"
         Open Output Work-Costs
         Close Work-Costs
         Open Input Work-Costs
     End-If.
     Open Extend Audit-Log.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform and the Vendor-Id it applies to.
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
             Display "VENDMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "VENDMNT - SIGN-ON REFUSED, RUN ENDED"
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
             Display "VENDOR ID: "
             Accept WS-Requested-Vendor-Id
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
     Display "VENDMNT - AUTHORITY DOES NOT REACH FUNCTION "
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
     Move Spaces         To AL-Occupant-Seq-No.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 2500-Load-Vendor-By-Id - read Vendor-Master for the requested
*> Vendor-Id and report whether it is on file.
*> ---------------------------------------------------------------
 2500-Load-Vendor-By-Id.
     Move "N" To WS-Vendor-Found-Switch.
     Move WS-Requested-Vendor-Id To VN-Vendor-Id.
     Read Vendor-Master
         Invalid Key
             Move "N" To WS-Vendor-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Vendor-Found-Switch
     End-Read.
     If Vendor-Was-Not-Found
         Display "VENDMNT - VENDOR " WS-Requested-Vendor-Id
             " NOT ON FILE"
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Vendor - show the current vendor record on the
*> console; an inquiry-only operator sees the taxpayer ID masked
*> to its last four digits.
*> ---------------------------------------------------------------
 2600-Display-Vendor.
     Display "VENDOR ID:    " VN-Vendor-Id.
     Display "NAME:         " VN-Name.
     Display "ADDRESS:      " VN-ADD1.
     Display "CITY:         " VN-City.
     Display "STATE:        " VN-State.
     Display "ZIP:          " VN-Zip.
     Display "PHONE NO:     " VN-PhoneNo.
     If Authority-Is-Inquiry
         And VN-Taxpayer-Id Not = Spaces
         Display "TAXPAYER ID:  *****" VN-Taxpayer-Id(6:4)
     Else
         Display "TAXPAYER ID:  " VN-Taxpayer-Id
     End-If.
     Display "STATUS:       " VN-Status.

*> ---------------------------------------------------------------
*> 2700-Accept-Vendor-Fields - prompt for the vendor's name,
*> remit-to address, phone, taxpayer ID and status; loop back
*> until the name is keyed, the phone keys in as 7 numeric digits,
*> the taxpayer ID (when keyed) as 9, and the status as A or I.
*> ---------------------------------------------------------------
 2700-Accept-Vendor-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-One-Attempt - one pass at the vendor field prompts.
*> ---------------------------------------------------------------
 2710-Accept-One-Attempt.
     Display "NAME (30 CHARS): ".
     Accept WS-Name-In.
     Display "REMIT-TO ADDRESS: ".
     Accept WS-ADD1-In.
     Display "CITY: ".
     Accept WS-City-In.
     Display "STATE: ".
     Accept WS-State-In.
     Display "ZIP: ".
     Accept WS-Zip-In.
     Display "PHONE NO (7 DIGITS): ".
     Accept WS-Phone-In.
     Display "TAXPAYER ID (9 DIGITS, NO DASHES): ".
     Accept WS-Taxpayer-Id-In.
     Display "STATUS (A=ACTIVE, I=INACTIVE): ".
     Accept WS-Status-In.
     Inspect WS-Status-In Converting "ai" To "AI".
     Evaluate True
         When WS-Name-In = Spaces
             Display "VENDMNT - NAME IS REQUIRED"
         When WS-Phone-In Is Not Numeric
             Display "VENDMNT - PHONE NO MUST BE 7 NUMERIC DIGITS"
         When WS-Taxpayer-Id-In Not = Spaces
             And WS-Taxpayer-Id-In Is Not Numeric
             Display "VENDMNT - TAXPAYER ID MUST BE 9 NUMERIC DIGITS"
         When Not Status-In-Is-Valid
             Display "VENDMNT - STATUS MUST BE A OR I"
         When Other
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2750-Move-Fields-To-Vendor - put the keyed fields on the vendor
*> record.
*> ---------------------------------------------------------------
 2750-Move-Fields-To-Vendor.
     Move WS-Name-In         To VN-Name.
     Move WS-ADD1-In         To VN-ADD1.
     Move WS-City-In         To VN-City.
     Move WS-State-In     To VN-State.
     Move WS-Zip-In         To VN-Zip.
     Move WS-Phone-In     To VN-PhoneNo.
     Move WS-Taxpayer-Id-In     To VN-Taxpayer-Id.
     Move WS-Status-In     To VN-Status.

*> ---------------------------------------------------------------
*> 3000-Add-Vendor-Routine - take the new vendor's fields and
*> write the record to Vendor-Master.
*> ---------------------------------------------------------------
 3000-Add-Vendor-Routine.
     Perform 2700-Accept-Vendor-Fields.
     Move WS-Requested-Vendor-Id To VN-Vendor-Id.
     Perform 2750-Move-Fields-To-Vendor.
     Write Vendor-Master-Record
         Invalid Key
             Display "VENDMNT - UNABLE TO ADD VENDOR "
                 VN-Vendor-Id " - STATUS " Vendor-Master-Status
     End-Write.

*> ---------------------------------------------------------------
*> 4000-Change-Vendor-Routine - load the requested vendor, show
*> it, and rewrite it with corrected fields.
*> ---------------------------------------------------------------
 4000-Change-Vendor-Routine.
     Perform 2500-Load-Vendor-By-Id.
     If Vendor-Was-Found
         Perform 2600-Display-Vendor
         Perform 2700-Accept-Vendor-Fields
         Perform 2750-Move-Fields-To-Vendor
         Rewrite Vendor-Master-Record
             Invalid Key
                 Display "VENDMNT - UNABLE TO CHANGE VENDOR "
                     VN-Vendor-Id " - STATUS " Vendor-Master-Status
         End-Rewrite
     End-If.

*> ---------------------------------------------------------------
*> 5000-Delete-Vendor-Routine - remove the requested vendor from
*> Vendor-Master.  A vendor named on a work order cost not yet
*> passed to accounts payable may not be deleted - WorkPost would
*> have no one to send the invoice for.
*> ---------------------------------------------------------------
 5000-Delete-Vendor-Routine.
     Perform 2500-Load-Vendor-By-Id.
     If Vendor-Was-Found
         Perform 5100-Scan-Costs-For-Vendor
         If Vendor-Has-Open-Cost
             Display "VENDMNT - VENDOR IS ON ORDER "
                 WK-Property-Code "/" WK-Unit-No "/" WK-Order-No
                 " NOT YET PASSED TO PAYABLES - SET INACTIVE"
                 " INSTEAD"
         Else
             Delete Vendor-Master Record
                 Invalid Key
                     Display "VENDMNT - UNABLE TO DELETE VENDOR "
                         VN-Vendor-Id " - STATUS "
                         Vendor-Master-Status
             End-Delete
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 5100-Scan-Costs-For-Vendor - walk the work order cost file
*> looking for a cost still waiting on accounts payable that names
*> the vendor being deleted.
*> ---------------------------------------------------------------
 5100-Scan-Costs-For-Vendor.
     Move "N" To WS-Vendor-Has-Cost-Switch.
     Move Low-Values To WK-Key.
     Move "N" To WS-Cost-Scan-Switch.
     Start Work-Costs Key Is Not Less Than WK-Key
         Invalid Key
             Move "Y" To WS-Cost-Scan-Switch
     End-Start.
     Perform 5110-Read-Next-Cost Until Cost-Scan-Done.

*> ---------------------------------------------------------------
*> 5110-Read-Next-Cost - one cost record of the scan; stop at end
*> of file or as soon as an open cost for the vendor is found.
*> ---------------------------------------------------------------
 5110-Read-Next-Cost.
     Read Work-Costs Next Record
         At End
             Move "Y" To WS-Cost-Scan-Switch
     End-Read.
     If Not Cost-Scan-Done
         If WK-Vendor-Id = WS-Requested-Vendor-Id
             And WK-AP-Fed-Date = Zero
             Move "Y" To WS-Vendor-Has-Cost-Switch
             Move "Y" To WS-Cost-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Vendor-Routine - load and display the requested
*> vendor read-only.
*> ---------------------------------------------------------------
 6000-Inquiry-Vendor-Routine.
     Perform 2500-Load-Vendor-By-Id.
     If Vendor-Was-Found
         Perform 2600-Display-Vendor
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Vendor-Master.
     Close Work-Costs.
     Close Audit-Log.
