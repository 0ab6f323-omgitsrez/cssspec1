*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  ChgCdMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Charge Code Master
*>                   maintenance - Add/Change/Delete/Inquiry of one
*>                   charge code per run, the same one-function-
*>                   per-run shape as OwnrMnt.  Each code carries
*>                   the statement description, the revenue GL
*>                   account the GL extract credits, a taxable flag
*>                   and whether its billings count toward the
*>                   owner's management fee base, so a new fee type
*>                   is set up here by accounting instead of being
*>                   coded into the billing, extract and owner
*>                   statement programs.  A code still used by a
*>                   recurring charge may not be deleted - RentBill
*>                   would go on billing it with nothing to
*>                   describe or account for it.  Inquiry is open
*>                   to any active operator, Add/Change need level
*>                   2, Delete needs a supervisor.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Recurring-Charges Assign To "RECURCHG"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is RC-Key
         File Status Is Recurring-Charges-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Recurring-Charges.
 Copy RCHGREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   Recurring-Charges-Status Pic X(2)     Value "00".
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
 03   WS-Requested-Charge-Code Pic X(4)     Value Spaces.
 03   WS-Code-Found-Switch     Pic X(1)     Value "N".
     88   Code-Was-Found         Value "Y".
     88   Code-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Charge-Scan-Switch     Pic X(1)     Value "N".
     88   Charge-Scan-Done     Value "Y".
 03   WS-Code-In-Use-Switch     Pic X(1)     Value "N".
     88   Code-Is-In-Use         Value "Y".
 03   WS-No-Charge-File-Switch Pic X(1)     Value "N".
     88   No-Charge-File         Value "Y".
 03   WS-Description-In     Pic X(20)     Value Spaces.
 03   WS-GL-Account-In     Pic X(6)     Value Spaces.
 03   WS-Taxable-In         Pic X(1)     Value Space.
 03   WS-Mgmt-Fee-In         Pic X(1)     Value Space.

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
                 Perform 3000-Add-Code-Routine
             When Function-Is-Change
                 Perform 4000-Change-Code-Routine
             When Function-Is-Delete
                 Perform 5000-Delete-Code-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Code-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "CHGCDMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the charge
*> code master on the first run if it does not yet exist.  A shop
*> with no recurring charge file yet has nothing that could still
*> be using a code.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open I-O Charge-Code-Master
     End-If.
     Open Input Recurring-Charges.
     If Recurring-Charges-Status = "35"
         Move "Y" To WS-No-Charge-File-Switch
     End-If.
     Open Extend Audit-Log.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform and the Charge-Code it applies to.
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
             Display "CHGCDMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "CHGCDMNT - SIGN-ON REFUSED, RUN ENDED"
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
             Display "CHARGE CODE (4 CHARS, E.G. PARK): "
             Accept WS-Requested-Charge-Code
             Inspect WS-Requested-Charge-Code Converting
                 "abcdefghijklmnopqrstuvwxyz" To
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
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
     Display "CHGCDMNT - AUTHORITY DOES NOT REACH FUNCTION "
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
*> 2500-Load-Code-By-Key - read Charge-Code-Master for the
*> requested Charge-Code and report whether it is on file.
*> ---------------------------------------------------------------
 2500-Load-Code-By-Key.
     Move "N" To WS-Code-Found-Switch.
     Move WS-Requested-Charge-Code To CC-Charge-Code.
     Read Charge-Code-Master
         Invalid Key
             Move "N" To WS-Code-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Code-Found-Switch
     End-Read.
     If Code-Was-Not-Found
         Display "CHGCDMNT - CHARGE CODE " WS-Requested-Charge-Code
             " NOT ON FILE"
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Code - show the current charge code record on the
*> console.
*> ---------------------------------------------------------------
 2600-Display-Code.
     Display "CHARGE CODE:  " CC-Charge-Code.
     Display "DESCRIPTION:  " CC-Description.
     Display "GL ACCOUNT:   " CC-GL-Account.
     Display "TAXABLE:      " CC-Taxable-Flag.
     Display "MGMT FEE:     " CC-Mgmt-Fee-Flag.

*> ---------------------------------------------------------------
*> 2700-Accept-Code-Fields - prompt for the description, revenue
*> GL account and the two flags; loop back until the account keys
*> in as 6 numeric digits and both flags as Y or N.
*> ---------------------------------------------------------------
 2700-Accept-Code-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-One-Attempt - one pass at the charge code field
*> prompts.
*> ---------------------------------------------------------------
 2710-Accept-One-Attempt.
     Display "DESCRIPTION (20 CHARS): ".
     Accept WS-Description-In.
     Display "REVENUE GL ACCOUNT (6 DIGITS): ".
     Accept WS-GL-Account-In.
     Display "TAXABLE (Y/N): ".
     Accept WS-Taxable-In.
     Inspect WS-Taxable-In Converting "yn" To "YN".
     Display "COUNTS TOWARD MANAGEMENT FEE (Y/N): ".
     Accept WS-Mgmt-Fee-In.
     Inspect WS-Mgmt-Fee-In Converting "yn" To "YN".
     Evaluate True
         When WS-Description-In = Spaces
             Display "CHGCDMNT - DESCRIPTION MAY NOT BE BLANK"
         When WS-GL-Account-In Is Not Numeric
             Display "CHGCDMNT - GL ACCOUNT MUST BE 6 NUMERIC DIGITS"
         When WS-Taxable-In Not = "Y" And WS-Taxable-In Not = "N"
             Display "CHGCDMNT - TAXABLE MUST BE Y OR N"
         When WS-Mgmt-Fee-In Not = "Y" And WS-Mgmt-Fee-In Not = "N"
             Display "CHGCDMNT - MGMT FEE MUST BE Y OR N"
         When Other
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 3000-Add-Code-Routine - take the new code's fields and write
*> the record to Charge-Code-Master.  A spaces code is refused -
*> it is what every consumer reads as plain rent.
*> ---------------------------------------------------------------
 3000-Add-Code-Routine.
     If WS-Requested-Charge-Code = Spaces
         Display "CHGCDMNT - CHARGE CODE MAY NOT BE BLANK"
     Else
         Perform 2700-Accept-Code-Fields
         Move WS-Requested-Charge-Code To CC-Charge-Code
         Move WS-Description-In     To CC-Description
         Move WS-GL-Account-In     To CC-GL-Account
         Move WS-Taxable-In     To CC-Taxable-Flag
         Move WS-Mgmt-Fee-In     To CC-Mgmt-Fee-Flag
         Write Charge-Code-Record
             Invalid Key
                 Display "CHGCDMNT - UNABLE TO ADD CHARGE CODE "
                     CC-Charge-Code " - STATUS " Charge-Code-Status
         End-Write
     End-If.

*> ---------------------------------------------------------------
*> 4000-Change-Code-Routine - load the requested code, show it,
*> and rewrite it with corrected fields.  A changed GL account
*> takes effect on the next extract; lines already sent stay
*> where they went.
*> ---------------------------------------------------------------
 4000-Change-Code-Routine.
     Perform 2500-Load-Code-By-Key.
     If Code-Was-Found
         Perform 2600-Display-Code
         Perform 2700-Accept-Code-Fields
         Move WS-Description-In     To CC-Description
         Move WS-GL-Account-In     To CC-GL-Account
         Move WS-Taxable-In     To CC-Taxable-Flag
         Move WS-Mgmt-Fee-In     To CC-Mgmt-Fee-Flag
         Rewrite Charge-Code-Record
             Invalid Key
                 Display "CHGCDMNT - UNABLE TO CHANGE CHARGE CODE "
                     CC-Charge-Code " - STATUS " Charge-Code-Status
         End-Rewrite
     End-If.

*> ---------------------------------------------------------------
*> 5000-Delete-Code-Routine - remove the requested code from
*> Charge-Code-Master.  A code any recurring charge is still set
*> up under may not be deleted - end or delete those charges
*> first.
*> ---------------------------------------------------------------
 5000-Delete-Code-Routine.
     Perform 2500-Load-Code-By-Key.
     If Code-Was-Found
         Perform 5100-Scan-Charges-For-Code
         If Code-Is-In-Use
             Display "CHGCDMNT - CODE STILL USED BY TENANT "
                 RC-Tenant-Id " - REMOVE THE CHARGE FIRST"
         Else
             Delete Charge-Code-Master Record
                 Invalid Key
                     Display "CHGCDMNT - UNABLE TO DELETE CHARGE"
                         " CODE " CC-Charge-Code " - STATUS "
                         Charge-Code-Status
             End-Delete
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 5100-Scan-Charges-For-Code - walk the recurring charge file
*> looking for any charge still set up under the code being
*> deleted.
*> ---------------------------------------------------------------
 5100-Scan-Charges-For-Code.
     Move "N" To WS-Code-In-Use-Switch.
     Move "N" To WS-Charge-Scan-Switch.
     If No-Charge-File
         Move "Y" To WS-Charge-Scan-Switch
     End-If.
     Perform 5110-Read-Next-Charge Until Charge-Scan-Done.

*> ---------------------------------------------------------------
*> 5110-Read-Next-Charge - one recurring charge of the scan; stop
*> at end of file or as soon as the code is found.
*> ---------------------------------------------------------------
 5110-Read-Next-Charge.
     Read Recurring-Charges Next Record
         At End
             Move "Y" To WS-Charge-Scan-Switch
     End-Read.
     If Not Charge-Scan-Done
         If RC-Charge-Code = WS-Requested-Charge-Code
             Move "Y" To WS-Code-In-Use-Switch
             Move "Y" To WS-Charge-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Code-Routine - load and display the requested
*> code read-only.
*> ---------------------------------------------------------------
 6000-Inquiry-Code-Routine.
     Perform 2500-Load-Code-By-Key.
     If Code-Was-Found
         Perform 2600-Display-Code
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Charge-Code-Master.
     If Not No-Charge-File
         Close Recurring-Charges
     End-If.
     Close Audit-Log.
