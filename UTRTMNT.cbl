*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  UtRtMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Utility rate maintenance -
*>                   Add/Change/Delete/Inquiry of one property's
*>                   submetered utility rates per run, the same
*>                   one-function-per-run shape as DepRMnt.  The
*>                   utility billing run (UtilBill) prices each
*>                   unit's metered water and electric usage at the
*>                   rates on file for its property, under the
*>                   charge codes kept here, and holds a reading
*>                   above the usage factor times the unit's
*>                   average as impossible.  A charge code must be
*>                   on the charge code master for any utility with
*>                   a rate.  Add/Change need level 2, Delete a
*>                   supervisor, Inquiry any active operator.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Utility-Rates Assign To "UTILRATE"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is UR-Property-Code
         File Status Is Utility-Rates-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Utility-Rates.
 Copy UTRTREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Utility-Rates-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
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
 03   WS-Requested-Property     Pic X(4)     Value Spaces.
 03   WS-Rate-Found-Switch     Pic X(1)     Value "N".
     88   Rate-Was-Found         Value "Y".
     88   Rate-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Rate-In         Pic X(6)     Value Spaces.
 03   WS-Rate-Work         Pic 9(6)     Value Zero.
 03   WS-Factor-In         Pic X(3)     Value Spaces.
 03   WS-Factor-Work         Pic 9(3)     Value Zero.
 03   WS-Code-In         Pic X(4)     Value Spaces.
 03   WS-Water-Rate-In     Pic 9(2)v9(4)     Value Zero.
 03   WS-Water-Code-In     Pic X(4)     Value Spaces.
 03   WS-Electric-Rate-In     Pic 9(2)v9(4)     Value Zero.
 03   WS-Electric-Code-In     Pic X(4)     Value Spaces.
 03   WS-Factor-Value-In     Pic 9(2)v9     Value Zero.

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
                 Perform 3000-Add-Rate-Routine
             When Function-Is-Change
                 Perform 4000-Change-Rate-Routine
             When Function-Is-Delete
                 Perform 5000-Delete-Rate-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Rate-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "UTRTMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the rate
*> file (and an empty charge code master) on the first run if they
*> do not yet exist.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Utility-Rates.
     If Utility-Rates-Status = "35"
         Open Output Utility-Rates
         Close Utility-Rates
         Open I-O Utility-Rates
     End-If.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open Input Charge-Code-Master
     End-If.
     Open Extend Audit-Log.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform and the property it applies to.
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
             Display "UTRTMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "UTRTMNT - SIGN-ON REFUSED, RUN ENDED"
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
     Display "UTRTMNT - AUTHORITY DOES NOT REACH FUNCTION "
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
*> 2500-Load-Rate-By-Property - read the rate file for the
*> requested property and report whether it is on file.
*> ---------------------------------------------------------------
 2500-Load-Rate-By-Property.
     Move "N" To WS-Rate-Found-Switch.
     Move WS-Requested-Property To UR-Property-Code.
     Read Utility-Rates
         Invalid Key
             Move "N" To WS-Rate-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Rate-Found-Switch
     End-Read.
     If Rate-Was-Not-Found
         Display "UTRTMNT - NO UTILITY RATES ON FILE FOR PROPERTY "
             WS-Requested-Property
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Rate - show the current rate record on the
*> console.
*> ---------------------------------------------------------------
 2600-Display-Rate.
     Display "PROPERTY:         " UR-Property-Code.
     Display "WATER RATE:       " UR-Water-Rate.
     Display "WATER CODE:       " UR-Water-Charge-Code.
     Display "ELECTRIC RATE:    " UR-Electric-Rate.
     Display "ELECTRIC CODE:    " UR-Electric-Charge-Code.
     Display "HIGH USE FACTOR:  " UR-High-Usage-Factor.

*> ---------------------------------------------------------------
*> 2700-Accept-Rate-Fields - prompt for each rate, the charge code
*> it bills under and the high-usage factor, looping back on each
*> until it keys in right.  A utility keyed with a zero rate is
*> not billed by usage and needs no charge code.
*> ---------------------------------------------------------------
 2700-Accept-Rate-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-Water-Rate Until Valid-Entry.
     Move Spaces To WS-Water-Code-In.
     If WS-Water-Rate-In > Zero
         Move "N" To WS-Valid-Entry-Switch
         Perform 2720-Accept-Water-Code Until Valid-Entry
     End-If.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2730-Accept-Electric-Rate Until Valid-Entry.
     Move Spaces To WS-Electric-Code-In.
     If WS-Electric-Rate-In > Zero
         Move "N" To WS-Valid-Entry-Switch
         Perform 2740-Accept-Electric-Code Until Valid-Entry
     End-If.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2750-Accept-Usage-Factor Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-Water-Rate - one pass at the water rate prompt:
*> 6 digits, ten-thousandths last (004250 is 0.4250 a unit), the
*> cents-last convention every amount field in this shop is keyed
*> with.
*> ---------------------------------------------------------------
 2710-Accept-Water-Rate.
     Display "WATER RATE PER UNIT (6 DIGITS, E.G. 004250 = .4250): ".
     Accept WS-Rate-In.
     If WS-Rate-In Is Numeric
         Move WS-Rate-In To WS-Rate-Work
         Compute WS-Water-Rate-In = WS-Rate-Work / 10000
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "UTRTMNT - RATE MUST BE 6 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2720-Accept-Water-Code - one pass at the water charge code
*> prompt; the code must be on the charge code master.
*> ---------------------------------------------------------------
 2720-Accept-Water-Code.
     Display "WATER CHARGE CODE: ".
     Accept WS-Code-In.
     Perform 2760-Check-Charge-Code.
     If Valid-Entry
         Move WS-Code-In To WS-Water-Code-In
     End-If.

*> ---------------------------------------------------------------
*> 2730-Accept-Electric-Rate - one pass at the electric rate
*> prompt, keyed the same way as the water rate.
*> ---------------------------------------------------------------
 2730-Accept-Electric-Rate.
     Display "ELECTRIC RATE PER KWH (6 DIGITS, E.G. 001350 = .1350): ".
     Accept WS-Rate-In.
     If WS-Rate-In Is Numeric
         Move WS-Rate-In To WS-Rate-Work
         Compute WS-Electric-Rate-In = WS-Rate-Work / 10000
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "UTRTMNT - RATE MUST BE 6 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2740-Accept-Electric-Code - one pass at the electric charge
*> code prompt; the code must be on the charge code master.
*> ---------------------------------------------------------------
 2740-Accept-Electric-Code.
     Display "ELECTRIC CHARGE CODE: ".
     Accept WS-Code-In.
     Perform 2760-Check-Charge-Code.
     If Valid-Entry
         Move WS-Code-In To WS-Electric-Code-In
     End-If.

*> ---------------------------------------------------------------
*> 2750-Accept-Usage-Factor - one pass at the high-usage factor
*> prompt: 3 digits, tenths last (030 is 3.0 times the average);
*> zero leaves the billing run's default of three times.
*> ---------------------------------------------------------------
 2750-Accept-Usage-Factor.
     Display "HIGH USAGE FACTOR (3 DIGITS, E.G. 030 = 3.0 X AVG): ".
     Accept WS-Factor-In.
     If WS-Factor-In Is Numeric
         Move WS-Factor-In To WS-Factor-Work
         Compute WS-Factor-Value-In = WS-Factor-Work / 10
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "UTRTMNT - FACTOR MUST BE 3 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2760-Check-Charge-Code - the code keyed must be on the charge
*> code master; a code not there has no description or revenue
*> account to bill under.
*> ---------------------------------------------------------------
 2760-Check-Charge-Code.
     Inspect WS-Code-In Converting
         "abcdefghijklmnopqrstuvwxyz"
         To "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     Move WS-Code-In To CC-Charge-Code.
     Read Charge-Code-Master
         Invalid Key
             Display "UTRTMNT - CHARGE CODE " WS-Code-In
                 " NOT ON CHARGE CODE MASTER"
         Not Invalid Key
             Move "Y" To WS-Valid-Entry-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2800-Move-Rate-Fields - carry the fields just keyed onto the
*> rate record.
*> ---------------------------------------------------------------
 2800-Move-Rate-Fields.
     Move WS-Water-Rate-In     To UR-Water-Rate.
     Move WS-Water-Code-In     To UR-Water-Charge-Code.
     Move WS-Electric-Rate-In To UR-Electric-Rate.
     Move WS-Electric-Code-In To UR-Electric-Charge-Code.
     Move WS-Factor-Value-In To UR-High-Usage-Factor.

*> ---------------------------------------------------------------
*> 3000-Add-Rate-Routine - take the property's rates and write
*> them.
*> ---------------------------------------------------------------
 3000-Add-Rate-Routine.
     Perform 2700-Accept-Rate-Fields.
     Move Spaces To Utility-Rate-Record.
     Move WS-Requested-Property To UR-Property-Code.
     Perform 2800-Move-Rate-Fields.
     Write Utility-Rate-Record
         Invalid Key
             If Utility-Rates-Status = "22"
                 Display "UTRTMNT - RATES ARE ALREADY ON FILE FOR "
                     UR-Property-Code " - USE CHANGE"
             Else
                 Display "UTRTMNT - UNABLE TO ADD RATES FOR "
                     UR-Property-Code " - STATUS "
                     Utility-Rates-Status
             End-If
     End-Write.

*> ---------------------------------------------------------------
*> 4000-Change-Rate-Routine - load the requested rates, show them,
*> and rewrite them with the corrected fields.
*> ---------------------------------------------------------------
 4000-Change-Rate-Routine.
     Perform 2500-Load-Rate-By-Property.
     If Rate-Was-Found
         Perform 2600-Display-Rate
         Perform 2700-Accept-Rate-Fields
         Perform 2800-Move-Rate-Fields
         Rewrite Utility-Rate-Record
             Invalid Key
                 Display "UTRTMNT - UNABLE TO CHANGE RATES FOR "
                     UR-Property-Code " - STATUS "
                     Utility-Rates-Status
         End-Rewrite
     End-If.

*> ---------------------------------------------------------------
*> 5000-Delete-Rate-Routine - remove the requested property's
*> rates; its units simply stop billing by usage.
*> ---------------------------------------------------------------
 5000-Delete-Rate-Routine.
     Perform 2500-Load-Rate-By-Property.
     If Rate-Was-Found
         Delete Utility-Rates Record
             Invalid Key
                 Display "UTRTMNT - UNABLE TO DELETE RATES FOR "
                     UR-Property-Code " - STATUS "
                     Utility-Rates-Status
         End-Delete
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Rate-Routine - load and display the requested
*> rates read-only.
*> ---------------------------------------------------------------
 6000-Inquiry-Rate-Routine.
     Perform 2500-Load-Rate-By-Property.
     If Rate-Was-Found
         Perform 2600-Display-Rate
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Utility-Rates.
     Close Charge-Code-Master.
     Close Audit-Log.
