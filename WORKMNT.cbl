*>                   there is no Delete function to authorize.
*>                   Open/Change/Close need level 2; Inquiry is
*>                   open to any active operator.
*> 2026-10-15  RWC   Added the Cost (K) function: keys what an
*>                   order cost and who did it onto the order's
*>                   Work-Cost record (WCSTREC) - the vendor, who
*>                   must be active on Vendor-Master, the vendor's
*>                   invoice number and date, labor, materials, and
*>                   whether it was tenant-caused damage to charge
*>                   back, and to whom (the unit's current tenant
*>                   unless another is keyed).  The WorkPost run
*>                   passes the invoice to accounts payable and
*>                   posts the chargeback; once it has done either
*>                   the costs are final and Cost refuses them.
*>                   Cost needs level 2; Inquiry now shows each
*>                   order's costs.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is UM-Key
         File Status Is Unit-Master-Status.
     Select Work-Costs Assign To "WORKCOST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is WK-Key
         File Status Is Work-Costs-Status.
     Select Vendor-Master Assign To "VENDMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is VN-Vendor-Id
         File Status Is Vendor-Master-Status.
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
 FD  Unit-Master.
 Copy UNITREC.

 FD  Work-Costs.
 Copy WCSTREC.

 FD  Vendor-Master.
 Copy VENDREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Audit-Log.
 Copy AUDTREC.

 01   Work-Fields.
 03   Work-Orders-Status     Pic X(2)     Value "00".
 03   Unit-Master-Status     Pic X(2)     Value "00".
 03   Work-Costs-Status     Pic X(2)     Value "00".
 03   Vendor-Master-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
 03   WS-Password         Pic X(8)     Value Spaces.
     88   Function-Is-Change     Value "C".
     88   Function-Is-Close     Value "X".
     88   Function-Is-Inquiry     Value "I".
     88   Function-Is-Cost     Value "K".
     88   Function-Is-Valid     Value "A" "C" "X" "I" "K".
 03   WS-Requested-Property     Pic X(4)     Value Spaces.
 03   WS-Requested-Unit     Pic X(4)     Value Spaces.
 03   WS-Requested-Order-In     Pic X(4)     Value Spaces.
 03   WS-Type-In         Pic X(1)     Value Space.
 03   WS-Description-In     Pic X(40)     Value Spaces.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Cost-Found-Switch     Pic X(1)     Value "N".
     88   Cost-Was-Found         Value "Y".
     88   Cost-Was-Not-Found     Value "N".
 03   WS-Vendor-Found-Switch     Pic X(1)     Value "N".
     88   Vendor-Was-Found     Value "Y".
 03   WS-Tenant-Found-Switch     Pic X(1)     Value "N".
     88   Tenant-Was-Found     Value "Y".
 03   WS-Unit-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Vendor-Id-In     Pic X(6)     Value Spaces.
 03   WS-Invoice-No-In     Pic X(12)     Value Spaces.
 03   WS-Invoice-Date-In     Pic X(8)     Value Spaces.
 03   WS-Labor-In         Pic X(7)     Value Spaces.
 03   WS-Materials-In     Pic X(7)     Value Spaces.
 03   WS-Damage-Flag-In     Pic X(1)     Value Space.
     88   Damage-Flag-In-Is-Valid Value "Y" "N".
 03   WS-Charge-Tenant-In     Pic X(6)     Value Spaces.
 03   WS-Amount-Work         Pic 9(7)     Value Zero.

 Procedure Division.
*> ---------------------------------------------------------------
                 Perform 5000-Close-Order-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Order-Routine
             When Function-Is-Cost
                 Perform 5500-Cost-Order-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the work
*> order, work cost and vendor files on the first run if they do
*> not yet exist (the settled-tenant file is only ever read, and
*> a shop with none simply has no former tenants to charge).
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Work-Orders.
         Open I-O Work-Orders
     End-If.
     Open Input Unit-Master.
     Open I-O Work-Costs.
     If Work-Costs-Status = "35"
         Open Output Work-Costs
         Close Work-Costs
         Open I-O Work-Costs
     End-If.
     Open Input Vendor-Master.
     If Vendor-Master-Status = "35"
         Open Output Vendor-Master
         Close Vendor-Master
         Open Input Vendor-Master
     End-If.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open Extend Audit-Log.
     Accept WS-Today-Date-Work From Date YYYYMMDD.

             Move "Y" To WS-Run-Refused-Switch
     End-Evaluate.
     If Not Run-Was-Refused
         Display "FUNCTION (A=OPEN, C=CHANGE, X=CLOSE, K=COST,"
             " I=INQUIRY): "
         Accept WS-Function-Code
         Inspect WS-Function-Code Converting
             "acxik" To "ACXIK"
         If Function-Is-Valid
             Perform 1600-Check-Function-Authority
         End-If

*> ---------------------------------------------------------------
*> 1600-Check-Function-Authority - Inquiry is open to any operator
*> who signed on; Open, Change, Close and Cost need level 2.  A
*> reach past one's authority is logged ("U") and ends the run.
*> ---------------------------------------------------------------
 1600-Check-Function-Authority.
     Evaluate True
     Display "CLOSED:       " WO-Close-Date.
     Display "DESCRIPTION:  " WO-Description.

*> ---------------------------------------------------------------
*> 2650-Display-Order-Costs - show the order's costs, when any
*> have been keyed, under the order itself.
*> ---------------------------------------------------------------
 2650-Display-Order-Costs.
     Perform 5510-Load-Cost-Record.
     If Cost-Was-Found
         Display "VENDOR:       " WK-Vendor-Id
         Display "INVOICE NO:   " WK-Invoice-No
         Display "INVOICE DATE: " WK-Invoice-Date
         Display "LABOR:        " WK-Labor-Amt
         Display "MATERIALS:    " WK-Materials-Amt
         Display "DAMAGE:       " WK-Damage-Flag
         Display "CHARGE TO:    " WK-Charge-Tenant-Id
         Display "TO PAYABLES:  " WK-AP-Fed-Date
         Display "CHARGED BACK: " WK-Chargeback-Date
     End-If.

*> ---------------------------------------------------------------
*> 2700-Accept-Order-Fields - prompt for the order's type and
*> description; loop back until the type keys in as R or T.
         Display "WORKMNT - TYPE MUST BE R OR T"
     End-If.

*> ---------------------------------------------------------------
*> 2800-Accept-Cost-Fields - prompt for the order's costs; loop
*> back until the vendor is active on Vendor-Master, an invoice
*> number carries its invoice date, labor and materials key in as
*> 7 numeric digits, damage as Y or N, and a damage chargeback
*> names a tenant on Tenant-Master or one MoveOut has settled.
*> ---------------------------------------------------------------
 2800-Accept-Cost-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2810-Accept-One-Cost-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2810-Accept-One-Cost-Attempt - one pass at the cost prompts.
*> The tenant to charge defaults to the unit's current tenant.
*> ---------------------------------------------------------------
 2810-Accept-One-Cost-Attempt.
     Display "VENDOR ID: ".
     Accept WS-Vendor-Id-In.
     Display "INVOICE NO (BLANK IF NOT YET INVOICED): ".
     Accept WS-Invoice-No-In.
     Display "INVOICE DATE (YYYYMMDD, BLANK IF NOT INVOICED): ".
     Accept WS-Invoice-Date-In.
     Display "LABOR (7 DIGITS, CENTS LAST, E.G. 0012500): ".
     Accept WS-Labor-In.
     Display "MATERIALS (7 DIGITS, CENTS LAST): ".
     Accept WS-Materials-In.
     Display "TENANT-CAUSED DAMAGE TO CHARGE BACK (Y/N): ".
     Accept WS-Damage-Flag-In.
     Inspect WS-Damage-Flag-In Converting "yn" To "YN".
     Move Spaces To WS-Charge-Tenant-In.
     If WS-Damage-Flag-In = "Y"
         Display "TENANT TO CHARGE (BLANK FOR " WS-Unit-Tenant-Id
             "): "
         Accept WS-Charge-Tenant-In
         If WS-Charge-Tenant-In = Spaces
             Move WS-Unit-Tenant-Id To WS-Charge-Tenant-In
         End-If
     End-If.
     Perform 2820-Look-Up-Vendor.
     Perform 2830-Look-Up-Charge-Tenant.
     Evaluate True
         When Not Vendor-Was-Found
             Display "WORKMNT - VENDOR NOT ON VENDOR MASTER"
         When VN-Is-Inactive
             Display "WORKMNT - VENDOR IS INACTIVE"
         When WS-Invoice-Date-In Not = Spaces
             And WS-Invoice-Date-In Is Not Numeric
             Display "WORKMNT - INVOICE DATE MUST BE 8 NUMERIC DIGITS"
         When WS-Invoice-No-In Not = Spaces
             And WS-Invoice-Date-In = Spaces
             Display "WORKMNT - AN INVOICE NO NEEDS ITS INVOICE DATE"
         When WS-Labor-In Is Not Numeric
             Display "WORKMNT - LABOR MUST BE 7 NUMERIC DIGITS"
         When WS-Materials-In Is Not Numeric
             Display "WORKMNT - MATERIALS MUST BE 7 NUMERIC DIGITS"
         When Not Damage-Flag-In-Is-Valid
             Display "WORKMNT - DAMAGE MUST BE Y OR N"
         When WS-Damage-Flag-In = "Y"
             And WS-Charge-Tenant-In = Spaces
             Display "WORKMNT - UNIT IS VACANT - KEY THE TENANT TO"
                 " CHARGE"
         When WS-Damage-Flag-In = "Y"
             And Not Tenant-Was-Found
             Display "WORKMNT - TENANT " WS-Charge-Tenant-In
                 " NOT ON FILE"
         When Other
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2820-Look-Up-Vendor - read Vendor-Master for the keyed vendor.
*> ---------------------------------------------------------------
 2820-Look-Up-Vendor.
     Move "N" To WS-Vendor-Found-Switch.
     Move WS-Vendor-Id-In To VN-Vendor-Id.
     Read Vendor-Master
         Invalid Key
             Move "N" To WS-Vendor-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Vendor-Found-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2830-Look-Up-Charge-Tenant - the tenant to charge must be a
*> current tenant, or one MoveOut has settled (damage is often
*> only found on the turn after the tenant has gone).
*> ---------------------------------------------------------------
 2830-Look-Up-Charge-Tenant.
     Move "N" To WS-Tenant-Found-Switch.
     If WS-Charge-Tenant-In Not = Spaces
         Move WS-Charge-Tenant-In To TM-Tenant-Id
         Read Tenant-Master
             Invalid Key
                 Move "N" To WS-Tenant-Found-Switch
             Not Invalid Key
                 Move "Y" To WS-Tenant-Found-Switch
         End-Read
         If Not Tenant-Was-Found And Not No-Settled-File
             Move WS-Charge-Tenant-In To ST-Tenant-Id
             Read Settled-Tenants
                 Invalid Key
                     Move "N" To WS-Tenant-Found-Switch
                 Not Invalid Key
                     Move "Y" To WS-Tenant-Found-Switch
             End-Read
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3000-Open-Order-Routine - verify the unit exists, take the new
*> order's type and description, mint the next order number within
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 5500-Cost-Order-Routine - load the requested order, show it
*> with any costs already keyed, and write or rewrite its Work-
*> Cost record with the costs keyed now.  Costs WorkPost has
*> already passed to accounts payable or charged back to the
*> tenant are final and are left alone.
*> ---------------------------------------------------------------
 5500-Cost-Order-Routine.
     Perform 2400-Accept-Order-Number.
     Perform 2500-Load-Order-By-Key.
     If Order-Was-Found
         Perform 2600-Display-Order
         Perform 2650-Display-Order-Costs
         If Cost-Was-Found
             And (WK-AP-Fed-Date Not = Zero
                 Or WK-Chargeback-Date Not = Zero)
             Display "WORKMNT - COSTS ALREADY PASSED ON BY WORKPOST"
                 " - NOT CHANGED"
         Else
             Perform 5520-Key-Order-Costs
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 5510-Load-Cost-Record - read Work-Costs for the order in hand
*> and report whether it has been costed.
*> ---------------------------------------------------------------
 5510-Load-Cost-Record.
     Move "N" To WS-Cost-Found-Switch.
     Move WO-Property-Code     To WK-Property-Code.
     Move WO-Unit-No         To WK-Unit-No.
     Move WO-Order-No         To WK-Order-No.
     Read Work-Costs
         Invalid Key
             Move "N" To WS-Cost-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Cost-Found-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 5520-Key-Order-Costs - take the costs, defaulting the tenant to
*> charge to the unit's current tenant, and put them on the
*> order's Work-Cost record.
*> ---------------------------------------------------------------
 5520-Key-Order-Costs.
     Move Spaces To WS-Unit-Tenant-Id.
     Perform 3100-Load-Unit-By-Key.
     If Unit-Was-Found
         Move UM-Tenant-Id To WS-Unit-Tenant-Id
     End-If.
     Perform 2800-Accept-Cost-Fields.
     Move WO-Property-Code     To WK-Property-Code.
     Move WO-Unit-No         To WK-Unit-No.
     Move WO-Order-No         To WK-Order-No.
     Move WS-Vendor-Id-In     To WK-Vendor-Id.
     Move WS-Invoice-No-In     To WK-Invoice-No.
     If WS-Invoice-Date-In = Spaces
         Move Zero To WK-Invoice-Date
     Else
         Move WS-Invoice-Date-In To WK-Invoice-Date
     End-If.
     Move WS-Labor-In To WS-Amount-Work.
     Compute WK-Labor-Amt = WS-Amount-Work / 100.
     Move WS-Materials-In To WS-Amount-Work.
     Compute WK-Materials-Amt = WS-Amount-Work / 100.
     Move WS-Damage-Flag-In     To WK-Damage-Flag.
     Move WS-Charge-Tenant-In     To WK-Charge-Tenant-Id.
     Move Zero         To WK-AP-Fed-Date.
     Move Zero         To WK-Chargeback-Date.
     If Cost-Was-Found
         Rewrite Work-Cost-Record
             Invalid Key
                 Display "WORKMNT - UNABLE TO CHANGE COSTS ON "
                     WK-Property-Code "/" WK-Unit-No "/"
                     WK-Order-No " - STATUS " Work-Costs-Status
         End-Rewrite
     Else
         Write Work-Cost-Record
             Invalid Key
                 Display "WORKMNT - UNABLE TO ADD COSTS ON "
                     WK-Property-Code "/" WK-Unit-No "/"
                     WK-Order-No " - STATUS " Work-Costs-Status
         End-Write
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Order-Routine - list every work order on the
*> requested unit, open and closed, in order number order.
         If WO-Property-Code = WS-Requested-Property
             And WO-Unit-No = WS-Requested-Unit
             Perform 2600-Display-Order
             Perform 2650-Display-Order-Costs
             Display " "
             Add 1 To WS-Listed-Count
         Else
 9999-Terminate-Routine.
     Close Work-Orders.
     Close Unit-Master.
     Close Work-Costs.
     Close Vendor-Master.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Audit-Log.
