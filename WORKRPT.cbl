*>                   and grand totals at the end.  Closed orders
*>                   stay off the report; WorkMnt's inquiry shows a
*>                   unit's full history when it is wanted.
*> 2026-10-15  RWC   Added a work order cost summary after the open
*>                   order totals: every order costed on the work
*>                   cost file (WCSTREC), open or closed, totalled
*>                   per unit - orders costed, repair cost, unit
*>                   turn cost, the part flagged as tenant damage
*>                   to charge back, and the total - with a
*>                   subtotal per property and a grand total, so
*>                   turn costs per unit can be seen.  The work
*>                   order file is now read dynamically so each
*>                   cost's order can be looked up for its type.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Work-Orders Assign To "WORKORDS"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is WO-Key
         File Status Is Work-Orders-Status.
     Select Work-Costs Assign To "WORKCOST"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is WK-Key
         File Status Is Work-Costs-Status.
     Select Work-Order-Report Assign To "WORKRPT"
         Organization Is Line Sequential
         File Status Is Work-Order-Report-Status.
 FD  Work-Orders.
 Copy WORKREC.

 FD  Work-Costs.
 Copy WCSTREC.

 FD  Work-Order-Report.
 01   Report-Line         Pic X(100).

 01   Work-Fields.
 03   Work-Orders-Status     Pic X(2)     Value "00".
 03   Work-Order-Report-Status Pic X(2)    Value "00".
 03   Work-Costs-Status     Pic X(2)     Value "00".
 03   WS-No-Order-File-Switch Pic X(1)     Value "N".
     88   No-Order-File         Value "Y".
 03   WS-Cost-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Costs         Value "Y".
 03   WS-First-Cost-Switch     Pic X(1)     Value "Y".
     88   First-Cost-In-Run     Value "Y".
 03   WS-Cost-Order-Switch     Pic X(1)     Value "N".
     88   Cost-Order-Found     Value "Y".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-First-Property-Switch Pic X(1)     Value "Y".
 03   WS-Total-Repair-Count     Pic 9(6)     Value Zero.
 03   WS-Total-Turn-Count     Pic 9(6)     Value Zero.

*> Work order cost totals for the unit and property in hand and
*> for the whole file.
 03   WS-Cost-Property     Pic X(4)     Value Spaces.
 03   WS-Cost-Unit         Pic X(4)     Value Spaces.
 03   WS-Cost-Amount         Pic 9(6)v99     Value Zero.
 03   WS-Unit-Cost-Orders     Pic 9(6)     Value Zero.
 03   WS-Unit-Repair-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Unit-Turn-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Unit-Damage-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Prop-Cost-Orders     Pic 9(6)     Value Zero.
 03   WS-Prop-Repair-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Prop-Turn-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Prop-Damage-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Total-Cost-Orders     Pic 9(6)     Value Zero.
 03   WS-Total-Repair-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Total-Turn-Cost     Pic 9(8)v99     Value Zero.
 03   WS-Total-Damage-Cost     Pic 9(8)v99     Value Zero.

 01   Heading-Line-1.
 03   Filler             Pic X(31) Value "OPEN WORK ORDERS BY PROPERTY".

 03   GT-Turn-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(16)     Value " UNIT TURNS OPEN".

 01   Cost-Heading-1.
 03   Filler             Pic X(31) Value "WORK ORDER COSTS BY PROPERTY".

 01   Cost-Heading-2.
 03   Filler             Pic X(16)     Value "PROP  UNIT".
 03   Filler             Pic X(7)     Value " ORDERS".
 03   Filler             Pic X(16)     Value "    REPAIR COST".
 03   Filler             Pic X(16)     Value "  UNIT TURN COST".
 03   Filler             Pic X(16)     Value "  TENANT DAMAGE".
 03   Filler             Pic X(16)     Value "     TOTAL COST".

 01   Cost-Line.
 03   CL-Label.
     05   CL-Property-Code     Pic X(4).
     05   Filler         Pic X(2).
     05   CL-Unit-No     Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   CL-Order-Count     Pic ZZZ,ZZ9.
 03   Filler             Pic X(2)     Value Spaces.
 03   CL-Repair-Cost     Pic ZZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   CL-Turn-Cost         Pic ZZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   CL-Damage-Cost     Pic ZZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   CL-Total-Cost         Pic ZZZ,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - read the work order file, keyed Property-Code
         Perform 2500-Print-Property-Totals
     End-If.
     Perform 2900-Print-Grand-Totals.
     Perform 3000-Print-Cost-Summary.
     Perform 9999-Terminate-Routine.
     Stop Run.

     If Work-Orders-Status = "35"
         Display "WORKRPT - NO WORK ORDER FILE ON HAND"
         Move "Y" To WS-EOF-Switch
         Move "Y" To WS-No-Order-File-Switch
     End-If.
     Open Output Work-Order-Report.
     Write Report-Line From Heading-Line-1.
     Write Report-Line From Heading-Line-2 After Advancing 2 Lines.
     If Not End-Of-File
         Read Work-Orders Next Record
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.
             Add 1 To WS-Total-Repair-Count
         End-If
     End-If.
     Read Work-Orders Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

     Write Report-Line From Spaces.
     Write Report-Line From Grand-Total-Line.

*> ---------------------------------------------------------------
*> 3000-Print-Cost-Summary - read the work cost file, keyed the
*> same as the orders, and print one line per unit costed with a
*> subtotal as each property's group is finished and a grand total
*> at the end.  A shop with no work cost file, or none on it,
*> says so instead.
*> ---------------------------------------------------------------
 3000-Print-Cost-Summary.
     Write Report-Line From Cost-Heading-1 After Advancing 3 Lines.
     Write Report-Line From Cost-Heading-2 After Advancing 2 Lines.
     Open Input Work-Costs.
     If Work-Costs-Status = "35"
         Move "Y" To WS-Cost-EOF-Switch
     Else
         Perform 3050-Read-Next-Cost
     End-If.
     Perform 3100-Process-One-Cost Until End-Of-Costs.
     If First-Cost-In-Run
         Move "NO WORK ORDER COSTS ON FILE" To Report-Line
         Write Report-Line
     Else
         Perform 3200-Print-Unit-Costs
         Perform 3300-Print-Property-Costs
         Perform 3900-Print-Cost-Grand-Totals
     End-If.
     If Work-Costs-Status Not = "35"
         Close Work-Costs
     End-If.

*> ---------------------------------------------------------------
*> 3050-Read-Next-Cost - read the next work cost record.
*> ---------------------------------------------------------------
 3050-Read-Next-Cost.
     Read Work-Costs
         At End Move "Y" To WS-Cost-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 3100-Process-One-Cost - add the current cost into its unit's
*> totals, under repair or unit turn by its order's type, first
*> printing the finished unit (and property) when it belongs to a
*> different one.
*> ---------------------------------------------------------------
 3100-Process-One-Cost.
     If First-Cost-In-Run
         Move "N"         To WS-First-Cost-Switch
         Move WK-Property-Code     To WS-Cost-Property
         Move WK-Unit-No         To WS-Cost-Unit
         Perform 3230-Reset-Unit-Costs
         Perform 3330-Reset-Property-Costs
     Else
         If WK-Property-Code Not = WS-Cost-Property
             Perform 3200-Print-Unit-Costs
             Perform 3300-Print-Property-Costs
             Move WK-Property-Code To WS-Cost-Property
             Move WK-Unit-No     To WS-Cost-Unit
             Perform 3230-Reset-Unit-Costs
             Perform 3330-Reset-Property-Costs
         Else
             If WK-Unit-No Not = WS-Cost-Unit
                 Perform 3200-Print-Unit-Costs
                 Move WK-Unit-No To WS-Cost-Unit
                 Perform 3230-Reset-Unit-Costs
             End-If
         End-If
     End-If.
     Compute WS-Cost-Amount = WK-Labor-Amt + WK-Materials-Amt.
     Add 1 To WS-Unit-Cost-Orders.
     Perform 3150-Read-Cost-Order.
     If Cost-Order-Found And Order-Is-Turn
         Add WS-Cost-Amount To WS-Unit-Turn-Cost
     Else
         Add WS-Cost-Amount To WS-Unit-Repair-Cost
     End-If.
     If WK-Is-Tenant-Damage
         Add WS-Cost-Amount To WS-Unit-Damage-Cost
     End-If.
     Perform 3050-Read-Next-Cost.

*> ---------------------------------------------------------------
*> 3150-Read-Cost-Order - read the order the current cost belongs
*> to for its type; a cost whose order cannot be found counts as
*> a repair.
*> ---------------------------------------------------------------
 3150-Read-Cost-Order.
     Move "N" To WS-Cost-Order-Switch.
     If Not No-Order-File
         Move WK-Key To WO-Key
         Read Work-Orders
             Invalid Key
                 Move "N" To WS-Cost-Order-Switch
             Not Invalid Key
                 Move "Y" To WS-Cost-Order-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 3200-Print-Unit-Costs - print the line for the unit whose costs
*> just finished and roll its totals into the property's.
*> ---------------------------------------------------------------
 3200-Print-Unit-Costs.
     Move Spaces             To CL-Label.
     Move WS-Cost-Property     To CL-Property-Code.
     Move WS-Cost-Unit         To CL-Unit-No.
     Move WS-Unit-Cost-Orders     To CL-Order-Count.
     Move WS-Unit-Repair-Cost     To CL-Repair-Cost.
     Move WS-Unit-Turn-Cost     To CL-Turn-Cost.
     Move WS-Unit-Damage-Cost     To CL-Damage-Cost.
     Compute CL-Total-Cost = WS-Unit-Repair-Cost
         + WS-Unit-Turn-Cost.
     Write Report-Line From Cost-Line.
     Add WS-Unit-Cost-Orders     To WS-Prop-Cost-Orders.
     Add WS-Unit-Repair-Cost     To WS-Prop-Repair-Cost.
     Add WS-Unit-Turn-Cost     To WS-Prop-Turn-Cost.
     Add WS-Unit-Damage-Cost     To WS-Prop-Damage-Cost.

*> ---------------------------------------------------------------
*> 3230-Reset-Unit-Costs - clear the unit totals when a new unit's
*> costs start.
*> ---------------------------------------------------------------
 3230-Reset-Unit-Costs.
     Move Zero To WS-Unit-Cost-Orders.
     Move Zero To WS-Unit-Repair-Cost.
     Move Zero To WS-Unit-Turn-Cost.
     Move Zero To WS-Unit-Damage-Cost.

*> ---------------------------------------------------------------
*> 3300-Print-Property-Costs - print the subtotal line for the
*> property whose costs just finished and roll its totals into the
*> grand totals.
*> ---------------------------------------------------------------
 3300-Print-Property-Costs.
     Move Spaces             To CL-Label.
     Move WS-Cost-Property     To CL-Property-Code.
     Move "TOTAL"         To CL-Unit-No.
     Move WS-Prop-Cost-Orders     To CL-Order-Count.
     Move WS-Prop-Repair-Cost     To CL-Repair-Cost.
     Move WS-Prop-Turn-Cost     To CL-Turn-Cost.
     Move WS-Prop-Damage-Cost     To CL-Damage-Cost.
     Compute CL-Total-Cost = WS-Prop-Repair-Cost
         + WS-Prop-Turn-Cost.
     Write Report-Line From Cost-Line.
     Write Report-Line From Spaces.
     Add WS-Prop-Cost-Orders     To WS-Total-Cost-Orders.
     Add WS-Prop-Repair-Cost     To WS-Total-Repair-Cost.
     Add WS-Prop-Turn-Cost     To WS-Total-Turn-Cost.
     Add WS-Prop-Damage-Cost     To WS-Total-Damage-Cost.

*> ---------------------------------------------------------------
*> 3330-Reset-Property-Costs - clear the property subtotals when a
*> new property's costs start.
*> ---------------------------------------------------------------
 3330-Reset-Property-Costs.
     Move Zero To WS-Prop-Cost-Orders.
     Move Zero To WS-Prop-Repair-Cost.
     Move Zero To WS-Prop-Turn-Cost.
     Move Zero To WS-Prop-Damage-Cost.

*> ---------------------------------------------------------------
*> 3900-Print-Cost-Grand-Totals - print the cost totals across
*> every property once the last cost is processed.
*> ---------------------------------------------------------------
 3900-Print-Cost-Grand-Totals.
     Move "ALL PROPERTIES"     To CL-Label.
     Move WS-Total-Cost-Orders     To CL-Order-Count.
     Move WS-Total-Repair-Cost     To CL-Repair-Cost.
     Move WS-Total-Turn-Cost     To CL-Turn-Cost.
     Move WS-Total-Damage-Cost     To CL-Damage-Cost.
     Compute CL-Total-Cost = WS-Total-Repair-Cost
         + WS-Total-Turn-Cost.
     Write Report-Line From Cost-Line.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
