*> MTRDREC - Utility Meter Reading record layout.
*> One record per reading of a unit's water and electric submeters,
*> keyed by Property-Code, Unit-No and the date the meters were
*> read, so a unit's readings come back in date order.  Written by
*> the reading screen (MtrMnt) or the meter vendor's batch load
*> (MtrLoad), each of which stamps the Tenant-Id Unit-Master showed
*> in the unit on the day - spaces when it stood vacant - so the
*> readings themselves are the unit's occupancy history the
*> utility billing run (UtilBill) prorates a tenant change by.  A
*> meter the unit does not have reads zero.
*> The usage, prior-reading and billed-share fields are filled in
*> by UtilBill when it bills the reading: the share fields are the
*> part of the usage and charge that fell to the tenant stamped on
*> this reading, which RentBill prints on that tenant's statement.
*> A reading UtilBill finds impossible (running backwards, or far
*> above the unit's average) is marked Exception and stays unbilled
*> until it is corrected through MtrMnt, which puts it back to
*> Unbilled for the next run.
*> 2026-10-15  Original version.
*> 2026-10-15  The Tenant-Id stamped is now the tenant who had the
*>             unit on the read date (from the tenant's start date
*>             and MoveOut's settled move-out date), not whoever
*>             has it on the day the reading is keyed or loaded.
*>             A new reading dated on or before a billed one is
*>             refused, and one that reaches UtilBill that way is
*>             marked Exception; while any reading of a unit is an
*>             Exception its later readings are held unbilled.
 01   Meter-Reading-Record.
 03   MR-Key.
     05   MR-Property-Code     Pic X(4).
     05   MR-Unit-No         Pic X(4).
     05   MR-Read-Date         Pic 9(8).
 03   MR-Water-Reading     Pic 9(7).
 03   MR-Electric-Reading     Pic 9(7).
 03   MR-Tenant-Id         Pic X(6).
 03   MR-Source         Pic X(1).
     88   MR-Source-Is-Screen     Value "S".
     88   MR-Source-Is-Vendor     Value "V".
 03   MR-Status         Pic X(1).
     88   MR-Status-Unbilled     Value "N".
     88   MR-Status-Billed     Value "B".
     88   MR-Status-Exception     Value "X".
 03   MR-Billed-Period     Pic 9(6).
 03   MR-Prior-Read-Date     Pic 9(8).
 03   MR-Prior-Water-Reading     Pic 9(7).
 03   MR-Prior-Electric-Reading Pic 9(7).
 03   MR-Water-Usage         Pic 9(7).
 03   MR-Electric-Usage     Pic 9(7).
 03   MR-Tenant-Water-Usage     Pic 9(7).
 03   MR-Tenant-Electric-Usage Pic 9(7).
 03   MR-Tenant-Water-Amt     Pic 9(4)v99.
 03   MR-Tenant-Electric-Amt     Pic 9(4)v99.
 03   Filler             Pic X(20).
