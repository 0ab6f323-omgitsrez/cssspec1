*> MTRVREC - Meter Vendor reading file record layout.
*> One line per unit visit on the file the meter reading vendor
*> sends, in the layout agreed with the vendor: the property and
*> unit, the date read, and the water and electric register
*> readings, zero for a meter the unit does not have.  MtrLoad
*> edits each line and loads it to the meter reading file
*> (MTRDREC).
*> 2026-10-15  Original version.
 01   Meter-Vendor-Record.
 03   MV-Property-Code     Pic X(4).
 03   MV-Unit-No         Pic X(4).
 03   MV-Read-Date         Pic X(8).
 03   MV-Water-Reading     Pic X(7).
 03   MV-Electric-Reading     Pic X(7).
 03   Filler             Pic X(10).
