*> UTRTREC - Utility Rate record layout.
*> One record per property whose units are submetered, keyed by
*> Property-Code.  Carries the price of one unit of water and of
*> one kilowatt-hour (00425 keyed through UtRtMnt is 0.0425), the
*> charge code on the charge code master (CHGCREC) each utility
*> bills under, and how many times a unit's average usage a new
*> reading may show before the billing run holds it as impossible
*> (zero means three times).  A utility with a zero rate is not
*> billed by usage at the property - a flat fee stays on the
*> recurring charge file (RCHGREC) - and a property with no record
*> here bills no usage at all.
*> 2026-10-15  Original version.
 01   Utility-Rate-Record.
 03   UR-Property-Code     Pic X(4).
 03   UR-Water-Rate         Pic 9(2)v9(4).
 03   UR-Water-Charge-Code     Pic X(4).
 03   UR-Electric-Rate     Pic 9(2)v9(4).
 03   UR-Electric-Charge-Code Pic X(4).
 03   UR-High-Usage-Factor     Pic 9(2)v9.
 03   Filler             Pic X(20).
