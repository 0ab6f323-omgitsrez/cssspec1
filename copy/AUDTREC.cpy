*>             id stamped on it, so the attempts to fake or exceed
*>             one are themselves on the log; both carry a blank
*>             Tenant-Id and empty before/after images.
*> 2026-10-15  Added the occupant sequence number, out of Filler.
*>             An Add, Change or Delete against a co-tenant or
*>             guarantor (OccpMnt, and ApplMnt's convert) is logged
*>             under the tenancy's Tenant-Id, with the occupant's
*>             sequence number here and the occupant's name,
*>             address and phone in the images (start date and
*>             rent zero).  Only entries against an occupant carry
*>             it; anything else there means nothing.
 01   Audit-Log-Record.
 03   AL-Log-Date         Pic 9(8).
 03   AL-Log-Time         Pic 9(6).
     05   AL-After-PhoneNo     Pic X(7).
     05   AL-After-Start-Date     Pic 9(8).
     05   AL-After-Rent-Amt     Pic 9(4)v99.
 03   AL-Occupant-Seq-No     Pic X(2).
 03   Filler             Pic X(8).
