*> OCCPREC - Occupant record layout.
*> One record per additional leaseholder (co-tenant) or guarantor
*> on a tenancy, keyed by the Tenant-Id of the primary leaseholder
*> Tenant-Master carries and a sequence number within it.  Each
*> carries the person's own name, mailing address and phone.  A
*> co-tenant's refund share is the percent of the move-out deposit
*> refund MoveOut pays to that co-tenant; the primary tenant is paid
*> whatever the co-tenants' shares leave.  A guarantor carries no
*> share, and is mailed a copy of every rent statement and late
*> notice the tenancy is sent.  Maintained through OccpMnt.
*> 2026-10-15  Original version.
 01   Occupant-Record.
 03   OC-Key.
     05   OC-Tenant-Id     Pic X(6).
     05   OC-Seq-No     Pic 9(2).
 03   OC-Role             Pic X(1).
     88   OC-Role-Is-Co-Tenant     Value "C".
     88   OC-Role-Is-Guarantor     Value "G".
 03   OC-Last-Name         Pic X(25).
 03   OC-First-Name         Pic X(25).
 03   OC-ADD1             Pic X(50).
 03   OC-City             Pic X(20).
 03   OC-State             Pic X(2).
 03   OC-Zip             Pic X(10).
 03   OC-PhoneNo         Pic X(7).
 03   OC-Refund-Share-Pct     Pic 9(3)v99.
 03   Filler             Pic X(10).
