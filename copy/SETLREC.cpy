*> collections, deposit activity and the management fee on them)
*> instead of under UNASSIGNED.
*> 2026-09-02  Original version.
*> 2026-10-14  Added the tenant's last and first name, snapshotted
*>             at move-out like the property, so the aging report
*>             and the former-tenant collections run can still
*>             name a tenant Tenant-Master no longer carries.
*> 2026-10-15  The names do not fit in Filler, so the record grew
*>             from 30 to 80 bytes; the existing SETLXREF cluster
*>             is unloaded, redefined and reloaded once by the
*>             SetlCnv job before any program built on this layout
*>             opens it.  Tenants settled before then carry the
*>             names as spaces.
 01   Settled-Tenant-Record.
 03   ST-Tenant-Id         Pic X(6).
 03   ST-Property-Code     Pic X(4).
 03   ST-Move-Out-Date     Pic 9(8).
 03   ST-Last-Name         Pic X(25).
 03   ST-First-Name         Pic X(25).
 03   Filler             Pic X(12).
