*>                   deposit entry, it reduces what the tenant
*>                   owes, so it retires open items oldest-first
*>                   the way a Payment does.
*> 2026-10-14  RWC   A tenant MoveOut has removed from Tenant-Master
*>                   now prints under the name snapshotted on the
*>                   settled tenant cross-reference instead of a
*>                   blank.  Former-tenant collections now post
*>                   bad-debt Write-Off ("W") entries, which retire
*>                   open items oldest-first like a Payment, and
*>                   Recovery ("Y") entries, which re-open a
*>                   receivable like a Reversal until the agency
*>                   Payment behind them settles it.
*> 2026-10-15  RWC   Settled-name comments brought into line with
*>                   the SetlCnv reload of the cross-reference.
*> 2026-10-15  RWC   A debit Adjustment (a positive "A" entry, now
*>                   postable through AdjMnt) is aged as an open
*>                   item like a charge; only a credit Adjustment
*>                   is applied against the open items.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Aging-Report Assign To "AGERPT"
         Organization Is Line Sequential
         File Status Is Aging-Report-Status.
 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Aging-Report.
 01   Report-Line         Pic X(100).

 01   Work-Fields.
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   Aging-Report-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-Ledger         Value "Y".
 1000-Initialize-Routine.
     Open Input Tenant-Ledger.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open Output Aging-Report.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Write Report-Line From Heading-Line-1.
         Perform 2040-Add-Open-Billed-Entry
     End-If.
     If LG-Type-Is-Late-Fee Or LG-Type-Is-Reversal
         Or LG-Type-Is-Recovery
         Or (LG-Type-Is-Adjustment And LG-Amount > Zero)
         Perform 2040-Add-Open-Billed-Entry
     End-If.
     If LG-Type-Is-Payment
         Or (LG-Type-Is-Adjustment And LG-Amount < Zero)
         Or LG-Type-Is-Deposit-Applied
         Or LG-Type-Is-Interest-Applied
         Or LG-Type-Is-Write-Off
         Perform 2050-Apply-Payment-To-Open-Items
     End-If.
     Read Tenant-Ledger

*> ---------------------------------------------------------------
*> 2510-Look-Up-Tenant-Name - read Tenant-Master for the tenant's
*> name to print alongside the Tenant-Id; a tenant since removed by
*> MoveOut is named off the settled tenant cross-reference, and
*> left blank only if neither file knows the tenant.
*> ---------------------------------------------------------------
 2510-Look-Up-Tenant-Name.
     Move Spaces To WS-Tenant-Name.
     Move WS-Current-Tenant-Id To TM-Tenant-Id.
     Read Tenant-Master
         Invalid Key
             Perform 2515-Look-Up-Settled-Name
         Not Invalid Key
             Move 25 To WS-Trim-Max
             Call "TrimFld" Using TM-Last-Name, WS-Trim-Max,
                 Into WS-Tenant-Name
     End-Read.

*> ---------------------------------------------------------------
*> 2515-Look-Up-Settled-Name - the tenant is no longer on
*> Tenant-Master; take the name MoveOut snapshotted on the settled
*> tenant cross-reference, if there is one.
*> ---------------------------------------------------------------
 2515-Look-Up-Settled-Name.
     If Not No-Settled-File
         Move WS-Current-Tenant-Id To ST-Tenant-Id
         Read Settled-Tenants
             Invalid Key
                 Continue
             Not Invalid Key
                 Perform 2517-Format-Settled-Name
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2517-Format-Settled-Name - format the snapshotted name the way
*> a Tenant-Master name is.  A tenant settled before names were
*> snapshotted was carried into the longer record by the SetlCnv
*> reload with the names as spaces, and stays blank.
*> ---------------------------------------------------------------
 2517-Format-Settled-Name.
     If ST-Last-Name Not = Spaces
         Move 25 To WS-Trim-Max
         Call "TrimFld" Using ST-Last-Name, WS-Trim-Max,
             WS-Last-Name-Len
         Call "TrimFld" Using ST-First-Name, WS-Trim-Max,
             WS-First-Name-Len
         String ST-Last-Name(1:WS-Last-Name-Len) Delimited By Size
             ", " Delimited By Size
             ST-First-Name(1:WS-First-Name-Len) Delimited By Size
             Into WS-Tenant-Name
     End-If.

*> ---------------------------------------------------------------
*> 2520-Compute-Days-Past-Due - turn today's date and the tenant's
*> oldest unresolved Billed date each into a Julian day number so
 9999-Terminate-Routine.
     Close Tenant-Ledger.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Aging-Report.
