*>                   MoveOut would mistake it for the final month's
*>                   rent bill when deriving the unused-days
*>                   credit.
*> 2026-10-14  RWC   An Add now also refuses a charge code that is
*>                   not on the charge code master (CHGCREC,
*>                   maintained by ChgCdMnt).  Any four characters
*>                   used to be accepted, so a mistyped code billed
*>                   with no description on the statement and fell
*>                   into the catch-all income account on the GL
*>                   feed.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.
 FD  Tenant-Master.
 Copy TENREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Audit-Log.
 Copy AUDTREC.

 01   Work-Fields.
 03   Recurring-Charges-Status Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
 03   WS-Password         Pic X(8)     Value Spaces.
 03   WS-Charge-Found-Switch     Pic X(1)     Value "N".
     88   Charge-Was-Found     Value "Y".
     88   Charge-Was-Not-Found     Value "N".
 03   WS-Code-Found-Switch     Pic X(1)     Value "N".
     88   Code-Is-On-Master     Value "Y".
 03   WS-Tenant-Found-Switch     Pic X(1)     Value "N".
     88   Tenant-Was-Found     Value "Y".
     88   Tenant-Was-Not-Found     Value "N".
         Open I-O Recurring-Charges
     End-If.
     Open Input Tenant-Master.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open Input Charge-Code-Master
     End-If.
     Open Extend Audit-Log.

*> ---------------------------------------------------------------

*> ---------------------------------------------------------------
*> 3000-Add-Charge-Routine - verify the charge code is not blank
*> and is on the charge code master, and the tenant exists, take
*> the new charge's fields and write it to Recurring-Charges.  A
*> spaces charge code is refused - it is what every consumer reads
*> as plain rent, so a charge keyed without a code would bill as
*> uncoded rent, feed the GL's rent revenue account, and fool
*> MoveOut's final-month-rent match.  A code not on the master has
*> no description or revenue account to bill under.
*> ---------------------------------------------------------------
 3000-Add-Charge-Routine.
     If WS-Requested-Charge-Code = Spaces
         Display "CHGMNT - CHARGE CODE MAY NOT BE BLANK"
     Else
         Perform 3050-Load-Charge-Code
         If Code-Is-On-Master
             Perform 3010-Add-Charge-For-Tenant
         Else
             Display "CHGMNT - CHARGE CODE " WS-Requested-Charge-Code
                 " NOT ON CHARGE CODE MASTER"
         End-If
     End-If.

*> ---------------------------------------------------------------
         End-Write
     End-If.

*> ---------------------------------------------------------------
*> 3050-Load-Charge-Code - read Charge-Code-Master for the code
*> requested and report whether it is on file.
*> ---------------------------------------------------------------
 3050-Load-Charge-Code.
     Move "N" To WS-Code-Found-Switch.
     Move WS-Requested-Charge-Code To CC-Charge-Code.
     Read Charge-Code-Master
         Invalid Key
             Move "N" To WS-Code-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Code-Found-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 3100-Load-Tenant-By-Id - read Tenant-Master for the tenant the
*> charge belongs to and report whether it is on file.
 9999-Terminate-Routine.
     Close Recurring-Charges.
     Close Tenant-Master.
     Close Charge-Code-Master.
     Close Audit-Log.
