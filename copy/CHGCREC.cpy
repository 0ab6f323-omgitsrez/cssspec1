*> CHGCREC - Charge Code Master record layout.
*> One record per charge code the shop bills under (parking, pet
*> rent, utility, storage locker, ...), keyed by Charge-Code.
*> Carries the description printed on the tenant's statement, the
*> revenue GL account the GL extract credits, whether the charge
*> is taxable, and whether its billings count toward the owner's
*> management fee base.  Maintained by ChgCdMnt; ChgMnt refuses a
*> recurring charge under a code not on this file.  A new fee type
*> is a new record here, not a program change.
*> 2026-10-14  Original version.
 01   Charge-Code-Record.
 03   CC-Charge-Code         Pic X(4).
 03   CC-Description         Pic X(20).
 03   CC-GL-Account         Pic X(6).
 03   CC-Taxable-Flag     Pic X(1).
     88   Charge-Is-Taxable     Value "Y".
     88   Charge-Is-Not-Taxable     Value "N".
 03   CC-Mgmt-Fee-Flag     Pic X(1).
     88   Charge-Counts-For-Fee     Value "Y".
     88   Charge-Excluded-From-Fee Value "N".
 03   Filler             Pic X(18).
