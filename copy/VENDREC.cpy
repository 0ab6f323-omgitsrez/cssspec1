*> VENDREC - Vendor Master record layout.
*> One record per outside vendor work orders are costed to and
*> accounts payable pays (plumber, electrician, cleaning crew,
*> supply house), keyed by Vendor-Id.  Carries the remit-to name
*> and address the AP invoice feed passes along with each invoice,
*> the phone, the taxpayer ID, and whether the vendor is still
*> active - an inactive vendor stays on file for the costs already
*> charged to it but cannot be put on a new one.  Maintained by
*> VendMnt.
*> 2026-10-15  Original version.
 01   Vendor-Master-Record.
 03   VN-Vendor-Id         Pic X(6).
 03   VN-Name             Pic X(30).
 03   VN-ADD1             Pic X(50).
 03   VN-City             Pic X(20).
 03   VN-State             Pic X(2).
 03   VN-Zip             Pic X(10).
 03   VN-PhoneNo         Pic X(7).
 03   VN-Taxpayer-Id     Pic X(9).
 03   VN-Status         Pic X(1).
     88   VN-Is-Active         Value "A".
     88   VN-Is-Inactive     Value "I".
 03   Filler             Pic X(15).
