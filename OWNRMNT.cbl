*>                   is open to any active operator, Add/Change/
*>                   Assign need level 2, Delete needs a
*>                   supervisor.
*> 2026-10-15  RWC   Add and Change now also take the owner's
*>                   taxpayer ID (nine digits, keyed without
*>                   dashes), whether it is an EIN or an SSN, and
*>                   whether the owner gets a 1099 at year end;
*>                   Inquiry shows all three.  An eligible owner
*>                   must have a full taxpayer ID.
*> 2026-10-15  RWC   An operator below level 2 now sees only the
*>                   last four digits of the taxpayer ID; the rest
*>                   shows as asterisks.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Pct-In         Pic X(4)     Value Spaces.
 03   WS-Pct-Work         Pic 9(4)     Value Zero.
 03   WS-Fee-Pct-In         Pic 9(2)v99     Value Zero.
 03   WS-Taxpayer-Id-In     Pic X(9)     Value Spaces.
 03   WS-TIN-Type-In         Pic X(1)     Value Space.
     88   TIN-Type-In-Is-Valid     Value "E" "S".
 03   WS-1099-Flag-In     Pic X(1)     Value Space.
     88   1099-Flag-In-Is-Valid     Value "Y" "N".

 Procedure Division.
*> ---------------------------------------------------------------

*> ---------------------------------------------------------------
*> 2600-Display-Owner - show the current owner record on the
*> console; an inquiry-only operator sees the taxpayer ID masked
*> to its last four digits.
*> ---------------------------------------------------------------
 2600-Display-Owner.
     Display "OWNER ID:     " OW-Owner-Id.
     Display "STATE:        " OW-State.
     Display "ZIP:          " OW-Zip.
     Display "MGMT FEE PCT: " OW-Mgmt-Fee-Pct.
     If Authority-Is-Inquiry
         And OW-Taxpayer-Id Not = Spaces
         Display "TAXPAYER ID:  *****" OW-Taxpayer-Id(6:4)
     Else
         Display "TAXPAYER ID:  " OW-Taxpayer-Id
     End-If.
     Display "TIN TYPE:     " OW-TIN-Type.
     Display "1099 OWNER:   " OW-1099-Flag.

*> ---------------------------------------------------------------
*> 2700-Accept-Owner-Fields - prompt for the owner's name, remit-to
*> address, management fee percentage and tax fields; loop back
*> until the fee keys in as four digits, hundredths last, the way
*> batch amount fields are keyed everywhere in this shop (0800 = 8
*> percent), and the tax fields key in valid.
*> ---------------------------------------------------------------
 2700-Accept-Owner-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Accept WS-Zip-In.
     Display "MGMT FEE PCT (4 DIGITS, HUNDREDTHS LAST, E.G. 0800): ".
     Accept WS-Pct-In.
     Display "TAXPAYER ID (9 DIGITS, NO DASHES): ".
     Accept WS-Taxpayer-Id-In.
     Display "TIN TYPE (E=EIN, S=SSN): ".
     Accept WS-TIN-Type-In.
     Inspect WS-TIN-Type-In Converting "es" To "ES".
     Display "1099 ELIGIBLE (Y/N): ".
     Accept WS-1099-Flag-In.
     Inspect WS-1099-Flag-In Converting "yn" To "YN".
     Evaluate True
         When WS-Pct-In Is Not Numeric
             Display "OWNRMNT - FEE PCT MUST BE 4 NUMERIC DIGITS"
         When WS-Taxpayer-Id-In Not = Spaces
             And WS-Taxpayer-Id-In Is Not Numeric
             Display "OWNRMNT - TAXPAYER ID MUST BE 9 NUMERIC DIGITS"
         When Not TIN-Type-In-Is-Valid
             Display "OWNRMNT - TIN TYPE MUST BE E OR S"
         When Not 1099-Flag-In-Is-Valid
             Display "OWNRMNT - 1099 ELIGIBLE MUST BE Y OR N"
         When WS-1099-Flag-In = "Y"
             And WS-Taxpayer-Id-In Is Not Numeric
             Display "OWNRMNT - A 1099 OWNER NEEDS A TAXPAYER ID"
         When Other
             Move WS-Pct-In To WS-Pct-Work
             Compute WS-Fee-Pct-In = WS-Pct-Work / 100
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 3000-Add-Owner-Routine - take the new owner's fields and write
     Move WS-State-In     To OW-State.
     Move WS-Zip-In         To OW-Zip.
     Move WS-Fee-Pct-In     To OW-Mgmt-Fee-Pct.
     Move WS-Taxpayer-Id-In     To OW-Taxpayer-Id.
     Move WS-TIN-Type-In     To OW-TIN-Type.
     Move WS-1099-Flag-In     To OW-1099-Flag.
     Write Owner-Master-Record
         Invalid Key
             Display "OWNRMNT - UNABLE TO ADD OWNER "
         Move WS-State-In     To OW-State
         Move WS-Zip-In         To OW-Zip
         Move WS-Fee-Pct-In     To OW-Mgmt-Fee-Pct
         Move WS-Taxpayer-Id-In     To OW-Taxpayer-Id
         Move WS-TIN-Type-In     To OW-TIN-Type
         Move WS-1099-Flag-In     To OW-1099-Flag
         Rewrite Owner-Master-Record
             Invalid Key
                 Display "OWNRMNT - UNABLE TO CHANGE OWNER "
