*> BSTMREC - Bank Statement record layout.
*> The daily statement file the bank sends for the operating
*> account: one "D" detail per credit or debit that posted to the
*> account that day, with the bank's own reference and
*> description, closed out by one "T" trailer carrying the
*> statement date, the opening and closing ledger balances, and
*> the item count and credit and debit totals.  BankRec proves the
*> file against its trailer (opening balance plus credits less
*> debits must equal the closing balance) before reconciling any
*> of it against the cash book (CSHBREC).
*> 2026-10-15  Original version.
 01   Bank-Statement-Record.
 03   BS-Record-Type         Pic X(1).
     88   BS-Is-Detail         Value "D".
     88   BS-Is-Trailer         Value "T".
 03   BS-Detail-Fields.
     05   BS-Post-Date     Pic 9(8).
     05   BS-Dr-Cr         Pic X(1).
         88   BS-Is-Credit     Value "C".
         88   BS-Is-Debit     Value "D".
     05   BS-Amount         Pic 9(8)v99.
     05   BS-Bank-Ref     Pic X(15).
     05   BS-Description     Pic X(30).
     05   Filler         Pic X(15).
 03   BS-Trailer-Fields Redefines BS-Detail-Fields.
     05   BS-Statement-Date     Pic 9(8).
     05   BS-Opening-Balance     Pic S9(10)v99.
     05   BS-Closing-Balance     Pic S9(10)v99.
     05   BS-Item-Count     Pic 9(6).
     05   BS-Total-Credits     Pic 9(10)v99.
     05   BS-Total-Debits     Pic 9(10)v99.
     05   Filler         Pic X(17).
