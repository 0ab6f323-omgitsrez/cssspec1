*> BKOSREC - Bank Reconciliation Outstanding Item record layout.
*> The file BankRec carries forward from one day's reconciliation
*> to the next (read as BANKOSI, rewritten as BANKOSO).  The first
*> record is the "B" balance record: the date of the last statement
*> reconciled, the bank's closing balance on it, and the book
*> balance of the operating account at that point.  Every other
*> record is an "I" item still open: side "K" an item the cash
*> book (CSHBREC) booked that has not yet cleared the bank, side
*> "N" an item the bank statement (BSTMREC) posted that was never
*> booked.  OS-Carried-Since is the statement date the item was
*> first left open, so the report can show how long it has aged.
*> 2026-10-15  Original version.
 01   Outstanding-Item-Record.
 03   OS-Record-Type         Pic X(1).
     88   OS-Is-Balance         Value "B".
     88   OS-Is-Item         Value "I".
 03   OS-Item-Fields.
     05   OS-Side         Pic X(1).
         88   OS-Booked-Not-Cleared Value "K".
         88   OS-Bank-Not-Booked     Value "N".
     05   OS-Dr-Cr         Pic X(1).
         88   OS-Is-Credit     Value "C".
         88   OS-Is-Debit     Value "D".
     05   OS-Source         Pic X(1).
     05   OS-Item-Date     Pic 9(8).
     05   OS-Carried-Since     Pic 9(8).
     05   OS-Amount         Pic 9(8)v99.
     05   OS-Reference     Pic X(15).
     05   OS-Description     Pic X(30).
     05   Filler         Pic X(5).
 03   OS-Balance-Fields Redefines OS-Item-Fields.
     05   OS-Statement-Date     Pic 9(8).
     05   OS-Bank-Balance     Pic S9(10)v99.
     05   OS-Book-Balance     Pic S9(10)v99.
     05   Filler         Pic X(47).
