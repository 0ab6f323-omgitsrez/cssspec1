*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  CashMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Cash book entry of money
*>                   moved through the operating account outside
*>                   the posting runs - the owner remittance,
*>                   deposit refund and vendor checks accounts
*>                   payable cuts from the OwnrStmt, MoveOut and
*>                   WorkPost feeds, bank fees and the like.  Only
*>                   the bank knows when such a check clears and
*>                   for how much (payables may pay several feed
*>                   records with one check), so BankRec carries
*>                   each one as in the bank but never booked
*>                   until it is booked here: Add appends it to the
*>                   cash book (CSHBREC) as an outside entry under
*>                   the reference the bank reported it under, and
*>                   the next BankRec run matches it to the bank
*>                   item and moves the book balance by it, the
*>                   way it does for the posting runs' entries.
*>                   Inquiry lists the entries on the cash book
*>                   still waiting for BankRec.  Add needs a
*>                   supervisor, Inquiry any active operator; one
*>                   function per run, like the masters.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Cash-Book.
 Copy CSHBREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   Audit-Log-Status     Pic X(2)     Value "00".
 03   WS-Operator-Id         Pic X(8)     Value Spaces.
 03   WS-Password         Pic X(8)     Value Spaces.
 03   WS-Operator-Authority     Pic X(1)     Value Space.
     88   Authority-Is-Inquiry     Value "1".
     88   Authority-Is-Clerk     Value "2".
     88   Authority-Is-Supervisor Value "3".
 03   WS-Signon-Return-Code     Pic 9(2)     Value Zero.
 03   WS-Run-Refused-Switch     Pic X(1)     Value "N".
     88   Run-Was-Refused     Value "Y".
 03   WS-Audit-Date         Pic 9(8)     Value Zeros.
 03   WS-Audit-Time         Pic 9(6)     Value Zeros.
 03   WS-Function-Code     Pic X(1)     Value Space.
     88   Function-Is-Add         Value "A".
     88   Function-Is-Inquiry     Value "I".
     88   Function-Is-Valid     Value "A" "I".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Dr-Cr-In         Pic X(1)     Value Space.
     88   Dr-Cr-In-Is-Valid     Value "D" "C".
 03   WS-Date-In         Pic X(8)     Value Spaces.
 03   WS-Entry-Date-In     Pic 9(8)     Value Zero.
 03   WS-Entry-Date-Parts Redefines WS-Entry-Date-In.
     05   ED-Year         Pic 9(4).
     05   ED-Month         Pic 9(2).
     05   ED-Day         Pic 9(2).
 03   WS-Amount-In         Pic X(10)     Value Spaces.
 03   WS-Amount-Work         Pic 9(10)     Value Zero.
 03   WS-Entry-Amount-In     Pic 9(8)v99     Value Zero.
 03   WS-Reference-In     Pic X(15)     Value Spaces.
 03   WS-Description-In     Pic X(30)     Value Spaces.
 03   WS-Confirm-In         Pic X(1)     Value Space.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Entries-Listed     Pic 9(6)     Value Zero.
 03   WS-Display-Amount     Pic Z,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - entry point.  Opens the log, asks the operator
*> which function to perform, carries it out, then closes down.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1500-Get-Function-Request.
     If Function-Is-Valid
         Evaluate True
             When Function-Is-Add
                 Perform 3000-Add-Entry-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Entry-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "CASHMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the audit log; the cash book is
*> opened by the function, for extending or for reading.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Extend Audit-Log.
     Accept WS-Today-Date-Work From Date YYYYMMDD.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform.
*> ---------------------------------------------------------------
 1500-Get-Function-Request.
     Display "OPERATOR ID: ".
     Accept WS-Operator-Id.
     Display "PASSWORD: ".
     Accept WS-Password.
     Call "SignOn" Using WS-Operator-Id, WS-Password,
         WS-Operator-Authority, WS-Signon-Return-Code.
     Evaluate True
         When WS-Signon-Return-Code = Zero
             Continue
         When WS-Signon-Return-Code = 30
             Display "CASHMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "CASHMNT - SIGN-ON REFUSED, RUN ENDED"
             Move "Y" To WS-Run-Refused-Switch
     End-Evaluate.
     If Not Run-Was-Refused
         Display "FUNCTION (A=ADD, I=INQUIRY): "
         Accept WS-Function-Code
         Inspect WS-Function-Code Converting "ai" To "AI"
         If Function-Is-Valid
             Perform 1600-Check-Function-Authority
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 1600-Check-Function-Authority - Inquiry is open to any operator
*> who signed on; Add moves the book balance BankRec proves, so it
*> needs a supervisor.  A reach past one's authority is logged
*> ("U") and ends the run.
*> ---------------------------------------------------------------
 1600-Check-Function-Authority.
     If Function-Is-Add
         And Not Authority-Is-Supervisor
         Perform 1650-Refuse-Function
     End-If.

*> ---------------------------------------------------------------
*> 1650-Refuse-Function - log the attempted reach, tell the
*> operator, and invalidate the function so nothing runs.
*> ---------------------------------------------------------------
 1650-Refuse-Function.
     Move "U" To AL-Function-Code.
     Perform 7500-Write-Security-Log-Entry.
     Display "CASHMNT - AUTHORITY DOES NOT REACH FUNCTION "
         WS-Function-Code ", RUN ENDED".
     Move Space To WS-Function-Code.
     Move "Y" To WS-Run-Refused-Switch.

*> ---------------------------------------------------------------
*> 7500-Write-Security-Log-Entry - append one security record to
*> the Audit-Log: who was keyed, when, and the S or U code the
*> caller set.  No tenant and no images apply.
*> ---------------------------------------------------------------
 7500-Write-Security-Log-Entry.
     Accept WS-Audit-Date From Date YYYYMMDD.
     Accept WS-Audit-Time From Time.
     Move WS-Audit-Date     To AL-Log-Date.
     Move WS-Audit-Time     To AL-Log-Time.
     Move WS-Operator-Id     To AL-Operator-Id.
     Move Spaces         To AL-Tenant-Id.
     Move Spaces         To AL-Before-Image.
     Move Zero         To AL-Before-Start-Date.
     Move Zero         To AL-Before-Rent-Amt.
     Move Spaces         To AL-After-Image.
     Move Zero         To AL-After-Start-Date.
     Move Zero         To AL-After-Rent-Amt.
     Write Audit-Log-Record.

*> ---------------------------------------------------------------
*> 2700-Accept-Entry-Fields - prompt for the direction, date,
*> amount, bank reference and description, looping back on each
*> until it keys in right.
*> ---------------------------------------------------------------
 2700-Accept-Entry-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-Dr-Cr Until Valid-Entry.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2720-Accept-Entry-Date Until Valid-Entry.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2730-Accept-Amount Until Valid-Entry.
     Display "BANK REFERENCE (CHECK NO, UP TO 15 CHARS): ".
     Accept WS-Reference-In.
     Inspect WS-Reference-In Converting
         "abcdefghijklmnopqrstuvwxyz"
         To "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2740-Accept-Description Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-Dr-Cr - one pass at the direction prompt: a check
*> or fee paid out is a debit, money in a credit.
*> ---------------------------------------------------------------
 2710-Accept-Dr-Cr.
     Display "DEBIT (MONEY OUT) OR CREDIT (MONEY IN) (D/C): ".
     Accept WS-Dr-Cr-In.
     Inspect WS-Dr-Cr-In Converting "dc" To "DC".
     If Dr-Cr-In-Is-Valid
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "CASHMNT - ENTER D OR C"
     End-If.

*> ---------------------------------------------------------------
*> 2720-Accept-Entry-Date - one pass at the date prompt: the date
*> the check was issued or the money moved, not in the future.
*> ---------------------------------------------------------------
 2720-Accept-Entry-Date.
     Display "ENTRY DATE (YYYYMMDD): ".
     Accept WS-Date-In.
     If WS-Date-In Is Numeric
         Move WS-Date-In To WS-Entry-Date-In
         If ED-Month >= 1 And ED-Month <= 12
             And ED-Day >= 1 And ED-Day <= 31
             If WS-Entry-Date-In > WS-Today-Date-Work
                 Display "CASHMNT - ENTRY DATE IS IN THE FUTURE"
             Else
                 Move "Y" To WS-Valid-Entry-Switch
             End-If
         Else
             Display "CASHMNT - ENTRY DATE IS NOT A VALID CALENDAR"
                 " DATE"
         End-If
     Else
         Display "CASHMNT - ENTRY DATE MUST BE 8 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2730-Accept-Amount - one pass at the amount prompt: 10 digits,
*> cents last, and not zero.
*> ---------------------------------------------------------------
 2730-Accept-Amount.
     Display "AMOUNT (10 DIGITS, CENTS LAST, E.G. 0000125000): ".
     Accept WS-Amount-In.
     If WS-Amount-In Is Numeric
         Move WS-Amount-In To WS-Amount-Work
         Compute WS-Entry-Amount-In = WS-Amount-Work / 100
         If WS-Entry-Amount-In = Zero
             Display "CASHMNT - AMOUNT MAY NOT BE ZERO"
         Else
             Move "Y" To WS-Valid-Entry-Switch
         End-If
     Else
         Display "CASHMNT - AMOUNT MUST BE 10 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 2740-Accept-Description - one pass at the description prompt;
*> the entry must say what the money was.
*> ---------------------------------------------------------------
 2740-Accept-Description.
     Display "DESCRIPTION (30 CHARS): ".
     Accept WS-Description-In.
     Inspect WS-Description-In Converting
         "abcdefghijklmnopqrstuvwxyz"
         To "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     If WS-Description-In = Spaces
         Display "CASHMNT - DESCRIPTION IS REQUIRED"
     Else
         Move "Y" To WS-Valid-Entry-Switch
     End-If.

*> ---------------------------------------------------------------
*> 3000-Add-Entry-Routine - take the entry, show it back, and on
*> the operator's word append it to the cash book, creating the
*> cash book if no run has booked anything since BankRec last
*> emptied it.
*> ---------------------------------------------------------------
 3000-Add-Entry-Routine.
     Perform 2700-Accept-Entry-Fields.
     Move WS-Entry-Amount-In To WS-Display-Amount.
     Display "ENTRY:        " WS-Dr-Cr-In " " WS-Entry-Date-In " "
         WS-Display-Amount.
     Display "REFERENCE:    " WS-Reference-In.
     Display "DESCRIPTION:  " WS-Description-In.
     Display "BOOK THIS ENTRY (Y/N): ".
     Accept WS-Confirm-In.
     If WS-Confirm-In = "Y" Or WS-Confirm-In = "y"
         Perform 3100-Write-Cash-Book-Entry
     Else
         Display "CASHMNT - ENTRY NOT BOOKED"
     End-If.

*> ---------------------------------------------------------------
*> 3100-Write-Cash-Book-Entry - append the entry as an outside
*> entry, booked by this program.
*> ---------------------------------------------------------------
 3100-Write-Cash-Book-Entry.
     Open Extend Cash-Book.
     If Cash-Book-Status = "35"
         Open Output Cash-Book
         Close Cash-Book
         Open Extend Cash-Book
     End-If.
     Move Spaces             To Cash-Book-Record.
     Move "M"             To CB-Source.
     Move WS-Dr-Cr-In         To CB-Dr-Cr.
     Move WS-Entry-Date-In     To CB-Entry-Date.
     Move WS-Entry-Amount-In To CB-Amount.
     Move WS-Reference-In     To CB-Reference.
     Move WS-Description-In     To CB-Description.
     Move "CASHMNT"         To CB-Program.
     Write Cash-Book-Record.
     If Cash-Book-Status = "00"
         Display "CASHMNT - ENTRY BOOKED FOR THE NEXT BANK"
             " RECONCILIATION"
     Else
         Display "CASHMNT - UNABLE TO BOOK ENTRY - STATUS "
             Cash-Book-Status
     End-If.
     Close Cash-Book.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Entry-Routine - list every entry on the cash book,
*> from whichever run booked it, still waiting for BankRec.
*> ---------------------------------------------------------------
 6000-Inquiry-Entry-Routine.
     Open Input Cash-Book.
     If Cash-Book-Status = "35"
         Display "CASHMNT - NOTHING BOOKED SINCE THE LAST BANK"
             " RECONCILIATION"
     Else
         Read Cash-Book
             At End Move "Y" To WS-EOF-Switch
         End-Read
         Perform 6100-List-One-Entry Until End-Of-File
         Display "CASHMNT - ENTRIES AWAITING RECONCILIATION: "
             WS-Entries-Listed
         Close Cash-Book
     End-If.

*> ---------------------------------------------------------------
*> 6100-List-One-Entry - show one cash book entry and read the
*> next.
*> ---------------------------------------------------------------
 6100-List-One-Entry.
     Add 1 To WS-Entries-Listed.
     Move CB-Amount To WS-Display-Amount.
     Display CB-Program " " CB-Source " " CB-Dr-Cr " "
         CB-Entry-Date " " WS-Display-Amount " " CB-Reference " "
         CB-Description.
     Read Cash-Book
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the log and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Audit-Log.
