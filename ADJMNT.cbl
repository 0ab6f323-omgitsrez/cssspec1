*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  AdjMnt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Ledger adjustment and credit
*>                   memo entry with supervisor approval - one
*>                   function per run, the same shape as OwnrMnt.
*>                   A clerk Enters a pending adjustment (tenant,
*>                   amount and sign, charge code, reason, memo) on
*>                   the adjustment file; nothing touches the
*>                   ledger until a supervisor other than the clerk
*>                   who keyed it Approves it, which posts it to
*>                   Tenant-Ledger as an "A" entry carrying the
*>                   reason - through ChkPerd, the ledger journal
*>                   and LEDCTL like every other posting program -
*>                   or Rejects it.  Neither an approved nor a
*>                   rejected adjustment is ever removed, so AdjRpt
*>                   can show who keyed and who approved each one.
*>                   List shows what is still waiting on approval.
*>                   Inquiry/List are open to any active operator,
*>                   Enter needs level 2, Approve/Reject need a
*>                   supervisor.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Adjustment-File Assign To "ADJPEND"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is AJ-Adjust-No
         File Status Is Adjustment-File-Status.
     Select Adjustment-Control-File Assign To "ADJCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is AX-Key
         File Status Is Adjustment-Control-Status.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Charge-Code-Master Assign To "CHGCODES"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is CC-Charge-Code
         File Status Is Charge-Code-Status.
     Select Tenant-Ledger Assign To "TENLEDG"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is LG-Key
         File Status Is Tenant-Ledger-Status.
     Select Ledger-Control-File Assign To "LEDCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is LC-Key
         File Status Is Ledger-Control-Status.
     Select Ledger-Journal Assign To "LEDGJRNL"
         Organization Is Line Sequential
         File Status Is Ledger-Journal-Status.
     Select Audit-Log Assign To "AUDITLOG"
         Organization Is Sequential
         File Status Is Audit-Log-Status.

 Data Division.
 File Section.
 FD  Adjustment-File.
 Copy ADJPREC.

 FD  Adjustment-Control-File.
 Copy ADJCTL.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Charge-Code-Master.
 Copy CHGCREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Audit-Log.
 Copy AUDTREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Adjustment-File-Status     Pic X(2)     Value "00".
 03   Adjustment-Control-Status Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Charge-Code-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
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
 03   WS-Journal-Date     Pic 9(8)     Value Zero.
 03   WS-Journal-Time     Pic 9(6)     Value Zero.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Function-Code     Pic X(1)     Value Space.
     88   Function-Is-Enter     Value "E".
     88   Function-Is-Approve     Value "A".
     88   Function-Is-Reject     Value "R".
     88   Function-Is-List     Value "L".
     88   Function-Is-Inquiry     Value "I".
     88   Function-Is-Valid     Value "E" "A" "R" "L" "I".
 03   WS-Requested-Adjust-No     Pic X(6)     Value Spaces.
 03   WS-New-Adjust-No     Pic X(6)     Value Spaces.
 03   WS-Adjust-Found-Switch     Pic X(1)     Value "N".
     88   Adjust-Was-Found     Value "Y".
     88   Adjust-Was-Not-Found     Value "N".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-List-Scan-Switch     Pic X(1)     Value "N".
     88   List-Scan-Done         Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
     88   Ledger-Scan-Done     Value "Y".
 03   WS-Ledger-Posted-Switch     Pic X(1)     Value "N".
     88   Ledger-Was-Posted     Value "Y".
 03   WS-Period-Result     Pic X(1)     Value "O".
     88   Entry-Period-Closed     Value "C".
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-New-Balance         Pic S9(6)v99     Value Zero.
 03   WS-New-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Pending-Count     Pic 9(6)     Value Zero.
 03   WS-Tenant-Id-In     Pic X(6)     Value Spaces.
 03   WS-Amount-In         Pic X(8)     Value Spaces.
 03   WS-Amount-Work         Pic 9(8)     Value Zero.
 03   WS-Adjust-Amount-In     Pic 9(6)v99     Value Zero.
 03   WS-Sign-In         Pic X(1)     Value Space.
 03   WS-Charge-Code-In     Pic X(4)     Value Spaces.
 03   WS-Reason-In         Pic X(2)     Value Spaces.
     88   Reason-In-Is-Valid     Value "LW" "CN" "CR".
 03   WS-Memo-In         Pic X(40)     Value Spaces.
 03   WS-Amount-Display     Pic Z(5)9.99     Value Zero.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - entry point.  Opens the files, asks the operator
*> which function to perform, carries it out, then closes down.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 1500-Get-Function-Request.
     If Function-Is-Valid
         Evaluate True
             When Function-Is-Enter
                 Perform 3000-Enter-Adjustment-Routine
             When Function-Is-Approve
                 Perform 4000-Approve-Adjustment-Routine
             When Function-Is-Reject
                 Perform 5000-Reject-Adjustment-Routine
             When Function-Is-Inquiry
                 Perform 6000-Inquiry-Adjustment-Routine
             When Function-Is-List
                 Perform 6500-List-Pending-Routine
         End-Evaluate
     Else
         If Not Run-Was-Refused
             Display "ADJMNT - INVALID FUNCTION CODE, RUN ENDED"
         End-If
     End-If.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating the keyed
*> ones on the first run if they do not yet exist, and open the
*> ledger journal and Audit-Log for appending onto prior runs.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Adjustment-File.
     If Adjustment-File-Status = "35"
         Open Output Adjustment-File
         Close Adjustment-File
         Open I-O Adjustment-File
     End-If.
     Open I-O Adjustment-Control-File.
     If Adjustment-Control-Status = "35"
         Open Output Adjustment-Control-File
         Close Adjustment-Control-File
         Open I-O Adjustment-Control-File
     End-If.
     Open Input Tenant-Master.
     If Tenant-Master-Status = "35"
         Open Output Tenant-Master
         Close Tenant-Master
         Open Input Tenant-Master
     End-If.
     Open Input Charge-Code-Master.
     If Charge-Code-Status = "35"
         Open Output Charge-Code-Master
         Close Charge-Code-Master
         Open Input Charge-Code-Master
     End-If.
     Open I-O Tenant-Ledger.
     If Tenant-Ledger-Status = "35"
         Open Output Tenant-Ledger
         Close Tenant-Ledger
         Open I-O Tenant-Ledger
     End-If.
     Open I-O Ledger-Control-File.
     If Ledger-Control-Status = "35"
         Open Output Ledger-Control-File
         Close Ledger-Control-File
         Open I-O Ledger-Control-File
     End-If.
     Open Extend Ledger-Journal.
     If Ledger-Journal-Status = "35"
         Open Output Ledger-Journal
         Close Ledger-Journal
         Open Extend Ledger-Journal
     End-If.
     Open Extend Audit-Log.
     Accept WS-Today-Date-Work From Date YYYYMMDD.

*> ---------------------------------------------------------------
*> 1500-Get-Function-Request - sign the operator on, then prompt
*> for the function to perform and, for Approve, Reject and
*> Inquiry, the Adjust-No it applies to.
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
             Display "ADJMNT - NO OPERATOR FILE ON HAND -"
                 " SIGN-ON NOT IN FORCE"
             Move "3" To WS-Operator-Authority
         When Other
             Move "S" To AL-Function-Code
             Perform 7500-Write-Security-Log-Entry
             Display "ADJMNT - SIGN-ON REFUSED, RUN ENDED"
             Move "Y" To WS-Run-Refused-Switch
     End-Evaluate.
     If Not Run-Was-Refused
         Display "FUNCTION (E=ENTER, A=APPROVE, R=REJECT,"
             " L=LIST PENDING, I=INQUIRY): "
         Accept WS-Function-Code
         Inspect WS-Function-Code Converting
             "earli" To "EARLI"
         If Function-Is-Valid
             Perform 1600-Check-Function-Authority
         End-If
         If Function-Is-Approve Or Function-Is-Reject
             Or Function-Is-Inquiry
             Display "ADJUSTMENT NO: "
             Accept WS-Requested-Adjust-No
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 1600-Check-Function-Authority - Inquiry and List are open to
*> any operator who signed on; Enter needs level 2; Approve and
*> Reject need a supervisor.  A reach past one's authority is
*> logged ("U") and ends the run.
*> ---------------------------------------------------------------
 1600-Check-Function-Authority.
     Evaluate True
         When Function-Is-Inquiry Or Function-Is-List
             Continue
         When Function-Is-Approve Or Function-Is-Reject
             If Not Authority-Is-Supervisor
                 Perform 1650-Refuse-Function
             End-If
         When Other
             If Authority-Is-Inquiry
                 Perform 1650-Refuse-Function
             End-If
     End-Evaluate.

*> ---------------------------------------------------------------
*> 1650-Refuse-Function - log the attempted reach, tell the
*> operator, and invalidate the function so nothing runs.
*> ---------------------------------------------------------------
 1650-Refuse-Function.
     Move "U" To AL-Function-Code.
     Perform 7500-Write-Security-Log-Entry.
     Display "ADJMNT - AUTHORITY DOES NOT REACH FUNCTION "
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
*> 2500-Load-Adjustment-By-Key - read Adjustment-File for the
*> requested Adjust-No and report whether it is on file.
*> ---------------------------------------------------------------
 2500-Load-Adjustment-By-Key.
     Move "N" To WS-Adjust-Found-Switch.
     Move WS-Requested-Adjust-No To AJ-Adjust-No.
     Read Adjustment-File
         Invalid Key
             Move "N" To WS-Adjust-Found-Switch
         Not Invalid Key
             Move "Y" To WS-Adjust-Found-Switch
     End-Read.
     If Adjust-Was-Not-Found
         Display "ADJMNT - ADJUSTMENT " WS-Requested-Adjust-No
             " NOT ON FILE"
     End-If.

*> ---------------------------------------------------------------
*> 2600-Display-Adjustment - show the current adjustment record on
*> the console.
*> ---------------------------------------------------------------
 2600-Display-Adjustment.
     Move AJ-Amount To WS-Amount-Display.
     Display "ADJUSTMENT NO: " AJ-Adjust-No.
     Display "TENANT ID:     " AJ-Tenant-Id.
     Display "AMOUNT:        " WS-Amount-Display " " AJ-Sign.
     Display "CHARGE CODE:   " AJ-Charge-Code.
     Display "REASON:        " AJ-Reason-Code.
     Display "MEMO:          " AJ-Memo.
     Display "STATUS:        " AJ-Status.
     Display "ENTERED BY:    " AJ-Entered-By " ON " AJ-Entered-Date.
     If Not AJ-Status-Is-Pending
         Display "DECIDED BY:    " AJ-Approved-By " ON "
             AJ-Approved-Date
     End-If.
     If AJ-Status-Is-Approved
         Display "LEDGER SEQ:    " AJ-Ledger-Seq
     End-If.

*> ---------------------------------------------------------------
*> 2700-Accept-Adjustment-Fields - prompt for the adjustment's
*> fields; loop back until the tenant is on Tenant-Master, the
*> amount keys in as 8 numeric digits above zero, the sign as C or
*> D, the reason as one on the list, and any charge code as one on
*> the Charge Code Master.
*> ---------------------------------------------------------------
 2700-Accept-Adjustment-Fields.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 2710-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 2710-Accept-One-Attempt - one pass at the adjustment field
*> prompts.
*> ---------------------------------------------------------------
 2710-Accept-One-Attempt.
     Display "TENANT ID: ".
     Accept WS-Tenant-Id-In.
     Display "AMOUNT (8 DIGITS, CENTS LAST, E.G. 00005000): ".
     Accept WS-Amount-In.
     Display "C=CREDIT (REDUCES BALANCE), D=DEBIT (ADDS TO IT): ".
     Accept WS-Sign-In.
     Inspect WS-Sign-In Converting "cd" To "CD".
     Display "CHARGE CODE (BLANK FOR RENT): ".
     Accept WS-Charge-Code-In.
     Inspect WS-Charge-Code-In Converting
         "abcdefghijklmnopqrstuvwxyz" To
         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     Display "REASON (LW=LATE FEE WAIVER, CN=CONCESSION,"
         " CR=CORRECTION): ".
     Accept WS-Reason-In.
     Inspect WS-Reason-In Converting "lwcnr" To "LWCNR".
     Display "MEMO (40 CHARS): ".
     Accept WS-Memo-In.
     Move WS-Tenant-Id-In To TM-Tenant-Id.
     Read Tenant-Master
         Invalid Key
             Move Spaces To TM-Tenant-Id
     End-Read.
     Move WS-Charge-Code-In To CC-Charge-Code.
     If WS-Charge-Code-In Not = Spaces
         Read Charge-Code-Master
             Invalid Key
                 Move Spaces To CC-Charge-Code
         End-Read
     End-If.
     Evaluate True
         When TM-Tenant-Id = Spaces
             Display "ADJMNT - TENANT " WS-Tenant-Id-In
                 " NOT ON TENANT MASTER"
         When WS-Amount-In Is Not Numeric
             Display "ADJMNT - AMOUNT MUST BE 8 NUMERIC DIGITS"
         When WS-Amount-In = "00000000"
             Display "ADJMNT - AMOUNT MAY NOT BE ZERO"
         When WS-Sign-In Not = "C" And WS-Sign-In Not = "D"
             Display "ADJMNT - SIGN MUST BE C OR D"
         When Not Reason-In-Is-Valid
             Display "ADJMNT - REASON MUST BE LW, CN OR CR"
         When WS-Charge-Code-In Not = CC-Charge-Code
             Display "ADJMNT - CHARGE CODE " WS-Charge-Code-In
                 " NOT ON CHARGE CODE MASTER"
         When WS-Memo-In = Spaces
             Display "ADJMNT - MEMO MAY NOT BE BLANK"
         When Other
             Move WS-Amount-In To WS-Amount-Work
             Compute WS-Adjust-Amount-In = WS-Amount-Work / 100
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 3000-Enter-Adjustment-Routine - take the adjustment's fields and
*> write it to Adjustment-File as Pending, stamped with the clerk
*> who keyed it.  Nothing is posted until a supervisor approves.
*> ---------------------------------------------------------------
 3000-Enter-Adjustment-Routine.
     Perform 2700-Accept-Adjustment-Fields.
     Perform 3100-Get-Next-Adjust-No.
     Move WS-New-Adjust-No     To AJ-Adjust-No.
     Move WS-Tenant-Id-In     To AJ-Tenant-Id.
     Move WS-Adjust-Amount-In To AJ-Amount.
     Move WS-Sign-In         To AJ-Sign.
     Move WS-Charge-Code-In     To AJ-Charge-Code.
     Move WS-Reason-In     To AJ-Reason-Code.
     Move WS-Memo-In         To AJ-Memo.
     Move "P"             To AJ-Status.
     Move WS-Operator-Id     To AJ-Entered-By.
     Move WS-Today-Date-Work To AJ-Entered-Date.
     Move Spaces         To AJ-Approved-By.
     Move Zero         To AJ-Approved-Date.
     Move Zero         To AJ-Ledger-Seq.
     Write Adjustment-Record
         Invalid Key
             Display "ADJMNT - UNABLE TO ADD ADJUSTMENT "
                 AJ-Adjust-No " - STATUS " Adjustment-File-Status
         Not Invalid Key
             Display "ADJMNT - ADJUSTMENT " AJ-Adjust-No
                 " ENTERED, AWAITING APPROVAL"
     End-Write.

*> ---------------------------------------------------------------
*> 3100-Get-Next-Adjust-No - Adjust-No values are generated from a
*> single running sequence number kept in the adjustment control
*> file so every adjustment gets a unique key, the same way
*> Applicant-Ids are minted from APPCTL.
*> ---------------------------------------------------------------
 3100-Get-Next-Adjust-No.
     Move "CTRL01" To AX-Key.
     Read Adjustment-Control-File
         Invalid Key
             Move Zero To AX-Last-Seq
     End-Read.
     Add 1 To AX-Last-Seq.
     Move AX-Last-Seq To WS-New-Adjust-No.
     If Adjustment-Control-Status = "23"
         Write Adjustment-Control-Record
     Else
         Rewrite Adjustment-Control-Record
     End-If.

*> ---------------------------------------------------------------
*> 4000-Approve-Adjustment-Routine - post a pending adjustment to
*> Tenant-Ledger and mark it Approved.  The supervisor may not be
*> the clerk who keyed it, and it posts dated today, so it is
*> refused outright if today's period has been closed.  The entry
*> is an "A" Adjustment carrying the reason and charge code: a
*> credit posts negative and a debit positive, the way every other
*> entry moves the balance.
*> ---------------------------------------------------------------
 4000-Approve-Adjustment-Routine.
     Perform 2500-Load-Adjustment-By-Key.
     If Adjust-Was-Found
         Perform 2600-Display-Adjustment
         Call "ChkPerd" Using WS-Today-Date-Work, WS-Period-Result
         Evaluate True
             When Not AJ-Status-Is-Pending
                 Display "ADJMNT - ADJUSTMENT " AJ-Adjust-No
                     " IS NOT PENDING"
             When AJ-Entered-By = WS-Operator-Id
                 Display "ADJMNT - ADJUSTMENT MUST BE APPROVED BY"
                     " A SUPERVISOR OTHER THAN THE CLERK WHO"
                     " ENTERED IT"
             When Entry-Period-Closed
                 Display "ADJMNT - CURRENT PERIOD IS CLOSED -"
                     " ADJUSTMENT LEFT PENDING"
             When Other
                 Perform 4100-Post-Adjustment-Entry
                 If Ledger-Was-Posted
                     Move "A"         To AJ-Status
                     Move WS-Operator-Id     To AJ-Approved-By
                     Move WS-Today-Date-Work To AJ-Approved-Date
                     Move WS-New-Ledger-Seq     To AJ-Ledger-Seq
                     Rewrite Adjustment-Record
                         Invalid Key
                             Display "ADJMNT - UNABLE TO MARK"
                                 " ADJUSTMENT " AJ-Adjust-No
                                 " APPROVED - STATUS "
                                 Adjustment-File-Status
                         Not Invalid Key
                             Display "ADJMNT - ADJUSTMENT "
                                 AJ-Adjust-No " APPROVED AND"
                                 " POSTED"
                     End-Rewrite
                 End-If
         End-Evaluate
     End-If.

*> ---------------------------------------------------------------
*> 4100-Post-Adjustment-Entry - find the tenant's balance, take
*> the next ledger sequence number, and write the Adjustment
*> entry and its journal record.
*> ---------------------------------------------------------------
 4100-Post-Adjustment-Entry.
     Move "N" To WS-Ledger-Posted-Switch.
     Perform 4110-Find-Tenant-Ledger-Balance.
     Perform 4120-Get-Next-Ledger-Seq.
     Move AJ-Tenant-Id     To LG-Tenant-Id.
     Move WS-New-Ledger-Seq     To LG-Sequence-No.
     Move WS-Today-Date-Work To LG-Entry-Date.
     Move "A"             To LG-Entry-Type.
     If AJ-Sign-Is-Credit
         Compute LG-Amount = Zero - AJ-Amount
     Else
         Move AJ-Amount     To LG-Amount
     End-If.
     Compute WS-New-Balance = WS-Prior-Balance + LG-Amount.
     Move WS-New-Balance     To LG-Balance.
     Move Spaces         To LG-Reference.
     String "ADJ" AJ-Adjust-No Delimited By Size
         Into LG-Reference.
     Move AJ-Charge-Code     To LG-Charge-Code.
     Move AJ-Reason-Code     To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "ADJMNT - UNABLE TO POST LEDGER ENTRY FOR "
                 AJ-Tenant-Id " - STATUS " Tenant-Ledger-Status
         Not Invalid Key
             Move "Y" To WS-Ledger-Posted-Switch
             Perform 4150-Write-Journal-Entry
     End-Write.

*> ---------------------------------------------------------------
*> 4110-Find-Tenant-Ledger-Balance - locate the tenant's most
*> recent ledger entry, if any, to get the balance the adjustment
*> is applied against.
*> ---------------------------------------------------------------
 4110-Find-Tenant-Ledger-Balance.
     Move Zero To WS-Prior-Balance.
     Move AJ-Tenant-Id To LG-Tenant-Id.
     Move Zero To LG-Sequence-No.
     Move "N" To WS-Ledger-Scan-Switch.
     Start Tenant-Ledger Key Is Not Less Than LG-Key
         Invalid Key
             Move "Y" To WS-Ledger-Scan-Switch
     End-Start.
     Perform 4115-Read-Next-Ledger-Entry Until Ledger-Scan-Done.

*> ---------------------------------------------------------------
*> 4115-Read-Next-Ledger-Entry - step through the tenant's ledger
*> entries in key order, keeping the balance of the last one read;
*> stop at end of file or as soon as a different tenant is hit.
*> ---------------------------------------------------------------
 4115-Read-Next-Ledger-Entry.
     Read Tenant-Ledger Next Record
         At End
             Move "Y" To WS-Ledger-Scan-Switch
     End-Read.
     If Not Ledger-Scan-Done
         If LG-Tenant-Id = AJ-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
         Else
             Move "Y" To WS-Ledger-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 4120-Get-Next-Ledger-Seq - ledger entries are numbered from a
*> single running sequence number kept in Ledger-Control-File so
*> every entry posted gets a unique key.
*> ---------------------------------------------------------------
 4120-Get-Next-Ledger-Seq.
     Move "CTRL01" To LC-Key.
     Read Ledger-Control-File
         Invalid Key
             Move Zero To LC-Last-Seq
     End-Read.
     Add 1 To LC-Last-Seq.
     Move LC-Last-Seq To WS-New-Ledger-Seq.
     If Ledger-Control-Status = "23"
         Write Ledger-Control-Record
     Else
         Rewrite Ledger-Control-Record
     End-If.

*> ---------------------------------------------------------------
*> 4150-Write-Journal-Entry - append the entry just posted to the
*> ledger journal, stamped with this program and the clock, so
*> LedgRcvr can replay it against a restored backup.
*> ---------------------------------------------------------------
 4150-Write-Journal-Entry.
     Accept WS-Journal-Date From Date YYYYMMDD.
     Accept WS-Journal-Time From Time.
     Move "ADJMNT"         To JL-Program.
     Move WS-Journal-Date     To JL-Journal-Date.
     Move WS-Journal-Time     To JL-Journal-Time.
     Move Ledger-Record     To JL-Ledger-Image.
     Write Ledger-Journal-Record.

*> ---------------------------------------------------------------
*> 5000-Reject-Adjustment-Routine - mark a pending adjustment
*> Rejected, stamped with the supervisor who turned it down.
*> Nothing is posted.
*> ---------------------------------------------------------------
 5000-Reject-Adjustment-Routine.
     Perform 2500-Load-Adjustment-By-Key.
     If Adjust-Was-Found
         Perform 2600-Display-Adjustment
         If Not AJ-Status-Is-Pending
             Display "ADJMNT - ADJUSTMENT " AJ-Adjust-No
                 " IS NOT PENDING"
         Else
             Move "R"         To AJ-Status
             Move WS-Operator-Id     To AJ-Approved-By
             Move WS-Today-Date-Work To AJ-Approved-Date
             Rewrite Adjustment-Record
                 Invalid Key
                     Display "ADJMNT - UNABLE TO MARK ADJUSTMENT "
                         AJ-Adjust-No " REJECTED - STATUS "
                         Adjustment-File-Status
                 Not Invalid Key
                     Display "ADJMNT - ADJUSTMENT " AJ-Adjust-No
                         " REJECTED"
             End-Rewrite
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 6000-Inquiry-Adjustment-Routine - load and display the
*> requested adjustment read-only.
*> ---------------------------------------------------------------
 6000-Inquiry-Adjustment-Routine.
     Perform 2500-Load-Adjustment-By-Key.
     If Adjust-Was-Found
         Perform 2600-Display-Adjustment
     End-If.

*> ---------------------------------------------------------------
*> 6500-List-Pending-Routine - walk Adjustment-File in Adjust-No
*> order, showing one line per adjustment still awaiting approval.
*> ---------------------------------------------------------------
 6500-List-Pending-Routine.
     Move Zero To WS-Pending-Count.
     Move Low-Values To AJ-Adjust-No.
     Move "N" To WS-List-Scan-Switch.
     Start Adjustment-File Key Is Not Less Than AJ-Adjust-No
         Invalid Key
             Move "Y" To WS-List-Scan-Switch
     End-Start.
     Perform 6510-List-Next-Adjustment Until List-Scan-Done.
     Display "ADJMNT - " WS-Pending-Count
         " ADJUSTMENT(S) AWAITING APPROVAL".

*> ---------------------------------------------------------------
*> 6510-List-Next-Adjustment - one adjustment of the list.
*> ---------------------------------------------------------------
 6510-List-Next-Adjustment.
     Read Adjustment-File Next Record
         At End
             Move "Y" To WS-List-Scan-Switch
     End-Read.
     If Not List-Scan-Done
         If AJ-Status-Is-Pending
             Add 1 To WS-Pending-Count
             Move AJ-Amount To WS-Amount-Display
             Display AJ-Adjust-No " " AJ-Tenant-Id " "
                 WS-Amount-Display " " AJ-Sign " " AJ-Reason-Code
                 " " AJ-Charge-Code " " AJ-Entered-By " "
                 AJ-Memo
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Adjustment-File.
     Close Adjustment-Control-File.
     Close Tenant-Master.
     Close Charge-Code-Master.
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close Audit-Log.
