*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  AdjRpt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Monthly ledger adjustment
*>                   register - one line per adjustment decided
*>                   (approved or rejected) through AdjMnt in the
*>                   period keyed by the operator, showing the
*>                   tenant, reason, charge code, signed amount,
*>                   the clerk who entered it and the supervisor
*>                   who decided it.  Approved adjustments are
*>                   totalled by reason - late fee waivers,
*>                   concessions, corrections - and in all, signed
*>                   the way they moved tenant balances; rejected
*>                   ones are listed for the record but not
*>                   totalled.  Adjustments still pending are left
*>                   to AdjMnt's List.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Adjustment-File Assign To "ADJPEND"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is AJ-Adjust-No
         File Status Is Adjustment-File-Status.
     Select Adjustment-Report Assign To "ADJRPT"
         Organization Is Line Sequential
         File Status Is Adjustment-Report-Status.

 Data Division.
 File Section.
 FD  Adjustment-File.
 Copy ADJPREC.

 FD  Adjustment-Report.
 01   Report-Line         Pic X(132).

 Working-Storage Section.
 01   Work-Fields.
 03   Adjustment-File-Status     Pic X(2)     Value "00".
 03   Adjustment-Report-Status Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Period-In         Pic X(6)     Value Spaces.
 03   WS-Report-Period     Pic 9(6)     Value Zero.
 03   WS-Report-Period-Parts Redefines WS-Report-Period.
     05   RP-Year         Pic 9(4).
     05   RP-Month         Pic 9(2).
 03   WS-Decided-Period     Pic 9(6)     Value Zero.
 03   WS-Signed-Amount     Pic S9(6)v99     Value Zero.
 03   WS-Waiver-Count     Pic 9(6)     Value Zero.
 03   WS-Waiver-Total     Pic S9(8)v99     Value Zero.
 03   WS-Concession-Count     Pic 9(6)     Value Zero.
 03   WS-Concession-Total     Pic S9(8)v99     Value Zero.
 03   WS-Correction-Count     Pic 9(6)     Value Zero.
 03   WS-Correction-Total     Pic S9(8)v99     Value Zero.
 03   WS-Approved-Count     Pic 9(6)     Value Zero.
 03   WS-Approved-Total     Pic S9(8)v99     Value Zero.
 03   WS-Rejected-Count     Pic 9(6)     Value Zero.

 01   Heading-Line-1.
 03   Filler             Pic X(36)
         Value "LEDGER ADJUSTMENT REGISTER - PERIOD ".
 03   HL-Period         Pic 9(6).

 01   Heading-Line-2.
 03   Filler             Pic X(8)     Value "ADJ NO".
 03   Filler             Pic X(8)     Value "TENANT".
 03   Filler             Pic X(10)     Value "DECIDED".
 03   Filler             Pic X(5)     Value "STAT".
 03   Filler             Pic X(5)     Value "RSN".
 03   Filler             Pic X(6)     Value "CODE".
 03   Filler             Pic X(13)     Value "       AMOUNT".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(10)     Value "ENTERED BY".
 03   Filler             Pic X(10)     Value "DECIDED BY".
 03   Filler             Pic X(4)     Value "MEMO".

 01   Detail-Line.
 03   DL-Adjust-No         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Tenant-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Decided-Date     Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Status         Pic X(3).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Reason         Pic X(2).
 03   Filler             Pic X(3)     Value Spaces.
 03   DL-Charge-Code         Pic X(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Amount         Pic Z,ZZZ,ZZ9.99-.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Entered-By         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Approved-By     Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Memo             Pic X(40).

 01   Reason-Total-Line.
 03   RT-Label         Pic X(20).
 03   RT-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(13)     Value " ITEM(S), NET".
 03   RT-Amount         Pic ZZ,ZZZ,ZZ9.99-.

 01   Rejected-Total-Line.
 03   Filler             Pic X(20)     Value "REJECTED".
 03   RJ-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(26)
         Value " ITEM(S), NOTHING POSTED".

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - read the adjustment file in Adjust-No order and
*> print one detail line per adjustment decided in the period,
*> then the totals by reason.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Adjustment Until End-Of-File.
     Perform 2900-Print-Totals.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - get the period, open the files, print
*> the report heading and prime the read of the adjustment file.
*> A shop with no adjustment file yet has an empty register.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Perform 1500-Get-Report-Period.
     Open Input Adjustment-File.
     If Adjustment-File-Status = "35"
         Display "ADJRPT - NO ADJUSTMENT FILE ON HAND"
         Move "Y" To WS-EOF-Switch
     End-If.
     Open Output Adjustment-Report.
     Move WS-Report-Period To HL-Period.
     Write Report-Line From Heading-Line-1.
     Write Report-Line From Heading-Line-2 After Advancing 2 Lines.
     If Not End-Of-File
         Read Adjustment-File
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1500-Get-Report-Period - prompt for the period (YYYYMM) the
*> register covers; loop back until it keys in as a valid month.
*> ---------------------------------------------------------------
 1500-Get-Report-Period.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1510-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 1510-Accept-One-Attempt - one pass at the period prompt.
*> ---------------------------------------------------------------
 1510-Accept-One-Attempt.
     Display "REGISTER PERIOD (YYYYMM): ".
     Accept WS-Period-In.
     If WS-Period-In Is Numeric
         Move WS-Period-In To WS-Report-Period
         If RP-Month >= 1 And RP-Month <= 12
             Move "Y" To WS-Valid-Entry-Switch
         Else
             Display "ADJRPT - PERIOD MONTH IS NOT VALID"
         End-If
     Else
         Display "ADJRPT - PERIOD MUST BE 6 NUMERIC DIGITS YYYYMM"
     End-If.

*> ---------------------------------------------------------------
*> 2000-Process-One-Adjustment - print and total the current
*> adjustment when it was approved or rejected in the period, then
*> read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Adjustment.
     If AJ-Status-Is-Approved Or AJ-Status-Is-Rejected
         Compute WS-Decided-Period = AJ-Approved-Date / 100
         If WS-Decided-Period = WS-Report-Period
             If AJ-Sign-Is-Credit
                 Compute WS-Signed-Amount = Zero - AJ-Amount
             Else
                 Move AJ-Amount To WS-Signed-Amount
             End-If
             Perform 2100-Print-One-Adjustment-Line
             If AJ-Status-Is-Approved
                 Perform 2200-Add-To-Reason-Totals
             Else
                 Add 1 To WS-Rejected-Count
             End-If
         End-If
     End-If.
     Read Adjustment-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Print-One-Adjustment-Line - format and print one decided
*> adjustment's detail line.
*> ---------------------------------------------------------------
 2100-Print-One-Adjustment-Line.
     Move AJ-Adjust-No     To DL-Adjust-No.
     Move AJ-Tenant-Id     To DL-Tenant-Id.
     Move AJ-Approved-Date     To DL-Decided-Date.
     If AJ-Status-Is-Approved
         Move "APP"         To DL-Status
     Else
         Move "REJ"         To DL-Status
     End-If.
     Move AJ-Reason-Code     To DL-Reason.
     Move AJ-Charge-Code     To DL-Charge-Code.
     Move WS-Signed-Amount     To DL-Amount.
     Move AJ-Entered-By     To DL-Entered-By.
     Move AJ-Approved-By     To DL-Approved-By.
     Move AJ-Memo         To DL-Memo.
     Write Report-Line From Detail-Line.

*> ---------------------------------------------------------------
*> 2200-Add-To-Reason-Totals - add an approved adjustment's signed
*> amount into its reason's total and the overall total.
*> ---------------------------------------------------------------
 2200-Add-To-Reason-Totals.
     Evaluate True
         When AJ-Reason-Late-Fee-Waiver
             Add 1 To WS-Waiver-Count
             Add WS-Signed-Amount To WS-Waiver-Total
         When AJ-Reason-Concession
             Add 1 To WS-Concession-Count
             Add WS-Signed-Amount To WS-Concession-Total
         When Other
             Add 1 To WS-Correction-Count
             Add WS-Signed-Amount To WS-Correction-Total
     End-Evaluate.
     Add 1 To WS-Approved-Count.
     Add WS-Signed-Amount To WS-Approved-Total.

*> ---------------------------------------------------------------
*> 2900-Print-Totals - print the approved totals by reason, the
*> overall approved total and the rejected count.
*> ---------------------------------------------------------------
 2900-Print-Totals.
     Write Report-Line From Spaces.
     Move "LATE FEE WAIVERS"     To RT-Label.
     Move WS-Waiver-Count     To RT-Count.
     Move WS-Waiver-Total     To RT-Amount.
     Write Report-Line From Reason-Total-Line.
     Move "CONCESSIONS"     To RT-Label.
     Move WS-Concession-Count To RT-Count.
     Move WS-Concession-Total To RT-Amount.
     Write Report-Line From Reason-Total-Line.
     Move "CORRECTIONS"     To RT-Label.
     Move WS-Correction-Count To RT-Count.
     Move WS-Correction-Total To RT-Amount.
     Write Report-Line From Reason-Total-Line.
     Move "TOTAL APPROVED"     To RT-Label.
     Move WS-Approved-Count     To RT-Count.
     Move WS-Approved-Total     To RT-Amount.
     Write Report-Line From Reason-Total-Line.
     Move WS-Rejected-Count     To RJ-Count.
     Write Report-Line From Rejected-Total-Line.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Adjustment-File-Status Not = "35"
         Close Adjustment-File
     End-If.
     Close Adjustment-Report.
