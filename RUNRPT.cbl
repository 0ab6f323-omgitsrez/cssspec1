*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  RunRpt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Batch run-history report.
*>                   For the month the operator keys in, one line
*>                   per run stamped on the run-control file
*>                   (RUNCREC) - every run made for that month and
*>                   every run started during it, whatever period
*>                   it was for - with the operator, when it
*>                   started and finished, whether it completed,
*>                   was refused or never finished, its record
*>                   counts, and the reason a refused run gave.
*>                   Totals by status, so a cycle with a run still
*>                   Started the morning after stands out.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Run-Control-File Assign To "RUNCTL"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is RN-Key
         File Status Is Run-Control-Status.
     Select Run-History-Report Assign To "RUNRPT"
         Organization Is Line Sequential
         File Status Is Run-History-Report-Status.

 Data Division.
 File Section.
 FD  Run-Control-File.
 Copy RUNCREC.

 FD  Run-History-Report.
 01   Report-Line         Pic X(132).

 Working-Storage Section.
 01   Work-Fields.
 03   Run-Control-Status     Pic X(2)     Value "00".
 03   Run-History-Report-Status Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Period-In         Pic X(6)     Value Spaces.
 03   WS-Report-Period     Pic 9(6)     Value Zero.
 03   WS-Report-Period-Parts Redefines WS-Report-Period.
     05   RP-Year         Pic 9(4).
     05   RP-Month         Pic 9(2).
 03   WS-Report-Period-X Redefines WS-Report-Period Pic X(6).
 03   WS-Run-Period         Pic X(8)     Value Spaces.
 03   WS-Run-Period-Parts Redefines WS-Run-Period.
     05   WS-Run-Period-Month     Pic X(6).
     05   Filler         Pic X(2).
 03   WS-Start-Month         Pic 9(6)     Value Zero.
 03   WS-Status-Idx         Pic 9(1)     Value Zero.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.

*> Totals by status, in the order the report prints them:
*> Completed, Refused, Not Finished, then all runs together.
 01   WS-Status-Totals.
 03   SX-Entry Occurs 4 Times.
     05   SX-Count         Pic 9(6).
     05   SX-Records-In     Pic 9(10).
     05   SX-Records-Out     Pic 9(10).

 01   WS-Status-Labels.
 03   Filler             Pic X(13)     Value "COMPLETED".
 03   Filler             Pic X(13)     Value "REFUSED".
 03   Filler             Pic X(13)     Value "NOT FINISHED".
 03   Filler             Pic X(13)     Value "ALL RUNS".
 01   WS-Status-Label-Table Redefines WS-Status-Labels.
 03   SL-Label         Pic X(13)     Occurs 4 Times.

 01   Heading-Line-1.
 03   Filler             Pic X(28)
         Value "BATCH RUN HISTORY - PERIOD ".
 03   HL-Period         Pic 9(6).
 03   Filler             Pic X(11)     Value "   RUN ON ".
 03   HL-Run-Date         Pic 9(8).

 01   Heading-Line-2.
 03   Filler             Pic X(10)     Value "PROGRAM".
 03   Filler             Pic X(10)     Value "PERIOD".
 03   Filler             Pic X(10)     Value "OPERATOR".
 03   Filler             Pic X(17)     Value "STARTED".
 03   Filler             Pic X(17)     Value "FINISHED".
 03   Filler             Pic X(15)     Value "STATUS".
 03   Filler             Pic X(10)     Value "RECORDS IN".
 03   Filler             Pic X(13)     Value "  RECORDS OUT".

 01   Detail-Line.
 03   DL-Program         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Period         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Operator-Id     Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Start-Date         Pic 9(8).
 03   Filler             Pic X(1)     Value Space.
 03   DL-Start-Time         Pic 9(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-End-Date         Pic 9(8).
 03   Filler             Pic X(1)     Value Space.
 03   DL-End-Time         Pic 9(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Status         Pic X(13).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Records-In         Pic ZZ,ZZZ,ZZ9.
 03   Filler             Pic X(3)     Value Spaces.
 03   DL-Records-Out     Pic ZZ,ZZZ,ZZ9.

 01   Message-Line.
 03   Filler             Pic X(10)     Value Spaces.
 03   ML-Message         Pic X(50).

 01   Total-Line.
 03   TL-Label         Pic X(13).
 03   TL-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(5)     Value " RUNS".
 03   Filler             Pic X(51)     Value Spaces.
 03   TL-Records-In         Pic Z,ZZZ,ZZZ,ZZ9.
 03   Filler             Pic X(2)     Value Spaces.
 03   TL-Records-Out     Pic ZZZ,ZZZ,ZZ9.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - take the period, list every run stamped for it
*> or started in it, then print the totals by status.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Run Until End-Of-File.
     Perform 2900-Print-Totals.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - take the period, open the files,
*> clear the totals, print the heading and prime the read.  A shop
*> with no run-control file yet has an empty report.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Move Zeros To WS-Status-Totals.
     Perform 1500-Get-Report-Period.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Open Input Run-Control-File.
     If Run-Control-Status = "35"
         Display "RUNRPT - NO RUN-CONTROL FILE ON HAND"
         Move "Y" To WS-EOF-Switch
     End-If.
     Open Output Run-History-Report.
     Move WS-Report-Period     To HL-Period.
     Move WS-Today-Date-Work To HL-Run-Date.
     Write Report-Line From Heading-Line-1.
     Write Report-Line From Heading-Line-2 After Advancing 2 Lines.
     If Not End-Of-File
         Read Run-Control-File
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1500-Get-Report-Period - prompt for the period to report; it
*> must key in as 6 numeric digits YYYYMM with a real month.
*> ---------------------------------------------------------------
 1500-Get-Report-Period.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1510-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 1510-Accept-One-Attempt - one pass at the period prompt.
*> ---------------------------------------------------------------
 1510-Accept-One-Attempt.
     Display "RUN HISTORY FOR PERIOD (YYYYMM): ".
     Accept WS-Period-In.
     If WS-Period-In Is Numeric
         Move WS-Period-In To WS-Report-Period
         If RP-Month >= 1 And RP-Month <= 12
             Move "Y" To WS-Valid-Entry-Switch
         Else
             Display "RUNRPT - PERIOD MONTH MUST BE 01-12"
         End-If
     Else
         Display "RUNRPT - PERIOD MUST BE 6 NUMERIC DIGITS YYYYMM"
     End-If.

*> ---------------------------------------------------------------
*> 2000-Process-One-Run - report the current run when it was made
*> for the period (a month, or a day within it) or started during
*> it, then read the next one.
*> ---------------------------------------------------------------
 2000-Process-One-Run.
     Move RN-Period To WS-Run-Period.
     Compute WS-Start-Month = RN-Start-Date / 100.
     If WS-Run-Period-Month = WS-Report-Period-X
         Or WS-Start-Month = WS-Report-Period
         Evaluate True
             When RN-Status-Completed
                 Move 1         To WS-Status-Idx
             When RN-Status-Refused
                 Move 2         To WS-Status-Idx
             When Other
                 Move 3         To WS-Status-Idx
         End-Evaluate
         Perform 2100-Print-One-Run
         Perform 2200-Add-To-Totals
         Move 4 To WS-Status-Idx
         Perform 2200-Add-To-Totals
     End-If.
     Read Run-Control-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Print-One-Run - format and print the current run's line,
*> and the message under it when the run left one.
*> ---------------------------------------------------------------
 2100-Print-One-Run.
     Move RN-Program         To DL-Program.
     Move RN-Period         To DL-Period.
     Move RN-Operator-Id     To DL-Operator-Id.
     Move RN-Start-Date     To DL-Start-Date.
     Move RN-Start-Time     To DL-Start-Time.
     Move RN-End-Date         To DL-End-Date.
     Move RN-End-Time         To DL-End-Time.
     Move SL-Label(WS-Status-Idx) To DL-Status.
     Move RN-Records-In     To DL-Records-In.
     Move RN-Records-Out     To DL-Records-Out.
     Write Report-Line From Detail-Line.
     If RN-Message Not = Spaces
         Move RN-Message     To ML-Message
         Write Report-Line From Message-Line
     End-If.

*> ---------------------------------------------------------------
*> 2200-Add-To-Totals - add the current run into the totals slot
*> in WS-Status-Idx.
*> ---------------------------------------------------------------
 2200-Add-To-Totals.
     Add 1 To SX-Count(WS-Status-Idx).
     Add RN-Records-In     To SX-Records-In(WS-Status-Idx).
     Add RN-Records-Out     To SX-Records-Out(WS-Status-Idx).

*> ---------------------------------------------------------------
*> 2900-Print-Totals - one total line per status, then all runs
*> together.
*> ---------------------------------------------------------------
 2900-Print-Totals.
     Write Report-Line From Spaces.
     Perform 2910-Print-One-Total-Line
         Varying WS-Status-Idx From 1 By 1
         Until WS-Status-Idx > 4.

*> ---------------------------------------------------------------
*> 2910-Print-One-Total-Line - print the totals slot in
*> WS-Status-Idx.
*> ---------------------------------------------------------------
 2910-Print-One-Total-Line.
     If WS-Status-Idx = 4
         Write Report-Line From Spaces
     End-If.
     Move SL-Label(WS-Status-Idx)     To TL-Label.
     Move SX-Count(WS-Status-Idx)     To TL-Count.
     Move SX-Records-In(WS-Status-Idx) To TL-Records-In.
     Move SX-Records-Out(WS-Status-Idx) To TL-Records-Out.
     Write Report-Line From Total-Line.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Run-Control-Status Not = "35"
         Close Run-Control-File
     End-If.
     Close Run-History-Report.
