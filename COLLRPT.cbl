*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  CollRpt.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Former-tenant collections
*>                   status report - one line per former tenant on
*>                   the receivable file with the property the debt
*>                   arose at, where the account stands (open and
*>                   waiting, placed with the agency, recovered in
*>                   full, or settled by the tenant before
*>                   placement), the balance owed at pickup, what
*>                   was written off, and what the agency has
*>                   collected, kept as commission and remitted,
*>                   with what is still outstanding at the agency.
*>                   Totals by status and in all, so ownership can
*>                   be told what was written off and what came
*>                   back.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Former-Tenant-File Assign To "FORMTAR"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is FT-Tenant-Id
         File Status Is Former-Tenant-Status.
     Select Collections-Report Assign To "COLLRPT"
         Organization Is Line Sequential
         File Status Is Collections-Report-Status.

 Data Division.
 File Section.
 FD  Former-Tenant-File.
 Copy FTARREC.

 FD  Collections-Report.
 01   Report-Line         Pic X(132).

 Working-Storage Section.
 01   Work-Fields.
 03   Former-Tenant-Status     Pic X(2)     Value "00".
 03   Collections-Report-Status Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Outstanding         Pic 9(6)v99     Value Zero.
 03   WS-Status-Idx         Pic 9(1)     Value Zero.

*> Totals by status, in the order the report prints them: Open,
*> Placed, Recovered, Settled, then all statuses together.
 01   WS-Status-Totals.
 03   SX-Entry Occurs 5 Times.
     05   SX-Count         Pic 9(6).
     05   SX-Balance-Owed     Pic 9(8)v99.
     05   SX-Written-Off     Pic 9(8)v99.
     05   SX-Gross         Pic 9(8)v99.
     05   SX-Commission     Pic 9(8)v99.
     05   SX-Net         Pic 9(8)v99.
     05   SX-Outstanding     Pic 9(8)v99.

 01   WS-Status-Labels.
 03   Filler             Pic X(12)     Value "OPEN".
 03   Filler             Pic X(12)     Value "PLACED".
 03   Filler             Pic X(12)     Value "RECOVERED".
 03   Filler             Pic X(12)     Value "SETTLED".
 03   Filler             Pic X(12)     Value "ALL".
 01   WS-Status-Label-Table Redefines WS-Status-Labels.
 03   SL-Label         Pic X(12)     Occurs 5 Times.

 01   Heading-Line-1.
 03   Filler             Pic X(36)
         Value "FORMER-TENANT COLLECTIONS STATUS - ".
 03   HL-Run-Date         Pic 9(8).

 01   Heading-Line-2.
 03   Filler             Pic X(8)     Value "TENANT".
 03   Filler             Pic X(22)     Value "NAME".
 03   Filler             Pic X(6)     Value "PROP".
 03   Filler             Pic X(10)     Value "MOVED OUT".
 03   Filler             Pic X(11)     Value "STATUS".
 03   Filler             Pic X(10)     Value "      OWED".
 03   Filler             Pic X(12)     Value " WRITTEN OFF".
 03   Filler             Pic X(12)     Value "   COLLECTED".
 03   Filler             Pic X(12)     Value "  COMMISSION".
 03   Filler             Pic X(12)     Value "   RECOVERED".
 03   Filler             Pic X(12)     Value " OUTSTANDING".

 01   Detail-Line.
 03   DL-Tenant-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Last-Name         Pic X(20).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Property-Code     Pic X(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Move-Out-Date     Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Status         Pic X(9).
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Balance-Owed     Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Written-Off     Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Gross         Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Commission         Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Net             Pic ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   DL-Outstanding     Pic ZZZ,ZZ9.99.

 01   Total-Line.
 03   TL-Label         Pic X(12).
 03   TL-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(9)     Value " ACCOUNTS".
 03   Filler             Pic X(27)     Value Spaces.
 03   TL-Balance-Owed     Pic Z,ZZZ,ZZ9.99.
 03   TL-Written-Off     Pic Z,ZZZ,ZZ9.99.
 03   TL-Gross         Pic Z,ZZZ,ZZ9.99.
 03   TL-Commission         Pic Z,ZZZ,ZZ9.99.
 03   TL-Net             Pic Z,ZZZ,ZZ9.99.
 03   TL-Outstanding     Pic Z,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - read the receivable file in Tenant-Id order,
*> print one detail line per former tenant, then the totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1000-Initialize-Routine.
     Perform 2000-Process-One-Former-Tenant Until End-Of-File.
     Perform 2900-Print-Totals.
     Perform 9999-Terminate-Routine.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, clear the totals,
*> print the heading and prime the read.  A shop with no
*> receivable file yet has an empty report.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Move Zeros To WS-Status-Totals.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Open Input Former-Tenant-File.
     If Former-Tenant-Status = "35"
         Display "COLLRPT - NO FORMER-TENANT FILE ON HAND"
         Move "Y" To WS-EOF-Switch
     End-If.
     Open Output Collections-Report.
     Move WS-Today-Date-Work To HL-Run-Date.
     Write Report-Line From Heading-Line-1.
     Write Report-Line From Heading-Line-2 After Advancing 2 Lines.
     If Not End-Of-File
         Read Former-Tenant-File
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2000-Process-One-Former-Tenant - print the current former
*> tenant's line, add it into its status's totals and the overall
*> totals, and read the next one.  What is outstanding is what was
*> written off less the gross the agency has collected against it.
*> ---------------------------------------------------------------
 2000-Process-One-Former-Tenant.
     Evaluate True
         When FT-Status-Is-Open
             Move 1         To WS-Status-Idx
         When FT-Status-Is-Placed
             Move 2         To WS-Status-Idx
         When FT-Status-Is-Recovered
             Move 3         To WS-Status-Idx
         When Other
             Move 4         To WS-Status-Idx
     End-Evaluate.
     If FT-Gross-Recovered < FT-Written-Off-Amt
         Compute WS-Outstanding =
             FT-Written-Off-Amt - FT-Gross-Recovered
     Else
         Move Zero To WS-Outstanding
     End-If.
     Perform 2100-Print-One-Detail-Line.
     Perform 2200-Add-To-Totals.
     Move 5 To WS-Status-Idx.
     Perform 2200-Add-To-Totals.
     Read Former-Tenant-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Print-One-Detail-Line - format and print one former
*> tenant's detail line.
*> ---------------------------------------------------------------
 2100-Print-One-Detail-Line.
     Move FT-Tenant-Id     To DL-Tenant-Id.
     Move FT-Last-Name     To DL-Last-Name.
     Move FT-Property-Code     To DL-Property-Code.
     Move FT-Move-Out-Date     To DL-Move-Out-Date.
     Move SL-Label(WS-Status-Idx) To DL-Status.
     Move FT-Balance-Owed     To DL-Balance-Owed.
     Move FT-Written-Off-Amt To DL-Written-Off.
     Move FT-Gross-Recovered To DL-Gross.
     Move FT-Commission-Amt     To DL-Commission.
     Move FT-Net-Recovered     To DL-Net.
     Move WS-Outstanding     To DL-Outstanding.
     Write Report-Line From Detail-Line.

*> ---------------------------------------------------------------
*> 2200-Add-To-Totals - add the current former tenant into the
*> totals slot in WS-Status-Idx.
*> ---------------------------------------------------------------
 2200-Add-To-Totals.
     Add 1 To SX-Count(WS-Status-Idx).
     Add FT-Balance-Owed     To SX-Balance-Owed(WS-Status-Idx).
     Add FT-Written-Off-Amt To SX-Written-Off(WS-Status-Idx).
     Add FT-Gross-Recovered To SX-Gross(WS-Status-Idx).
     Add FT-Commission-Amt     To SX-Commission(WS-Status-Idx).
     Add FT-Net-Recovered     To SX-Net(WS-Status-Idx).
     Add WS-Outstanding     To SX-Outstanding(WS-Status-Idx).

*> ---------------------------------------------------------------
*> 2900-Print-Totals - one total line per status, then all
*> statuses together.
*> ---------------------------------------------------------------
 2900-Print-Totals.
     Write Report-Line From Spaces.
     Perform 2910-Print-One-Total-Line
         Varying WS-Status-Idx From 1 By 1
         Until WS-Status-Idx > 5.

*> ---------------------------------------------------------------
*> 2910-Print-One-Total-Line - print the totals slot in
*> WS-Status-Idx.
*> ---------------------------------------------------------------
 2910-Print-One-Total-Line.
     If WS-Status-Idx = 5
         Write Report-Line From Spaces
     End-If.
     Move SL-Label(WS-Status-Idx)     To TL-Label.
     Move SX-Count(WS-Status-Idx)     To TL-Count.
     Move SX-Balance-Owed(WS-Status-Idx) To TL-Balance-Owed.
     Move SX-Written-Off(WS-Status-Idx) To TL-Written-Off.
     Move SX-Gross(WS-Status-Idx)     To TL-Gross.
     Move SX-Commission(WS-Status-Idx) To TL-Commission.
     Move SX-Net(WS-Status-Idx)     To TL-Net.
     Move SX-Outstanding(WS-Status-Idx) To TL-Outstanding.
     Write Report-Line From Total-Line.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Former-Tenant-Status Not = "35"
         Close Former-Tenant-File
     End-If.
     Close Collections-Report.
