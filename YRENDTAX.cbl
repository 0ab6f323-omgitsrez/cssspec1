*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  YrEndTax.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Year-end tax reporting for
*>                   the calendar year the operator keys.  Owner
*>                   side: each owner's gross rents for the year
*>                   are summed off the remittance feed OwnrStmt
*>                   appends to every month (REMTREC, the
*>                   collections before the management fee) - a
*>                   month stated twice counts once, at its last
*>                   statement - and every 1099-eligible owner
*>                   with a taxpayer ID and rents of at least the
*>                   filing threshold is written to the electronic
*>                   1099-MISC file (rents, box 1) in the IRS
*>                   750-byte transmitter/payer/payee/end-of-payer/
*>                   end-of-transmission record format.  The proof
*>                   list shows every owner with rents or marked
*>                   eligible, filed or not and why not.  Tenant
*>                   side: a certificate of rent paid for every
*>                   tenant, live or moved out, whose Payment
*>                   entries net of returned-check Reversals for
*>                   the year come to more than zero, off the
*>                   tenant ledger and the LedgArch archive both,
*>                   printed and filed in the statement repository
*>                   (STMTREC) as type "C" under period YYYY12 for
*>                   StmtRprt to reprint.  The payer and
*>                   transmitter particulars are keyed at the run.
*>                   The run is refused unless OwnrStmt has
*>                   completed for December of the tax year.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Owner-Master Assign To "OWNRMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is OW-Owner-Id
         File Status Is Owner-Master-Status.
     Select Owner-Remit-Feed Assign To "OWNRREMT"
         Organization Is Line Sequential
         File Status Is Owner-Remit-Status.
     Select Property-Owner-File Assign To "PROPOWNR"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is PP-Property-Code
         File Status Is Property-Owner-Status.
     Select Tenant-Ledger Assign To "TENLEDG"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is LG-Key
         File Status Is Tenant-Ledger-Status.
     Select Archive-File Assign To "LEDGARCH"
         Organization Is Line Sequential
         File Status Is Archive-File-Status.
     Select Tenant-Master Assign To "TENMAST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is TM-Tenant-Id
         File Status Is Tenant-Master-Status.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Address-History Assign To "ADDRHIST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is AH-Key
         File Status Is Address-History-Status.
     Select Statement-Repository Assign To "STMTREPO"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is SR-Key
         File Status Is Statement-Repository-Status.
     Select Sort-Work-File Assign To "SRTWK01".
     Select Proof-List Assign To "TAXPROOF"
         Organization Is Line Sequential
         File Status Is Proof-List-Status.
     Select Electronic-1099-File Assign To "IRS1099"
         Organization Is Line Sequential
         File Status Is Electronic-1099-Status.
     Select Certificate-File Assign To "RENTCERT"
         Organization Is Line Sequential
         File Status Is Certificate-File-Status.

 Data Division.
 File Section.
 FD  Owner-Master.
 Copy OWNRREC.

 FD  Owner-Remit-Feed.
 Copy REMTREC.

 FD  Property-Owner-File.
 Copy PROPREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Archive-File.
 Copy LEDGREC
     Replacing ==Ledger-Record==     By ==Archive-Record==
               ==LG-Key==         By ==AR-Key==
               ==LG-Tenant-Id==     By ==AR-Tenant-Id==
               ==LG-Sequence-No==     By ==AR-Sequence-No==
               ==LG-Entry-Date==     By ==AR-Entry-Date==
               ==LG-Entry-Type==     By ==AR-Entry-Type==
               ==LG-Amount==         By ==AR-Amount==
               ==LG-Balance==         By ==AR-Balance==
               ==LG-Reference==     By ==AR-Reference==
               ==LG-Charge-Code==     By ==AR-Charge-Code==
               ==LG-Adjust-Reason==     By ==AR-Adjust-Reason==
               ==LG-Type-Is-Billed==     By ==AR-Type-Is-Billed==
               ==LG-Type-Is-Payment==     By ==AR-Type-Is-Payment==
               ==LG-Type-Is-Late-Fee==     By ==AR-Type-Is-Late-Fee==
               ==LG-Type-Is-Adjustment== By ==AR-Type-Is-Adjustment==
               ==LG-Type-Is-Deposit-Applied==
                   By ==AR-Type-Is-Deposit-Applied==
               ==LG-Type-Is-Interest-Applied==
                   By ==AR-Type-Is-Interest-Applied==
               ==LG-Type-Is-Reversal==     By ==AR-Type-Is-Reversal==
               ==LG-Type-Is-Balance-Fwd== By ==AR-Type-Is-Balance-Fwd==
               ==LG-Type-Is-Write-Off==     By ==AR-Type-Is-Write-Off==
               ==LG-Type-Is-Recovery==     By ==AR-Type-Is-Recovery==
               ==LG-Reason-Late-Fee-Waiver==
                   By ==AR-Reason-Late-Fee-Waiver==
               ==LG-Reason-Concession== By ==AR-Reason-Concession==
               ==LG-Reason-Correction== By ==AR-Reason-Correction==.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Address-History.
 Copy ADDRREC.

 FD  Statement-Repository.
 Copy STMTREC.

 SD  Sort-Work-File.
 01   Sort-Work-Record.
 03   SW-Tenant-Id         Pic X(6).
 03   SW-Amount         Pic S9(6)v99.

 FD  Proof-List.
 01   Proof-Line         Pic X(132).

 FD  Electronic-1099-File.
 01   Electronic-1099-Record     Pic X(750).

 FD  Certificate-File.
 01   Certificate-Line     Pic X(110).

 Working-Storage Section.
 01   Work-Fields.
 03   Owner-Master-Status     Pic X(2)     Value "00".
 03   Owner-Remit-Status     Pic X(2)     Value "00".
 03   Property-Owner-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Archive-File-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Address-History-Status     Pic X(2)     Value "00".
 03   Statement-Repository-Status Pic X(2)     Value "00".
 03   Proof-List-Status     Pic X(2)     Value "00".
 03   Electronic-1099-Status     Pic X(2)     Value "00".
 03   Certificate-File-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-Sort-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Sort         Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-No-Address-File-Switch Pic X(1)     Value "N".
     88   No-Address-File     Value "Y".
 03   WS-Address-Scan-Switch     Pic X(1)     Value "N".
     88   Address-Scan-Done     Value "Y".
 03   WS-Owner-Found-Switch     Pic X(1)     Value "N".
     88   Owner-Was-Found     Value "Y".
 03   WS-First-Tenant-Switch     Pic X(1)     Value "Y".
     88   First-Tenant-In-Sort     Value "Y".
 03   WS-Filing-Pass         Pic X(1)     Value "C".
     88   Pass-Is-Count         Value "C".
     88   Pass-Is-Write         Value "W".
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Today-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Today-Date-Parts Redefines WS-Today-Date-Work.
     05   TD-Year         Pic 9(4).
     05   Filler         Pic 9(4).
 03   WS-Year-In         Pic X(4)     Value Spaces.
 03   WS-Tax-Year         Pic 9(4)     Value Zero.
 03   WS-December-Period     Pic 9(6)     Value Zero.
 03   WS-Entry-Date-Work     Pic 9(8)     Value Zero.
 03   WS-Entry-Date-Parts Redefines WS-Entry-Date-Work.
     05   ED-Year         Pic 9(4).
     05   ED-Month         Pic 9(2).
     05   ED-Day         Pic 9(2).
 03   WS-Remit-Period-Work     Pic 9(6)     Value Zero.
 03   WS-Remit-Period-Parts Redefines WS-Remit-Period-Work.
     05   RP-Year         Pic 9(4).
     05   RP-Month         Pic 9(2).

*> Payer and transmitter particulars keyed for the run.
 03   WS-Payer-TIN         Pic X(9)     Value Spaces.
 03   WS-Transmitter-Code     Pic X(5)     Value Spaces.
 03   WS-Payer-Name         Pic X(40)     Value Spaces.
 03   WS-Payer-Address     Pic X(40)     Value Spaces.
 03   WS-Payer-City         Pic X(40)     Value Spaces.
 03   WS-Payer-State         Pic X(2)     Value Spaces.
 03   WS-Payer-Zip         Pic X(9)     Value Spaces.
 03   WS-Payer-Phone         Pic X(15)     Value Spaces.
 03   WS-Contact-Name     Pic X(40)     Value Spaces.
 03   WS-Contact-Email     Pic X(50)     Value Spaces.
 03   WS-Test-File-In     Pic X(1)     Value Space.
     88   Test-File-In-Is-Valid     Value "Y" "N".
     88   File-Is-Test         Value "Y".

*> 1099 working fields and totals.
 03   WS-1099-Threshold     Pic 9(4)v99     Value 600.00.
 03   WS-Owner-Slot         Pic 9(4)     Value Zero.
 03   WS-Match-Owner-Id     Pic X(6)     Value Spaces.
 03   WS-Owner-Idx         Pic 9(4)     Value Zero.
 03   WS-Month-Idx         Pic 9(2)     Value Zero.
 03   WS-Owner-Gross         Pic S9(8)v99     Value Zero.
 03   WS-Owner-Status     Pic X(30)     Value Spaces.
 03   WS-Owner-Filed-Switch     Pic X(1)     Value "N".
     88   Owner-Is-Filed         Value "Y".
 03   WS-Zip-Work         Pic X(10)     Value Spaces.
 03   WS-Zip-Out         Pic X(9)     Value Spaces.
 03   WS-Record-Sequence     Pic 9(8)     Value Zero.
 03   WS-Payees-Filed     Pic 9(8)     Value Zero.
 03   WS-Payees-Counted     Pic 9(8)     Value Zero.
 03   WS-Amount-Filed     Pic 9(10)v99     Value Zero.
 03   WS-Owners-Listed     Pic 9(6)     Value Zero.
 03   WS-Owners-Not-Filed     Pic 9(6)     Value Zero.
 03   WS-Amount-Not-Filed     Pic S9(10)v99     Value Zero.
 03   WS-Remits-Read         Pic 9(6)     Value Zero.

*> Certificate working fields and totals.
 03   WS-Current-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Tenant-Net         Pic S9(8)v99     Value Zero.
 03   WS-Rent-Paid         Pic 9(8)v99     Value Zero.
 03   WS-Cert-Property-Code     Pic X(4)     Value Spaces.
 03   WS-Cert-Unit-No     Pic X(4)     Value Spaces.
 03   WS-Cert-Last-Name     Pic X(25)     Value Spaces.
 03   WS-Cert-First-Name     Pic X(25)     Value Spaces.
 03   WS-Cert-ADD1         Pic X(50)     Value Spaces.
 03   WS-Cert-City         Pic X(20)     Value Spaces.
 03   WS-Cert-State         Pic X(2)     Value Spaces.
 03   WS-Cert-Zip         Pic X(10)     Value Spaces.
 03   WS-Cert-Owner-Name     Pic X(30)     Value Spaces.
 03   WS-Print-Name         Pic X(52)     Value Spaces.
 03   WS-Print-Address     Pic X(90)     Value Spaces.
 03   WS-Trim-Max         Pic 9(3)     Value Zero.
 03   WS-Last-Name-Len     Pic 9(3)     Value Zero.
 03   WS-First-Name-Len     Pic 9(3)     Value Zero.
 03   WS-Add1-Len         Pic 9(3)     Value Zero.
 03   WS-City-Len         Pic 9(3)     Value Zero.
 03   WS-State-Len         Pic 9(3)     Value Zero.
 03   WS-Zip-Len         Pic 9(3)     Value Zero.
 03   WS-Repo-Line-No     Pic 9(4)     Value Zero.
 03   WS-Entries-Released     Pic 9(8)     Value Zero.
 03   WS-Certificates-Written     Pic 9(6)     Value Zero.
 03   WS-Certificate-Total     Pic 9(10)v99     Value Zero.

 Copy RUNCPARM.

*> The year's remittances per owner, one bucket per statement
*> month, so a month OwnrStmt stated twice is counted at its last
*> statement instead of twice.
 01   WS-Owner-Remit-Table.
 03   OR-Count         Pic 9(4)     Value Zero.
 03   OR-Entry Occurs 200 Times.
     05   OR-Owner-Id         Pic X(6).
     05   OR-Listed-Switch     Pic X(1).
     05   OR-Month-Amount     Pic S9(8)v99 Occurs 12 Times.

 01   Proof-Heading-1.
 03   Filler             Pic X(30)
         Value "1099-MISC PROOF LIST - YEAR ".
 03   PH-Tax-Year         Pic 9(4).
 03   Filler             Pic X(11)     Value "   RUN ON ".
 03   PH-Run-Date         Pic 9(8).
 03   Filler             Pic X(4)     Value Spaces.
 03   PH-Test-Note         Pic X(20)     Value Spaces.

 01   Proof-Heading-2.
 03   Filler             Pic X(8)     Value "OWNER".
 03   Filler             Pic X(32)     Value "NAME".
 03   Filler             Pic X(11)     Value "TAX ID".
 03   Filler             Pic X(5)     Value "TYPE".
 03   Filler             Pic X(5)     Value "1099".
 03   Filler             Pic X(16)     Value "   GROSS RENTS".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(6)     Value "STATUS".

 01   Proof-Detail.
 03   PD-Owner-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   PD-Name         Pic X(30).
 03   Filler             Pic X(2)     Value Spaces.
 03   PD-Taxpayer-Id     Pic X(9).
 03   Filler             Pic X(2)     Value Spaces.
 03   PD-TIN-Type         Pic X(1).
 03   Filler             Pic X(4)     Value Spaces.
 03   PD-1099-Flag         Pic X(1).
 03   Filler             Pic X(2)     Value Spaces.
 03   PD-Gross-Rents     Pic ZZ,ZZZ,ZZ9.99-.
 03   Filler             Pic X(4)     Value Spaces.
 03   PD-Status         Pic X(30).

 01   Proof-Total.
 03   PT-Label         Pic X(30).
 03   PT-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(3)     Value Spaces.
 03   PT-Amount         Pic ZZZ,ZZZ,ZZ9.99-.

*> IRS 1099 electronic filing records, 750 bytes each.
 01   Transmitter-Record.
 03   TR-Record-Type     Pic X(1)     Value "T".
 03   TR-Payment-Year     Pic 9(4).
 03   TR-Prior-Year-Ind     Pic X(1)     Value Space.
 03   TR-Transmitter-TIN     Pic X(9).
 03   TR-Transmitter-Code     Pic X(5).
 03   Filler             Pic X(7)     Value Spaces.
 03   TR-Test-File-Ind     Pic X(1).
 03   TR-Foreign-Entity-Ind     Pic X(1)     Value Space.
 03   TR-Transmitter-Name     Pic X(40).
 03   TR-Transmitter-Name-2     Pic X(40)     Value Spaces.
 03   TR-Company-Name     Pic X(40).
 03   TR-Company-Name-2     Pic X(40)     Value Spaces.
 03   TR-Company-Address     Pic X(40).
 03   TR-Company-City     Pic X(40).
 03   TR-Company-State     Pic X(2).
 03   TR-Company-Zip     Pic X(9).
 03   Filler             Pic X(15)     Value Spaces.
 03   TR-Total-Payees     Pic 9(8).
 03   TR-Contact-Name     Pic X(40).
 03   TR-Contact-Phone     Pic X(15).
 03   TR-Contact-Email     Pic X(50).
 03   Filler             Pic X(91)     Value Spaces.
 03   TR-Sequence-No     Pic 9(8).
 03   Filler             Pic X(10)     Value Spaces.
 03   TR-Vendor-Ind         Pic X(1)     Value "I".
 03   Filler             Pic X(232)     Value Spaces.

 01   Payer-Record.
 03   PA-Record-Type     Pic X(1)     Value "A".
 03   PA-Payment-Year     Pic 9(4).
 03   PA-Combined-Fed-State     Pic X(1)     Value Space.
 03   Filler             Pic X(5)     Value Spaces.
 03   PA-Payer-TIN         Pic X(9).
 03   PA-Name-Control     Pic X(4)     Value Spaces.
 03   PA-Last-Filing-Ind     Pic X(1)     Value Space.
 03   PA-Type-Of-Return     Pic X(2)     Value "A".
 03   PA-Amount-Codes     Pic X(18)     Value "1".
 03   Filler             Pic X(6)     Value Spaces.
 03   PA-Foreign-Entity-Ind     Pic X(1)     Value Space.
 03   PA-Payer-Name         Pic X(40).
 03   PA-Payer-Name-2     Pic X(40)     Value Spaces.
 03   PA-Transfer-Agent-Ind     Pic X(1)     Value "0".
 03   PA-Payer-Address     Pic X(40).
 03   PA-Payer-City         Pic X(40).
 03   PA-Payer-State     Pic X(2).
 03   PA-Payer-Zip         Pic X(9).
 03   PA-Payer-Phone     Pic X(15).
 03   Filler             Pic X(260)     Value Spaces.
 03   PA-Sequence-No     Pic 9(8).
 03   Filler             Pic X(243)     Value Spaces.

 01   Payee-Record.
 03   PB-Record-Type     Pic X(1)     Value "B".
 03   PB-Payment-Year     Pic 9(4).
 03   PB-Corrected-Ind     Pic X(1)     Value Space.
 03   PB-Name-Control     Pic X(4)     Value Spaces.
 03   PB-TIN-Type         Pic X(1).
 03   PB-Payee-TIN         Pic X(9).
 03   PB-Account-No         Pic X(20).
 03   PB-Office-Code     Pic X(4)     Value Spaces.
 03   Filler             Pic X(10)     Value Spaces.
 03   PB-Rents-Amount     Pic 9(12).
 03   PB-Other-Amounts.
     05   PB-Other-Amount     Pic 9(12)     Occurs 15 Times.
 03   PB-Foreign-Country-Ind     Pic X(1)     Value Space.
 03   PB-Payee-Name         Pic X(40).
 03   PB-Payee-Name-2     Pic X(40)     Value Spaces.
 03   PB-Payee-Address     Pic X(40).
 03   Filler             Pic X(40)     Value Spaces.
 03   PB-Payee-City         Pic X(40).
 03   PB-Payee-State     Pic X(2).
 03   PB-Payee-Zip         Pic X(9).
 03   Filler             Pic X(41)     Value Spaces.
 03   PB-Sequence-No     Pic 9(8).
 03   Filler             Pic X(36)     Value Spaces.
 03   PB-Second-TIN-Notice     Pic X(1)     Value Space.
 03   Filler             Pic X(2)     Value Spaces.
 03   PB-Direct-Sales-Ind     Pic X(1)     Value Space.
 03   PB-FATCA-Ind         Pic X(1)     Value Space.
 03   Filler             Pic X(114)     Value Spaces.
 03   PB-Special-Data     Pic X(60)     Value Spaces.
 03   PB-State-Withholding     Pic 9(12)     Value Zero.
 03   PB-Local-Withholding     Pic 9(12)     Value Zero.
 03   PB-Combined-State-Code     Pic X(2)     Value Spaces.
 03   Filler             Pic X(2)     Value Spaces.

 01   End-Of-Payer-Record.
 03   PC-Record-Type     Pic X(1)     Value "C".
 03   PC-Number-Of-Payees     Pic 9(8).
 03   Filler             Pic X(6)     Value Spaces.
 03   PC-Rents-Total     Pic 9(18).
 03   PC-Other-Totals.
     05   PC-Other-Total     Pic 9(18)     Occurs 15 Times.
 03   Filler             Pic X(196)     Value Spaces.
 03   PC-Sequence-No     Pic 9(8).
 03   Filler             Pic X(243)     Value Spaces.

 01   End-Of-Transmission-Record.
 03   PF-Record-Type     Pic X(1)     Value "F".
 03   PF-Number-Of-A-Records     Pic 9(8).
 03   PF-Zeros         Pic X(21)
         Value "000000000000000000000".
 03   Filler             Pic X(19)     Value Spaces.
 03   PF-Number-Of-Payees     Pic 9(8).
 03   Filler             Pic X(442)     Value Spaces.
 03   PF-Sequence-No     Pic 9(8).
 03   Filler             Pic X(243)     Value Spaces.

 01   Certificate-Amount-Line.
 03   CA-Label         Pic X(12)     Value "RENT PAID:  ".
 03   CA-Amount         Pic ZZ,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - take the year and the payer particulars, build
*> the owners' 1099s, then sort the year's tenant payments and
*> issue the rent-paid certificates from the sorted file.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1500-Get-Run-Parameters.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Perform 2000-Build-Owner-1099s
         Sort Sort-Work-File
             On Ascending Key SW-Tenant-Id
             Input Procedure Is 3000-Release-Rent-Payments
             Output Procedure Is 4000-Issue-Certificates
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files the owner and
*> certificate steps read and write; the ledger and archive are
*> opened by the sort input procedure.  The settled-tenant and
*> address files are only ever read, so a shop with neither yet
*> simply has none of what they would add.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Input Owner-Master.
     If Owner-Master-Status = "35"
         Open Output Owner-Master
         Close Owner-Master
         Open Input Owner-Master
     End-If.
     Open Input Property-Owner-File.
     If Property-Owner-Status = "35"
         Open Output Property-Owner-File
         Close Property-Owner-File
         Open Input Property-Owner-File
     End-If.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
     End-If.
     Open Input Address-History.
     If Address-History-Status = "35"
         Move "Y" To WS-No-Address-File-Switch
     End-If.
     Open I-O Statement-Repository.
     If Statement-Repository-Status = "35"
         Open Output Statement-Repository
         Close Statement-Repository
         Open I-O Statement-Repository
     End-If.
     Open Output Proof-List.
     Open Output Electronic-1099-File.
     Open Output Certificate-File.
     Move WS-Tax-Year         To PH-Tax-Year.
     Move WS-Today-Date-Work     To PH-Run-Date.
     If File-Is-Test
         Move "*** TEST FILE ***" To PH-Test-Note
     End-If.
     Write Proof-Line From Proof-Heading-1.
     Write Proof-Line From Proof-Heading-2 After Advancing 2 Lines.

*> ---------------------------------------------------------------
*> 1500-Get-Run-Parameters - the tax year (no later than this
*> one), then the payer and transmitter particulars the 1099 file
*> carries.
*> ---------------------------------------------------------------
 1500-Get-Run-Parameters.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1510-Accept-Year-Attempt Until Valid-Entry.
     Compute WS-December-Period = WS-Tax-Year * 100 + 12.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1520-Accept-Payer-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 1510-Accept-Year-Attempt - one pass at the tax year prompt.
*> ---------------------------------------------------------------
 1510-Accept-Year-Attempt.
     Display "TAX YEAR (YYYY): ".
     Accept WS-Year-In.
     If WS-Year-In Is Numeric
         Move WS-Year-In To WS-Tax-Year
         If WS-Tax-Year > TD-Year
             Display "YRENDTAX - TAX YEAR IS IN THE FUTURE"
         Else
             Move "Y" To WS-Valid-Entry-Switch
         End-If
     Else
         Display "YRENDTAX - TAX YEAR MUST BE 4 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 1520-Accept-Payer-Attempt - one pass at the payer prompts.
*> ---------------------------------------------------------------
 1520-Accept-Payer-Attempt.
     Display "PAYER TAXPAYER ID (9 DIGITS, NO DASHES): ".
     Accept WS-Payer-TIN.
     Display "TRANSMITTER CONTROL CODE (5 CHARS): ".
     Accept WS-Transmitter-Code.
     Display "PAYER NAME: ".
     Accept WS-Payer-Name.
     Display "PAYER ADDRESS: ".
     Accept WS-Payer-Address.
     Display "PAYER CITY: ".
     Accept WS-Payer-City.
     Display "PAYER STATE: ".
     Accept WS-Payer-State.
     Display "PAYER ZIP (9 DIGITS OR 5): ".
     Accept WS-Payer-Zip.
     Display "PAYER PHONE: ".
     Accept WS-Payer-Phone.
     Display "CONTACT NAME: ".
     Accept WS-Contact-Name.
     Display "CONTACT EMAIL: ".
     Accept WS-Contact-Email.
     Display "TEST FILE (Y/N): ".
     Accept WS-Test-File-In.
     Inspect WS-Test-File-In Converting "yn" To "YN".
     Evaluate True
         When WS-Payer-TIN Is Not Numeric
             Display "YRENDTAX - PAYER TAXPAYER ID MUST BE 9 DIGITS"
         When WS-Transmitter-Code = Spaces
             Display "YRENDTAX - TRANSMITTER CONTROL CODE REQUIRED"
         When WS-Payer-Name = Spaces
             Display "YRENDTAX - PAYER NAME REQUIRED"
         When Not Test-File-In-Is-Valid
             Display "YRENDTAX - TEST FILE MUST BE Y OR N"
         When Other
             Move "Y" To WS-Valid-Entry-Switch
     End-Evaluate.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the tax year, on the run-control file.
*> OwnrStmt must have completed for December of the year, so the
*> year's last remittances are on the feed; when it has not,
*> RunCtl stamps the run refused and nothing is opened.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "YRENDTAX"         To RU-Program.
     Move WS-Tax-Year         To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "OWNRSTMT"         To RU-Prereq-Program.
     Move WS-December-Period To RU-Prereq-Period.
     Move "E"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "YRENDTAX - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "YRENDTAX - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Build-Owner-1099s - total the year's remittances by owner,
*> count the owners to be filed (the transmitter record carries
*> the count up front), then list every owner and write the file.
*> ---------------------------------------------------------------
 2000-Build-Owner-1099s.
     Perform 2100-Load-Remittances.
     Move "C" To WS-Filing-Pass.
     Perform 2200-Pass-Owner-Master.
     Move WS-Payees-Counted To WS-Payees-Filed.
     If WS-Payees-Filed > Zero
         Perform 2500-Write-Transmitter-And-Payer
     Else
         Display "YRENDTAX - NO OWNER MEETS THE 1099 FILING"
             " THRESHOLD - NO ELECTRONIC FILE RECORDS WRITTEN"
     End-If.
     Move "W" To WS-Filing-Pass.
     Perform 2200-Pass-Owner-Master.
     Perform 2400-List-Unknown-Owner
         Varying WS-Owner-Idx From 1 By 1
         Until WS-Owner-Idx > OR-Count.
     If WS-Payees-Filed > Zero
         Perform 2700-Write-End-Records
     End-If.
     Perform 2900-Print-Proof-Totals.

*> ---------------------------------------------------------------
*> 2100-Load-Remittances - read the remittance feed and keep each
*> owner's collections for every statement month of the tax year;
*> a later record for the same owner and month replaces an
*> earlier one.  No feed on hand means no owner rents to report.
*> ---------------------------------------------------------------
 2100-Load-Remittances.
     Move Zero To OR-Count.
     Move "N" To WS-EOF-Switch.
     Open Input Owner-Remit-Feed.
     If Owner-Remit-Status = "35"
         Display "YRENDTAX - NO OWNER REMITTANCE FEED ON HAND"
         Move "Y" To WS-EOF-Switch
     Else
         Read Owner-Remit-Feed
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.
     Perform 2110-Take-One-Remittance Until End-Of-File.
     If Owner-Remit-Status Not = "35"
         Close Owner-Remit-Feed
     End-If.

*> ---------------------------------------------------------------
*> 2110-Take-One-Remittance - file the current remittance under
*> its owner and month when it is for the tax year, then read the
*> next one.
*> ---------------------------------------------------------------
 2110-Take-One-Remittance.
     Add 1 To WS-Remits-Read.
     Move RM-Statement-Period To WS-Remit-Period-Work.
     If RP-Year = WS-Tax-Year
         And RP-Month >= 1 And RP-Month <= 12
         Move RM-Owner-Id To WS-Match-Owner-Id
         Perform 2120-Find-Owner-Slot
         If WS-Owner-Slot > Zero
             Move RM-Collected-Amt
                 To OR-Month-Amount(WS-Owner-Slot, RP-Month)
         End-If
     End-If.
     Read Owner-Remit-Feed
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2120-Find-Owner-Slot - the table slot holding the remittance's
*> owner, opening a new one the first time the owner is seen.  A
*> table already full is reported and the owner left out.
*> ---------------------------------------------------------------
 2120-Find-Owner-Slot.
     Move Zero To WS-Owner-Slot.
     Perform 2125-Check-One-Owner-Slot
         Varying WS-Owner-Idx From 1 By 1
         Until WS-Owner-Idx > OR-Count
             Or WS-Owner-Slot > Zero.
     If WS-Owner-Slot = Zero
         If OR-Count < 200
             Add 1 To OR-Count
             Move OR-Count To WS-Owner-Slot
             Move RM-Owner-Id To OR-Owner-Id(WS-Owner-Slot)
             Move "N" To OR-Listed-Switch(WS-Owner-Slot)
             Perform 2130-Clear-One-Month
                 Varying WS-Month-Idx From 1 By 1
                 Until WS-Month-Idx > 12
         Else
             Display "YRENDTAX - OWNER TABLE FULL - OWNER "
                 RM-Owner-Id " LEFT OFF THE 1099 RUN"
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2125-Check-One-Owner-Slot - test one table slot for the owner
*> being looked for.
*> ---------------------------------------------------------------
 2125-Check-One-Owner-Slot.
     If OR-Owner-Id(WS-Owner-Idx) = WS-Match-Owner-Id
         Move WS-Owner-Idx To WS-Owner-Slot
     End-If.

*> ---------------------------------------------------------------
*> 2130-Clear-One-Month - clear one month bucket of a new slot.
*> ---------------------------------------------------------------
 2130-Clear-One-Month.
     Move Zero To OR-Month-Amount(WS-Owner-Slot, WS-Month-Idx).

*> ---------------------------------------------------------------
*> 2200-Pass-Owner-Master - one pass over Owner-Master from the
*> top: counting the owners to be filed on the first pass, listing
*> and filing them on the second.
*> ---------------------------------------------------------------
 2200-Pass-Owner-Master.
     Move "N" To WS-EOF-Switch.
     Move Low-Values To OW-Owner-Id.
     Start Owner-Master Key Is Not Less Than OW-Owner-Id
         Invalid Key
             Move "Y" To WS-EOF-Switch
     End-Start.
     If Not End-Of-File
         Read Owner-Master Next Record
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.
     Perform 2300-Take-One-Owner Until End-Of-File.

*> ---------------------------------------------------------------
*> 2300-Take-One-Owner - total the current owner's year and decide
*> whether the owner is filed; on the writing pass, list the owner
*> (when there is anything to say) and write the payee record.
*> ---------------------------------------------------------------
 2300-Take-One-Owner.
     Move OW-Owner-Id To WS-Match-Owner-Id.
     Move Zero To WS-Owner-Slot.
     Perform 2125-Check-One-Owner-Slot
         Varying WS-Owner-Idx From 1 By 1
         Until WS-Owner-Idx > OR-Count
             Or WS-Owner-Slot > Zero.
     Move Zero To WS-Owner-Gross.
     If WS-Owner-Slot > Zero
         Perform 2310-Add-One-Month
             Varying WS-Month-Idx From 1 By 1
             Until WS-Month-Idx > 12
     End-If.
     Move "N" To WS-Owner-Filed-Switch.
     Evaluate True
         When Not OW-Is-1099-Eligible
             Move "NOT 1099 ELIGIBLE" To WS-Owner-Status
         When OW-Taxpayer-Id Is Not Numeric
             Move "NO TAXPAYER ID - NOT FILED" To WS-Owner-Status
         When WS-Owner-Gross < WS-1099-Threshold
             Move "UNDER FILING THRESHOLD" To WS-Owner-Status
         When Other
             Move "FILED" To WS-Owner-Status
             Move "Y" To WS-Owner-Filed-Switch
     End-Evaluate.
     If Pass-Is-Count
         If Owner-Is-Filed
             Add 1 To WS-Payees-Counted
         End-If
     Else
         If WS-Owner-Slot > Zero
             Move "Y" To OR-Listed-Switch(WS-Owner-Slot)
         End-If
         If WS-Owner-Gross Not = Zero Or OW-Is-1099-Eligible
             Perform 2320-Print-Owner-Line
         End-If
         If Owner-Is-Filed
             Perform 2600-Write-Payee-Record
         End-If
     End-If.
     Read Owner-Master Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2310-Add-One-Month - add one month's collections into the
*> owner's year.
*> ---------------------------------------------------------------
 2310-Add-One-Month.
     Add OR-Month-Amount(WS-Owner-Slot, WS-Month-Idx)
         To WS-Owner-Gross.

*> ---------------------------------------------------------------
*> 2320-Print-Owner-Line - one proof list line for the owner, and
*> the owner into the filed or not-filed totals.
*> ---------------------------------------------------------------
 2320-Print-Owner-Line.
     Add 1 To WS-Owners-Listed.
     Move OW-Owner-Id         To PD-Owner-Id.
     Move OW-Name         To PD-Name.
     Move OW-Taxpayer-Id     To PD-Taxpayer-Id.
     Move OW-TIN-Type         To PD-TIN-Type.
     Move OW-1099-Flag         To PD-1099-Flag.
     Move WS-Owner-Gross     To PD-Gross-Rents.
     Move WS-Owner-Status     To PD-Status.
     Write Proof-Line From Proof-Detail.
     If Not Owner-Is-Filed
         Add 1 To WS-Owners-Not-Filed
         Add WS-Owner-Gross To WS-Amount-Not-Filed
     End-If.

*> ---------------------------------------------------------------
*> 2400-List-Unknown-Owner - an owner remitted to during the year
*> but no longer on Owner-Master cannot be filed; list it so the
*> owner can be put back and the run made again.
*> ---------------------------------------------------------------
 2400-List-Unknown-Owner.
     If OR-Listed-Switch(WS-Owner-Idx) = "N"
         Move WS-Owner-Idx To WS-Owner-Slot
         Move Zero To WS-Owner-Gross
         Perform 2310-Add-One-Month
             Varying WS-Month-Idx From 1 By 1
             Until WS-Month-Idx > 12
         Add 1 To WS-Owners-Listed
         Add 1 To WS-Owners-Not-Filed
         Add WS-Owner-Gross To WS-Amount-Not-Filed
         Move Spaces To Proof-Detail
         Move OR-Owner-Id(WS-Owner-Idx) To PD-Owner-Id
         Move "(NOT ON OWNER MASTER)" To PD-Name
         Move WS-Owner-Gross To PD-Gross-Rents
         Move "NOT ON OWNER MASTER - NOT FILED" To PD-Status
         Write Proof-Line From Proof-Detail
     End-If.

*> ---------------------------------------------------------------
*> 2500-Write-Transmitter-And-Payer - the transmitter record, with
*> the count of payees in the file, and the one payer record: we
*> file 1099-MISC, rents in amount 1.
*> ---------------------------------------------------------------
 2500-Write-Transmitter-And-Payer.
     Move WS-Payer-Zip To WS-Zip-Work.
     Perform 2650-Edit-Zip-Code.
     Add 1 To WS-Record-Sequence.
     Move WS-Tax-Year         To TR-Payment-Year.
     Move WS-Payer-TIN         To TR-Transmitter-TIN.
     Move WS-Transmitter-Code     To TR-Transmitter-Code.
     If File-Is-Test
         Move "T"         To TR-Test-File-Ind
     Else
         Move Space         To TR-Test-File-Ind
     End-If.
     Move WS-Payer-Name     To TR-Transmitter-Name.
     Move WS-Payer-Name     To TR-Company-Name.
     Move WS-Payer-Address     To TR-Company-Address.
     Move WS-Payer-City     To TR-Company-City.
     Move WS-Payer-State     To TR-Company-State.
     Move WS-Zip-Out         To TR-Company-Zip.
     Move WS-Payees-Filed     To TR-Total-Payees.
     Move WS-Contact-Name     To TR-Contact-Name.
     Move WS-Payer-Phone     To TR-Contact-Phone.
     Move WS-Contact-Email     To TR-Contact-Email.
     Move WS-Record-Sequence     To TR-Sequence-No.
     Write Electronic-1099-Record From Transmitter-Record.
     Add 1 To WS-Record-Sequence.
     Move WS-Tax-Year         To PA-Payment-Year.
     Move WS-Payer-TIN         To PA-Payer-TIN.
     Move WS-Payer-Name     To PA-Payer-Name.
     Move WS-Payer-Address     To PA-Payer-Address.
     Move WS-Payer-City     To PA-Payer-City.
     Move WS-Payer-State     To PA-Payer-State.
     Move WS-Zip-Out         To PA-Payer-Zip.
     Move WS-Payer-Phone     To PA-Payer-Phone.
     Move WS-Record-Sequence     To PA-Sequence-No.
     Write Electronic-1099-Record From Payer-Record.
     Move Zero To PC-Rents-Total.

*> ---------------------------------------------------------------
*> 2600-Write-Payee-Record - one payee record for the current
*> owner: taxpayer ID and type, our owner id as the account
*> number, the year's gross rents in cents, and the remit-to name
*> and address.
*> ---------------------------------------------------------------
 2600-Write-Payee-Record.
     Move OW-Zip To WS-Zip-Work.
     Perform 2650-Edit-Zip-Code.
     Add 1 To WS-Record-Sequence.
     Move WS-Tax-Year         To PB-Payment-Year.
     If OW-TIN-Is-EIN
         Move "1"         To PB-TIN-Type
     Else
         Move "2"         To PB-TIN-Type
     End-If.
     Move OW-Taxpayer-Id     To PB-Payee-TIN.
     Move OW-Owner-Id         To PB-Account-No.
     Compute PB-Rents-Amount = WS-Owner-Gross * 100.
     Move Zeros         To PB-Other-Amounts.
     Move OW-Name         To PB-Payee-Name.
     Move OW-ADD1         To PB-Payee-Address.
     Move OW-City         To PB-Payee-City.
     Move OW-State         To PB-Payee-State.
     Move WS-Zip-Out         To PB-Payee-Zip.
     Move WS-Record-Sequence     To PB-Sequence-No.
     Write Electronic-1099-Record From Payee-Record.
     Add PB-Rents-Amount     To PC-Rents-Total.
     Add WS-Owner-Gross     To WS-Amount-Filed.

*> ---------------------------------------------------------------
*> 2650-Edit-Zip-Code - the file wants the ZIP as digits only,
*> five or nine: take the dash out of a ZIP+4.
*> ---------------------------------------------------------------
 2650-Edit-Zip-Code.
     Move Spaces To WS-Zip-Out.
     If WS-Zip-Work(6:1) = "-"
         String WS-Zip-Work(1:5) WS-Zip-Work(7:4)
             Delimited By Size Into WS-Zip-Out
     Else
         Move WS-Zip-Work(1:9) To WS-Zip-Out
     End-If.

*> ---------------------------------------------------------------
*> 2700-Write-End-Records - the end-of-payer record with the
*> payee count and rents control total, and the end-of-
*> transmission record.
*> ---------------------------------------------------------------
 2700-Write-End-Records.
     Add 1 To WS-Record-Sequence.
     Move WS-Payees-Filed     To PC-Number-Of-Payees.
     Move Zeros         To PC-Other-Totals.
     Move WS-Record-Sequence     To PC-Sequence-No.
     Write Electronic-1099-Record From End-Of-Payer-Record.
     Add 1 To WS-Record-Sequence.
     Move 1             To PF-Number-Of-A-Records.
     Move WS-Payees-Filed     To PF-Number-Of-Payees.
     Move WS-Record-Sequence     To PF-Sequence-No.
     Write Electronic-1099-Record From End-Of-Transmission-Record.

*> ---------------------------------------------------------------
*> 2900-Print-Proof-Totals - owners listed, filed and not filed,
*> with their rents, so the file proves back to the list.
*> ---------------------------------------------------------------
 2900-Print-Proof-Totals.
     Write Proof-Line From Spaces.
     Move "OWNERS LISTED:" To PT-Label.
     Move WS-Owners-Listed To PT-Count.
     Move Zero To PT-Amount.
     Write Proof-Line From Proof-Total.
     Move "OWNERS FILED:" To PT-Label.
     Move WS-Payees-Filed To PT-Count.
     Move WS-Amount-Filed To PT-Amount.
     Write Proof-Line From Proof-Total.
     Move "OWNERS NOT FILED:" To PT-Label.
     Move WS-Owners-Not-Filed To PT-Count.
     Move WS-Amount-Not-Filed To PT-Amount.
     Write Proof-Line From Proof-Total.

*> ---------------------------------------------------------------
*> 3000-Release-Rent-Payments - sort input procedure.  Release
*> every Payment and returned-check Reversal dated in the tax year
*> off the tenant ledger and then the archive.  A Payment is
*> stored negative and a Reversal positive, so a tenant's released
*> amounts sum to what the tenant paid, negated.
*> ---------------------------------------------------------------
 3000-Release-Rent-Payments.
     Open Input Tenant-Ledger.
     Move "N" To WS-EOF-Switch.
     If Tenant-Ledger-Status = "35"
         Move "Y" To WS-EOF-Switch
     Else
         Read Tenant-Ledger
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.
     Perform 3100-Release-Ledger-Entry Until End-Of-File.
     If Tenant-Ledger-Status Not = "35"
         Close Tenant-Ledger
     End-If.
     Open Input Archive-File.
     Move "N" To WS-EOF-Switch.
     If Archive-File-Status = "35"
         Move "Y" To WS-EOF-Switch
     Else
         Read Archive-File
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.
     Perform 3200-Release-Archive-Entry Until End-Of-File.
     If Archive-File-Status Not = "35"
         Close Archive-File
     End-If.

*> ---------------------------------------------------------------
*> 3100-Release-Ledger-Entry - release the current ledger entry
*> when it is a Payment or Reversal of the tax year, then read
*> the next one.
*> ---------------------------------------------------------------
 3100-Release-Ledger-Entry.
     Move LG-Entry-Date To WS-Entry-Date-Work.
     If ED-Year = WS-Tax-Year
         And (LG-Type-Is-Payment Or LG-Type-Is-Reversal)
         Move LG-Tenant-Id     To SW-Tenant-Id
         Move LG-Amount     To SW-Amount
         Release Sort-Work-Record
         Add 1 To WS-Entries-Released
     End-If.
     Read Tenant-Ledger
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 3200-Release-Archive-Entry - the same for the current archived
*> entry.
*> ---------------------------------------------------------------
 3200-Release-Archive-Entry.
     Move AR-Entry-Date To WS-Entry-Date-Work.
     If ED-Year = WS-Tax-Year
         And (AR-Type-Is-Payment Or AR-Type-Is-Reversal)
         Move AR-Tenant-Id     To SW-Tenant-Id
         Move AR-Amount     To SW-Amount
         Release Sort-Work-Record
         Add 1 To WS-Entries-Released
     End-If.
     Read Archive-File
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 4000-Issue-Certificates - sort output procedure.  Total each
*> tenant's sorted amounts and issue the tenant's certificate at
*> the change of tenant, and for the last tenant at the end.
*> ---------------------------------------------------------------
 4000-Issue-Certificates.
     Move "N" To WS-Sort-EOF-Switch.
     Move "Y" To WS-First-Tenant-Switch.
     Perform 4010-Return-And-Total Until End-Of-Sort.
     If Not First-Tenant-In-Sort
         Perform 4100-Finish-One-Tenant
     End-If.
     Write Certificate-Line From Spaces.
     Move Spaces To Certificate-Line.
     String "CERTIFICATES ISSUED: " WS-Certificates-Written
         Delimited By Size Into Certificate-Line.
     Write Certificate-Line.
     Move Spaces To Certificate-Line.
     Move WS-Certificate-Total To CA-Amount.
     String "TOTAL CERTIFIED: " CA-Amount
         Delimited By Size Into Certificate-Line.
     Write Certificate-Line.

*> ---------------------------------------------------------------
*> 4010-Return-And-Total - get the next sorted amount, finishing
*> the previous tenant first when the tenant changes.
*> ---------------------------------------------------------------
 4010-Return-And-Total.
     Return Sort-Work-File
         At End
             Move "Y" To WS-Sort-EOF-Switch
         Not At End
             If First-Tenant-In-Sort
                 Move "N" To WS-First-Tenant-Switch
                 Move SW-Tenant-Id To WS-Current-Tenant-Id
                 Move Zero To WS-Tenant-Net
             End-If
             If SW-Tenant-Id Not = WS-Current-Tenant-Id
                 Perform 4100-Finish-One-Tenant
                 Move SW-Tenant-Id To WS-Current-Tenant-Id
                 Move Zero To WS-Tenant-Net
             End-If
             Add SW-Amount To WS-Tenant-Net
     End-Return.

*> ---------------------------------------------------------------
*> 4100-Finish-One-Tenant - a tenant whose payments net of
*> returned checks came to more than zero gets a certificate.
*> ---------------------------------------------------------------
 4100-Finish-One-Tenant.
     If WS-Tenant-Net < Zero
         Compute WS-Rent-Paid = Zero - WS-Tenant-Net
         Perform 4200-Find-Tenant-Particulars
         Perform 4300-Write-Certificate
     End-If.

*> ---------------------------------------------------------------
*> 4200-Find-Tenant-Particulars - name, address and unit off
*> Tenant-Master for a tenant still in residence; for one moved
*> out, the name and property MoveOut snapshotted and the latest
*> address on the address history (the forwarding address).  The
*> owner named is the one the property belongs to.
*> ---------------------------------------------------------------
 4200-Find-Tenant-Particulars.
     Move Spaces To WS-Cert-Property-Code.
     Move Spaces To WS-Cert-Unit-No.
     Move Spaces To WS-Cert-ADD1.
     Move Spaces To WS-Cert-City.
     Move Spaces To WS-Cert-State.
     Move Spaces To WS-Cert-Zip.
     Move "(NOT ON FILE)" To WS-Cert-Last-Name.
     Move Spaces To WS-Cert-First-Name.
     Move Spaces To WS-Cert-Owner-Name.
     Move WS-Current-Tenant-Id To TM-Tenant-Id.
     Read Tenant-Master
         Invalid Key
             Perform 4210-Find-Former-Tenant
         Not Invalid Key
             Move TM-Last-Name     To WS-Cert-Last-Name
             Move TM-First-Name     To WS-Cert-First-Name
             Move TM-ADD1         To WS-Cert-ADD1
             Move TM-City         To WS-Cert-City
             Move TM-State         To WS-Cert-State
             Move TM-Zip         To WS-Cert-Zip
             Move TM-Property-Code     To WS-Cert-Property-Code
             Move TM-Unit-No     To WS-Cert-Unit-No
     End-Read.
     If WS-Cert-Property-Code Not = Spaces
         Move WS-Cert-Property-Code To PP-Property-Code
         Read Property-Owner-File
             Invalid Key
                 Continue
             Not Invalid Key
                 Move PP-Owner-Id To OW-Owner-Id
                 Read Owner-Master
                     Invalid Key
                         Continue
                     Not Invalid Key
                         Move OW-Name To WS-Cert-Owner-Name
                 End-Read
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 4210-Find-Former-Tenant - a tenant gone from Tenant-Master.
*> ---------------------------------------------------------------
 4210-Find-Former-Tenant.
     If Not No-Settled-File
         Move WS-Current-Tenant-Id To ST-Tenant-Id
         Read Settled-Tenants
             Invalid Key
                 Continue
             Not Invalid Key
                 Move ST-Last-Name     To WS-Cert-Last-Name
                 Move ST-First-Name     To WS-Cert-First-Name
                 Move ST-Property-Code To WS-Cert-Property-Code
         End-Read
     End-If.
     If Not No-Address-File
         Move WS-Current-Tenant-Id To AH-Tenant-Id
         Move Zero To AH-Effective-Date
         Move Zero To AH-Seq-No
         Move "N" To WS-Address-Scan-Switch
         Start Address-History Key Is Not Less Than AH-Key
             Invalid Key
                 Move "Y" To WS-Address-Scan-Switch
         End-Start
         Perform 4220-Read-Next-Address Until Address-Scan-Done
     End-If.

*> ---------------------------------------------------------------
*> 4220-Read-Next-Address - step through the tenant's address
*> history in date order, keeping the last one; stop at end of
*> file or the next tenant.
*> ---------------------------------------------------------------
 4220-Read-Next-Address.
     Read Address-History Next Record
         At End
             Move "Y" To WS-Address-Scan-Switch
     End-Read.
     If Not Address-Scan-Done
         If AH-Tenant-Id = WS-Current-Tenant-Id
             Move AH-ADD1         To WS-Cert-ADD1
             Move AH-City         To WS-Cert-City
             Move AH-State         To WS-Cert-State
             Move AH-Zip         To WS-Cert-Zip
         Else
             Move "Y" To WS-Address-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 4300-Write-Certificate - print the tenant's certificate of rent
*> paid and file it, line for line, in the statement repository.
*> ---------------------------------------------------------------
 4300-Write-Certificate.
     Perform 4310-Trim-Name-And-Address-Fields.
     Move WS-Current-Tenant-Id To SR-Tenant-Id.
     Move WS-December-Period To SR-Period.
     Move "C" To SR-Stmt-Type.
     Move Zero To WS-Repo-Line-No.
     Move Spaces To WS-Print-Name.
     If WS-Cert-First-Name = Spaces
         Move WS-Cert-Last-Name To WS-Print-Name
     Else
         String WS-Cert-Last-Name(1:WS-Last-Name-Len)
             Delimited By Size
             ", " Delimited By Size
             WS-Cert-First-Name(1:WS-First-Name-Len)
             Delimited By Size
             Into WS-Print-Name
     End-If.
     Move Spaces To WS-Print-Address.
     If WS-Cert-ADD1 Not = Spaces
         String WS-Cert-ADD1(1:WS-Add1-Len) Delimited By Size
             " " Delimited By Size
             WS-Cert-City(1:WS-City-Len) Delimited By Size
             ", " Delimited By Size
             WS-Cert-State(1:WS-State-Len) Delimited By Size
             " " Delimited By Size
             WS-Cert-Zip(1:WS-Zip-Len) Delimited By Size
             Into WS-Print-Address
     End-If.
     Move "----------------------------------------"
         To Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Move "CERTIFICATE OF RENT PAID" To Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "TAX YEAR:   " WS-Tax-Year
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "TENANT ID:  " WS-Current-Tenant-Id
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "NAME:       " WS-Print-Name
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "ADDRESS:    " WS-Print-Address
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "RENTAL:     PROPERTY " WS-Cert-Property-Code
         "  UNIT " WS-Cert-Unit-No
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "OWNER:      " WS-Cert-Owner-Name
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     String "MANAGED BY: " WS-Payer-Name
         Delimited By Size Into Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Move WS-Rent-Paid To CA-Amount.
     Move Certificate-Amount-Line To Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Move "PAYMENTS RECEIVED IN THE TAX YEAR, NET OF RETURNED"
         To Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Move "CHECKS." To Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Perform 4400-Write-Certificate-Line.
     Add 1 To WS-Certificates-Written.
     Add WS-Rent-Paid To WS-Certificate-Total.

*> ---------------------------------------------------------------
*> 4310-Trim-Name-And-Address-Fields - trailing spaces off each
*> name and address field, so the pieces STRING together with
*> their embedded spaces intact; an empty field counts as one
*> character.
*> ---------------------------------------------------------------
 4310-Trim-Name-And-Address-Fields.
     Move 25 To WS-Trim-Max.
     Call "TrimFld" Using WS-Cert-Last-Name, WS-Trim-Max,
         WS-Last-Name-Len.
     Call "TrimFld" Using WS-Cert-First-Name, WS-Trim-Max,
         WS-First-Name-Len.
     Move 50 To WS-Trim-Max.
     Call "TrimFld" Using WS-Cert-ADD1, WS-Trim-Max, WS-Add1-Len.
     Move 20 To WS-Trim-Max.
     Call "TrimFld" Using WS-Cert-City, WS-Trim-Max, WS-City-Len.
     Move 2  To WS-Trim-Max.
     Call "TrimFld" Using WS-Cert-State, WS-Trim-Max, WS-State-Len.
     Move 10 To WS-Trim-Max.
     Call "TrimFld" Using WS-Cert-Zip, WS-Trim-Max, WS-Zip-Len.
     If WS-Last-Name-Len = Zero
         Move 1 To WS-Last-Name-Len
     End-If.
     If WS-First-Name-Len = Zero
         Move 1 To WS-First-Name-Len
     End-If.
     If WS-Add1-Len = Zero
         Move 1 To WS-Add1-Len
     End-If.
     If WS-City-Len = Zero
         Move 1 To WS-City-Len
     End-If.
     If WS-State-Len = Zero
         Move 1 To WS-State-Len
     End-If.
     If WS-Zip-Len = Zero
         Move 1 To WS-Zip-Len
     End-If.

*> ---------------------------------------------------------------
*> 4400-Write-Certificate-Line - print the staged line, file it in
*> the repository under the next line number (overlaying the line
*> a rerun finds there), and clear it for the next.
*> ---------------------------------------------------------------
 4400-Write-Certificate-Line.
     Write Certificate-Line.
     Add 1 To WS-Repo-Line-No.
     Move WS-Repo-Line-No To SR-Line-No.
     Move Certificate-Line To SR-Line-Text.
     Write Statement-Repo-Record
         Invalid Key
             If Statement-Repository-Status = "22"
                 Rewrite Statement-Repo-Record
             Else
                 Display "YRENDTAX - UNABLE TO STORE CERTIFICATE"
                     " LINE FOR " SR-Tenant-Id " - STATUS "
                     Statement-Repository-Status
             End-If
     End-Write.
     Move Spaces To Certificate-Line.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> remittances and ledger entries read and the 1099s and
*> certificates issued.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Compute RU-Records-In = WS-Remits-Read + WS-Entries-Released.
     Compute RU-Records-Out =
         WS-Payees-Filed + WS-Certificates-Written.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Owner-Master.
     Close Property-Owner-File.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     If Not No-Address-File
         Close Address-History
     End-If.
     Close Statement-Repository.
     Close Proof-List.
     Close Electronic-1099-File.
     Close Certificate-File.
