*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  UtilBill.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Monthly submetered utility
*>                   billing run.  Bills, for the same period
*>                   RentBill does (the month after the run date),
*>                   every unbilled meter reading (MTRDREC) taken
*>                   before that period starts: usage is the
*>                   reading less the unit's last good reading,
*>                   priced at the property's rate (UTRTREC) and
*>                   posted to the tenant's ledger as a Billed
*>                   entry under the utility's charge code, so it
*>                   ages, collects and reaches the GL like any
*>                   other charge.  When the tenant stamped on the
*>                   reading is not the one stamped on the last
*>                   reading, the usage and charge are split by
*>                   days between them at the outgoing tenant's
*>                   move-out (SETLREC) or, failing that, the
*>                   incoming tenant's start date; a share falling
*>                   to a vacant unit is not billed.  The first
*>                   reading a unit ever has only opens its
*>                   history.  A reading running backwards, or
*>                   showing usage more than the property's factor
*>                   times the unit's average, is held as an
*>                   exception and listed on the exception report
*>                   instead of being billed.  Every reading billed
*>                   carries its usage and the stamped tenant's
*>                   share, which RentBill prints on the statement.
*>                   The run is stamped on the run-control file.
*> 2026-10-15  RWC   A unit with a reading held as an exception
*>                   bills none of its later readings until the
*>                   exception is corrected, since each is measured
*>                   from the one before; they are listed as held.
*>                   A reading dated on or before the unit's last
*>                   billed reading (entered or corrected after the
*>                   later one billed) would charge the same usage
*>                   twice, so it is held as an exception too.  The
*>                   run now waits on RentUpd having run for its
*>                   month, so RentBill in turn can wait on this
*>                   run and find the utility lines in place.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Meter-Readings Assign To "MTRREAD"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is MR-Key
         File Status Is Meter-Readings-Status.
     Select Utility-Rates Assign To "UTILRATE"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is UR-Property-Code
         File Status Is Utility-Rates-Status.
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
     Select Billing-Register Assign To "UTILREG"
         Organization Is Line Sequential
         File Status Is Billing-Register-Status.
     Select Exception-Report Assign To "UTILEXC"
         Organization Is Line Sequential
         File Status Is Exception-Report-Status.

 Data Division.
 File Section.
 FD  Meter-Readings.
 Copy MTRDREC.

 FD  Utility-Rates.
 Copy UTRTREC.

 FD  Tenant-Master.
 Copy TENREC.

 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Billing-Register.
 01   Register-Line         Pic X(100).

 FD  Exception-Report.
 01   Exception-Line         Pic X(110).

 Working-Storage Section.
 01   Work-Fields.
 03   Meter-Readings-Status     Pic X(2)     Value "00".
 03   Utility-Rates-Status     Pic X(2)     Value "00".
 03   Tenant-Master-Status     Pic X(2)     Value "00".
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Billing-Register-Status     Pic X(2)     Value "00".
 03   Exception-Report-Status     Pic X(2)     Value "00".
 03   WS-EOF-Switch         Pic X(1)     Value "N".
     88   End-Of-File         Value "Y".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-Rate-Found-Switch     Pic X(1)     Value "N".
     88   Rate-Found         Value "Y".
 03   WS-Base-Found-Switch     Pic X(1)     Value "N".
     88   Base-Found         Value "Y".
 03   WS-Exception-Switch     Pic X(1)     Value "N".
     88   Reading-Is-Exception     Value "Y".
 03   WS-Cut-Found-Switch     Pic X(1)     Value "N".
     88   Cut-Date-Found     Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
     88   Ledger-Scan-Done     Value "Y".
 03   WS-Already-Posted-Switch Pic X(1)     Value "N".
     88   Charge-Already-Posted     Value "Y".
 03   WS-Unit-Held-Switch     Pic X(1)     Value "N".
     88   Unit-Is-Held         Value "Y".
 03   WS-Unit-Scan-Switch     Pic X(1)     Value "N".
     88   Unit-Scan-Done     Value "Y".
 03   WS-Period-Result     Pic X(1)     Value "O".
     88   Billing-Period-Closed     Value "C".
 03   WS-Group-Property     Pic X(4)     Value Spaces.
 03   WS-Group-Unit         Pic X(4)     Value Spaces.
 03   WS-Journal-Date     Pic 9(8)     Value Zeros.
 03   WS-Journal-Time     Pic 9(6)     Value Zeros.
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-New-Balance         Pic S9(6)v99     Value Zero.
 03   WS-New-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Run-Period         Pic 9(6)     Value Zero.
 03   WS-Prereq-Period     Pic 9(6)     Value Zero.

*> The unit's last good reading - the one the next reading's usage
*> is measured from - and its billed-usage history for the
*> average the impossible-reading test compares against.
 03   WS-Saved-Reading-Key     Pic X(16)     Value Spaces.
 03   WS-Last-Billed-Date     Pic 9(8)     Value Zero.
 03   WS-Base-Read-Date     Pic 9(8)     Value Zero.
 03   WS-Base-Water         Pic 9(7)     Value Zero.
 03   WS-Base-Electric     Pic 9(7)     Value Zero.
 03   WS-Base-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Water-Usage-Sum     Pic 9(9)     Value Zero.
 03   WS-Water-Read-Count     Pic 9(4)     Value Zero.
 03   WS-Electric-Usage-Sum     Pic 9(9)     Value Zero.
 03   WS-Electric-Read-Count     Pic 9(4)     Value Zero.
 03   WS-Usage-Factor     Pic 9(2)v9     Value Zero.
 03   WS-Average-Usage     Pic 9(7)v99     Value Zero.
 03   WS-Usage-Limit         Pic 9(9)v99     Value Zero.

*> The reading being billed: usage and charge per utility, and
*> the part of each falling to the outgoing tenant (the one on
*> the last reading) and the incoming tenant (the one on this).
 03   WS-Water-Usage         Pic 9(7)     Value Zero.
 03   WS-Electric-Usage     Pic 9(7)     Value Zero.
 03   WS-Water-Amt         Pic 9(4)v99     Value Zero.
 03   WS-Electric-Amt     Pic 9(4)v99     Value Zero.
 03   WS-Out-Water-Usage     Pic 9(7)     Value Zero.
 03   WS-Out-Electric-Usage     Pic 9(7)     Value Zero.
 03   WS-Out-Water-Amt     Pic 9(4)v99     Value Zero.
 03   WS-Out-Electric-Amt     Pic 9(4)v99     Value Zero.
 03   WS-In-Water-Usage     Pic 9(7)     Value Zero.
 03   WS-In-Electric-Usage     Pic 9(7)     Value Zero.
 03   WS-In-Water-Amt     Pic 9(4)v99     Value Zero.
 03   WS-In-Electric-Amt     Pic 9(4)v99     Value Zero.
 03   WS-Outgoing-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Incoming-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Base-Day-No         Pic 9(7)     Value Zero.
 03   WS-Read-Day-No         Pic 9(7)     Value Zero.
 03   WS-Cut-Day-No         Pic 9(7)     Value Zero.
 03   WS-Interval-Days     Pic 9(5)     Value Zero.
 03   WS-Out-Days         Pic 9(5)     Value Zero.

*> One share about to be posted, and the line it prints.
 03   WS-Post-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Post-Utility     Pic X(8)     Value Spaces.
 03   WS-Post-Usage         Pic 9(7)     Value Zero.
 03   WS-Post-Amount         Pic 9(4)v99     Value Zero.
 03   WS-Post-Charge-Code     Pic X(4)     Value Spaces.
 03   WS-Post-Reference     Pic X(10)     Value Spaces.
 03   WS-Post-Reference-Parts Redefines WS-Post-Reference.
     05   WS-Post-Ref-Prefix     Pic X(2).
     05   WS-Post-Ref-Date     Pic 9(8).
 03   WS-Post-Remark         Pic X(30)     Value Spaces.
 03   WS-Exception-Utility     Pic X(8)     Value Spaces.
 03   WS-Exception-Prior     Pic 9(7)     Value Zero.
 03   WS-Exception-Current     Pic 9(7)     Value Zero.
 03   WS-Exception-Usage     Pic 9(7)     Value Zero.
 03   WS-Exception-Reason     Pic X(30)     Value Spaces.

*> Run totals.
 03   WS-Readings-Read     Pic 9(6)     Value Zero.
 03   WS-Readings-Opened     Pic 9(6)     Value Zero.
 03   WS-Readings-Billed     Pic 9(6)     Value Zero.
 03   WS-Readings-Excepted     Pic 9(6)     Value Zero.
 03   WS-Readings-No-Rate     Pic 9(6)     Value Zero.
 03   WS-Readings-Held     Pic 9(6)     Value Zero.
 03   WS-Readings-Back-Dated     Pic 9(6)     Value Zero.
 03   WS-Charges-Posted     Pic 9(6)     Value Zero.
 03   WS-Amount-Posted     Pic 9(7)v99     Value Zero.
 03   WS-Amount-Vacant     Pic 9(7)v99     Value Zero.

*> Day-number arithmetic: a date's day count from a fixed origin,
*> so the days between two dates is a subtraction.
 03   WS-Day-Date         Pic 9(8)     Value Zero.
 03   WS-Day-Date-Parts Redefines WS-Day-Date.
     05   DY-Year         Pic 9(4).
     05   DY-Month         Pic 9(2).
     05   DY-Day         Pic 9(2).
 03   WS-Day-Number         Pic 9(7)     Value Zero.
 03   WS-Prior-Year         Pic 9(4)     Value Zero.
 03   WS-Leap-Days-4         Pic 9(4)     Value Zero.
 03   WS-Leap-Days-100     Pic 9(4)     Value Zero.
 03   WS-Leap-Days-400     Pic 9(4)     Value Zero.
 03   WS-Divide-Quotient     Pic 9(4)     Value Zero.
 03   WS-Year-Rem-4         Pic 9(4)     Value Zero.
 03   WS-Year-Rem-100     Pic 9(4)     Value Zero.
 03   WS-Year-Rem-400     Pic 9(4)     Value Zero.
 03   WS-Leap-Switch         Pic X(1)     Value "N".
     88   Is-Leap-Year         Value "Y".
 03   WS-Days-In-Billing-Month Pic 9(2)     Value Zero.

*> Days in the year before the first of each month (non-leap).
 01   WS-Month-Start-Days.
 03   Filler             Pic X(36)
         Value "000031059090120151181212243273304334".
 01   WS-Month-Start-Table Redefines WS-Month-Start-Days.
 03   MS-Days-Before         Pic 9(3)     Occurs 12 Times.

 Copy RUNCPARM.

 01   WS-Today-Date-Work         Pic 9(8).
 01   WS-Today-Date-Parts Redefines WS-Today-Date-Work.
 03   TD-Year             Pic 9(4).
 03   TD-Month             Pic 9(2).
 03   TD-Day             Pic 9(2).

 01   WS-Billing-Date-Parts.
 03   BD-Year             Pic 9(4).
 03   BD-Month             Pic 9(2).
 03   BD-Day             Pic 9(2).
 01   WS-Billing-Date-Num Redefines WS-Billing-Date-Parts Pic 9(8).

 01   Register-Heading-1.
 03   Filler             Pic X(30)
         Value "UTILITY BILLING REGISTER - ".
 03   RH-Period         Pic 9(6).
 03   Filler             Pic X(11)     Value "   RUN ON ".
 03   RH-Run-Date         Pic 9(8).

 01   Register-Heading-2.
 03   Filler             Pic X(11)     Value "PROP/UNIT".
 03   Filler             Pic X(10)     Value "READ DATE".
 03   Filler             Pic X(8)     Value "TENANT".
 03   Filler             Pic X(10)     Value "UTILITY".
 03   Filler             Pic X(10)     Value "   USAGE".
 03   Filler             Pic X(10)     Value "   AMOUNT".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(6)     Value "REMARK".

 01   Register-Detail.
 03   RD-Property-Code     Pic X(4).
 03   Filler             Pic X(1)     Value "/".
 03   RD-Unit-No         Pic X(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Read-Date         Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Tenant-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Utility         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Usage         Pic Z,ZZZ,ZZ9.
 03   Filler             Pic X(1)     Value Spaces.
 03   RD-Amount         Pic Z,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Remark         Pic X(30).

 01   Register-Total.
 03   RT-Label         Pic X(30).
 03   RT-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(3)     Value Spaces.
 03   RT-Amount         Pic Z,ZZZ,ZZ9.99.

 01   Exception-Heading-1.
 03   Filler             Pic X(30)
         Value "UTILITY READING EXCEPTIONS - ".
 03   EH-Period         Pic 9(6).
 03   Filler             Pic X(11)     Value "   RUN ON ".
 03   EH-Run-Date         Pic 9(8).

 01   Exception-Heading-2.
 03   Filler             Pic X(11)     Value "PROP/UNIT".
 03   Filler             Pic X(10)     Value "READ DATE".
 03   Filler             Pic X(10)     Value "UTILITY".
 03   Filler             Pic X(10)     Value "PRIOR DATE".
 03   Filler             Pic X(10)     Value "   PRIOR".
 03   Filler             Pic X(10)     Value " CURRENT".
 03   Filler             Pic X(11)     Value "    USAGE".
 03   Filler             Pic X(12)     Value "   AVERAGE".
 03   Filler             Pic X(6)     Value "REASON".

 01   Exception-Detail.
 03   XD-Property-Code     Pic X(4).
 03   Filler             Pic X(1)     Value "/".
 03   XD-Unit-No         Pic X(4).
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Read-Date         Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Utility         Pic X(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Prior-Date         Pic 9(8).
 03   Filler             Pic X(1)     Value Spaces.
 03   XD-Prior-Reading     Pic Z(6)9.
 03   Filler             Pic X(3)     Value Spaces.
 03   XD-Current-Reading     Pic Z(6)9.
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Usage         Pic Z(6)9.
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Average         Pic Z(6)9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   XD-Reason         Pic X(30).

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - bill every unbilled reading due for the billing
*> period, unit by unit in reading-date order, unless the period
*> has already been closed.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1100-Compute-Billing-Period.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Call "ChkPerd" Using WS-Billing-Date-Num, WS-Period-Result
         If Billing-Period-Closed
             Display "UTILBILL - BILLING PERIOD " WS-Billing-Date-Num
                 " IS IN A CLOSED MONTH - RUN ENDED"
         Else
             Perform 2000-Process-One-Reading Until End-Of-File
         End-If
         Perform 2900-Print-Final-Totals
         Perform 9999-Terminate-Routine
         Perform 9900-Finish-Run-Control
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files, creating any not yet
*> on hand (the settled-tenant file is only ever read, and a shop
*> with none simply has no move-out dates to split on), print the
*> headings and prime the read.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open I-O Meter-Readings.
     If Meter-Readings-Status = "35"
         Open Output Meter-Readings
         Close Meter-Readings
         Open I-O Meter-Readings
     End-If.
     Open Input Utility-Rates.
     If Utility-Rates-Status = "35"
         Open Output Utility-Rates
         Close Utility-Rates
         Open Input Utility-Rates
     End-If.
     Open Input Tenant-Master.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
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
     Open Output Billing-Register.
     Open Output Exception-Report.
     Move WS-Run-Period         To RH-Period.
     Move WS-Today-Date-Work     To RH-Run-Date.
     Write Register-Line From Register-Heading-1.
     Write Register-Line From Register-Heading-2
         After Advancing 2 Lines.
     Move WS-Run-Period         To EH-Period.
     Move WS-Today-Date-Work     To EH-Run-Date.
     Write Exception-Line From Exception-Heading-1.
     Write Exception-Line From Exception-Heading-2
         After Advancing 2 Lines.
     Read Meter-Readings Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 1100-Compute-Billing-Period - the billing period is the month
*> after the run date, the same one RentBill bills; every charge
*> posted here is dated its first day, like the rent.
*> ---------------------------------------------------------------
 1100-Compute-Billing-Period.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     If TD-Month = 12
         Compute BD-Year = TD-Year + 1
         Move 1 To BD-Month
     Else
         Move TD-Year To BD-Year
         Compute BD-Month = TD-Month + 1
     End-If.
     Move 1 To BD-Day.
     Compute WS-Run-Period = WS-Billing-Date-Num / 100.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the billing period, on the run-control file.
*> RentUpd must have completed in the month the billing runs, as
*> RentBill has always required; RentBill now waits on this run
*> in turn.  A refused run opens and bills nothing.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Compute WS-Prereq-Period = WS-Today-Date-Work / 100.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "UTILBILL"         To RU-Program.
     Move WS-Run-Period     To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "RENTUPD"         To RU-Prereq-Program.
     Move WS-Prereq-Period     To RU-Prereq-Period.
     Move "E"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "UTILBILL - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "UTILBILL - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Process-One-Reading - start a new unit's history at the
*> first reading of each unit, then take the current reading for
*> what it is: billed history, a held exception, one dated behind
*> the unit's billed history, not yet due, held behind an earlier
*> exception, the unit's opening reading, or one to bill.
*> ---------------------------------------------------------------
 2000-Process-One-Reading.
     Add 1 To WS-Readings-Read.
     If MR-Property-Code Not = WS-Group-Property
         Or MR-Unit-No Not = WS-Group-Unit
         Perform 2100-Start-Unit-Group
     End-If.
     Evaluate True
         When MR-Status-Billed
             Perform 2200-Take-Billed-History
         When MR-Status-Exception
             If MR-Read-Date > WS-Last-Billed-Date
                 Move "Y" To WS-Unit-Held-Switch
             End-If
         When MR-Read-Date Not > WS-Last-Billed-Date
             Perform 2460-Hold-Back-Dated-Reading
         When MR-Read-Date Not < WS-Billing-Date-Num
             Continue
         When Unit-Is-Held
             Add 1 To WS-Readings-Held
             Move MR-Tenant-Id To WS-Post-Tenant-Id
             Move Spaces To WS-Post-Utility
             Move Zero To WS-Post-Usage
             Move Zero To WS-Post-Amount
             Move "HELD BEHIND EXCEPTED READING" To WS-Post-Remark
             Perform 2890-Print-Register-Line
         When Not Rate-Found
             Add 1 To WS-Readings-No-Rate
             Move Spaces To WS-Post-Tenant-Id
             Move Spaces To WS-Post-Utility
             Move Zero To WS-Post-Usage
             Move Zero To WS-Post-Amount
             Move "NO UTILITY RATE - NOT BILLED" To WS-Post-Remark
             Perform 2890-Print-Register-Line
         When Not Base-Found
             Perform 2300-Open-Unit-History
         When Other
             Perform 2400-Bill-Reading
     End-Evaluate.
     Read Meter-Readings Next Record
         At End Move "Y" To WS-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Start-Unit-Group - first reading of a unit; clear its
*> last good reading and usage history, and pick up the
*> property's rates when the property changes too.  The unit's
*> last billed reading date is found ahead of its readings, so a
*> reading filed behind it is known before it is measured.
*> ---------------------------------------------------------------
 2100-Start-Unit-Group.
     If MR-Property-Code Not = WS-Group-Property
         Perform 2110-Read-Property-Rates
     End-If.
     Move MR-Property-Code     To WS-Group-Property.
     Move MR-Unit-No         To WS-Group-Unit.
     Move "N"             To WS-Unit-Held-Switch.
     Perform 2150-Find-Last-Billed-Date.
     Move "N"             To WS-Base-Found-Switch.
     Move Zero             To WS-Base-Read-Date.
     Move Zero             To WS-Base-Water.
     Move Zero             To WS-Base-Electric.
     Move Spaces         To WS-Base-Tenant-Id.
     Move Zero             To WS-Water-Usage-Sum.
     Move Zero             To WS-Water-Read-Count.
     Move Zero             To WS-Electric-Usage-Sum.
     Move Zero             To WS-Electric-Read-Count.

*> ---------------------------------------------------------------
*> 2110-Read-Property-Rates - the property's utility rates; a
*> property with no rate record, or with neither utility priced,
*> bills no usage.
*> ---------------------------------------------------------------
 2110-Read-Property-Rates.
     Move "N" To WS-Rate-Found-Switch.
     Move MR-Property-Code To UR-Property-Code.
     Read Utility-Rates
         Invalid Key
             Continue
         Not Invalid Key
             If UR-Water-Rate > Zero Or UR-Electric-Rate > Zero
                 Move "Y" To WS-Rate-Found-Switch
             End-If
     End-Read.
     If Rate-Found
         If UR-High-Usage-Factor = Zero
             Move 3 To WS-Usage-Factor
         Else
             Move UR-High-Usage-Factor To WS-Usage-Factor
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2150-Find-Last-Billed-Date - read ahead through the unit's
*> readings for the latest one billed, then put the file back on
*> the unit's first reading.
*> ---------------------------------------------------------------
 2150-Find-Last-Billed-Date.
     Move MR-Key         To WS-Saved-Reading-Key.
     Move Zero             To WS-Last-Billed-Date.
     Move "N"             To WS-Unit-Scan-Switch.
     Perform 2160-Scan-One-Unit-Reading Until Unit-Scan-Done.
     Move WS-Saved-Reading-Key To MR-Key.
     Start Meter-Readings Key Is Equal To MR-Key
         Invalid Key
             Display "UTILBILL - UNABLE TO REPOSITION ON READING "
                 MR-Property-Code "/" MR-Unit-No " " MR-Read-Date
                 " - STATUS " Meter-Readings-Status
             Move "Y" To WS-EOF-Switch
     End-Start.
     If Not End-Of-File
         Read Meter-Readings Next Record
             At End Move "Y" To WS-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2160-Scan-One-Unit-Reading - note the current reading's date
*> if it is billed (readings come in date order, so the last one
*> noted is the latest), and move on while still in the unit.
*> ---------------------------------------------------------------
 2160-Scan-One-Unit-Reading.
     If MR-Property-Code Not = WS-Group-Property
         Or MR-Unit-No Not = WS-Group-Unit
         Move "Y" To WS-Unit-Scan-Switch
     Else
         If MR-Status-Billed
             Move MR-Read-Date To WS-Last-Billed-Date
         End-If
         Read Meter-Readings Next Record
             At End Move "Y" To WS-Unit-Scan-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2200-Take-Billed-History - a reading billed by an earlier run;
*> count its usage into the unit's average (the opening reading
*> had none) and measure the next reading from it.
*> ---------------------------------------------------------------
 2200-Take-Billed-History.
     If MR-Prior-Read-Date > Zero
         Add MR-Water-Usage     To WS-Water-Usage-Sum
         Add 1             To WS-Water-Read-Count
         Add MR-Electric-Usage     To WS-Electric-Usage-Sum
         Add 1             To WS-Electric-Read-Count
     End-If.
     Perform 2250-Make-Reading-The-Base.

*> ---------------------------------------------------------------
*> 2250-Make-Reading-The-Base - the current reading becomes the
*> one the unit's next reading is measured from.
*> ---------------------------------------------------------------
 2250-Make-Reading-The-Base.
     Move "Y"             To WS-Base-Found-Switch.
     Move MR-Read-Date         To WS-Base-Read-Date.
     Move MR-Water-Reading     To WS-Base-Water.
     Move MR-Electric-Reading     To WS-Base-Electric.
     Move MR-Tenant-Id         To WS-Base-Tenant-Id.

*> ---------------------------------------------------------------
*> 2300-Open-Unit-History - the unit's first reading has nothing
*> to measure from; it is marked billed with no usage, and the
*> unit bills from the next reading on.
*> ---------------------------------------------------------------
 2300-Open-Unit-History.
     Perform 2310-Clear-Billing-Fields.
     Move "B"             To MR-Status.
     Move WS-Run-Period     To MR-Billed-Period.
     Perform 2850-Rewrite-Reading.
     Perform 2250-Make-Reading-The-Base.
     Add 1 To WS-Readings-Opened.
     Move MR-Tenant-Id         To WS-Post-Tenant-Id.
     Move Spaces         To WS-Post-Utility.
     Move Zero             To WS-Post-Usage.
     Move Zero             To WS-Post-Amount.
     Move "OPENING READING - NO USAGE" To WS-Post-Remark.
     Perform 2890-Print-Register-Line.

*> ---------------------------------------------------------------
*> 2310-Clear-Billing-Fields - clear the usage, prior-reading and
*> share fields ahead of filling them in.
*> ---------------------------------------------------------------
 2310-Clear-Billing-Fields.
     Move Zero             To MR-Prior-Read-Date.
     Move Zero             To MR-Prior-Water-Reading.
     Move Zero             To MR-Prior-Electric-Reading.
     Move Zero             To MR-Water-Usage.
     Move Zero             To MR-Electric-Usage.
     Move Zero             To MR-Tenant-Water-Usage.
     Move Zero             To MR-Tenant-Electric-Usage.
     Move Zero             To MR-Tenant-Water-Amt.
     Move Zero             To MR-Tenant-Electric-Amt.

*> ---------------------------------------------------------------
*> 2400-Bill-Reading - measure the reading against the unit's
*> last good one; hold it as an exception if it is impossible,
*> otherwise price it, split it between the tenants the interval
*> covers, post their shares and mark the reading billed.
*> ---------------------------------------------------------------
 2400-Bill-Reading.
     Move "N" To WS-Exception-Switch.
     Move Zero To WS-Water-Usage.
     Move Zero To WS-Electric-Usage.
     If UR-Water-Rate > Zero
         Perform 2410-Check-Water-Reading
     End-If.
     If UR-Electric-Rate > Zero
         Perform 2420-Check-Electric-Reading
     End-If.
     If Reading-Is-Exception
         Move "X" To MR-Status
         Perform 2850-Rewrite-Reading
         Add 1 To WS-Readings-Excepted
         Move "Y" To WS-Unit-Held-Switch
     Else
         Perform 2500-Price-Usage
         Perform 2600-Split-Between-Tenants
         Perform 2700-Post-Tenant-Shares
         Perform 2310-Clear-Billing-Fields
         Move WS-Base-Read-Date     To MR-Prior-Read-Date
         Move WS-Base-Water     To MR-Prior-Water-Reading
         Move WS-Base-Electric     To MR-Prior-Electric-Reading
         Move WS-Water-Usage     To MR-Water-Usage
         Move WS-Electric-Usage     To MR-Electric-Usage
         Move WS-In-Water-Usage     To MR-Tenant-Water-Usage
         Move WS-In-Electric-Usage To MR-Tenant-Electric-Usage
         Move WS-In-Water-Amt     To MR-Tenant-Water-Amt
         Move WS-In-Electric-Amt To MR-Tenant-Electric-Amt
         Move "B"         To MR-Status
         Move WS-Run-Period     To MR-Billed-Period
         Perform 2850-Rewrite-Reading
         Add 1 To WS-Readings-Billed
         Add MR-Water-Usage     To WS-Water-Usage-Sum
         Add 1             To WS-Water-Read-Count
         Add MR-Electric-Usage     To WS-Electric-Usage-Sum
         Add 1             To WS-Electric-Read-Count
         Perform 2250-Make-Reading-The-Base
     End-If.

*> ---------------------------------------------------------------
*> 2410-Check-Water-Reading - a water meter cannot run backwards,
*> and usage over the factor times the unit's average is taken
*> for a misread until someone looks at it.
*> ---------------------------------------------------------------
 2410-Check-Water-Reading.
     Move "WATER"         To WS-Exception-Utility.
     Move WS-Base-Water     To WS-Exception-Prior.
     Move MR-Water-Reading     To WS-Exception-Current.
     Move Zero             To WS-Average-Usage.
     If WS-Water-Read-Count > Zero
         Compute WS-Average-Usage Rounded =
             WS-Water-Usage-Sum / WS-Water-Read-Count
     End-If.
     If MR-Water-Reading < WS-Base-Water
         Move Zero To WS-Exception-Usage
         Move "READING BACKWARDS" To WS-Exception-Reason
         Perform 2450-Report-Exception
     Else
         Compute WS-Water-Usage = MR-Water-Reading - WS-Base-Water
         Move WS-Water-Usage To WS-Exception-Usage
         Compute WS-Usage-Limit = WS-Average-Usage * WS-Usage-Factor
         If WS-Average-Usage > Zero
             And WS-Water-Usage > WS-Usage-Limit
             Move "USAGE FAR ABOVE UNIT AVERAGE"
                 To WS-Exception-Reason
             Perform 2450-Report-Exception
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2420-Check-Electric-Reading - the same tests for the electric
*> meter.
*> ---------------------------------------------------------------
 2420-Check-Electric-Reading.
     Move "ELECTRIC"         To WS-Exception-Utility.
     Move WS-Base-Electric     To WS-Exception-Prior.
     Move MR-Electric-Reading     To WS-Exception-Current.
     Move Zero             To WS-Average-Usage.
     If WS-Electric-Read-Count > Zero
         Compute WS-Average-Usage Rounded =
             WS-Electric-Usage-Sum / WS-Electric-Read-Count
     End-If.
     If MR-Electric-Reading < WS-Base-Electric
         Move Zero To WS-Exception-Usage
         Move "READING BACKWARDS" To WS-Exception-Reason
         Perform 2450-Report-Exception
     Else
         Compute WS-Electric-Usage =
             MR-Electric-Reading - WS-Base-Electric
         Move WS-Electric-Usage To WS-Exception-Usage
         Compute WS-Usage-Limit = WS-Average-Usage * WS-Usage-Factor
         If WS-Average-Usage > Zero
             And WS-Electric-Usage > WS-Usage-Limit
             Move "USAGE FAR ABOVE UNIT AVERAGE"
                 To WS-Exception-Reason
             Perform 2450-Report-Exception
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2450-Report-Exception - flag the reading and list the failing
*> meter on the exception report.
*> ---------------------------------------------------------------
 2450-Report-Exception.
     Move "Y"             To WS-Exception-Switch.
     Move MR-Property-Code     To XD-Property-Code.
     Move MR-Unit-No         To XD-Unit-No.
     Move MR-Read-Date         To XD-Read-Date.
     Move WS-Exception-Utility     To XD-Utility.
     Move WS-Base-Read-Date     To XD-Prior-Date.
     Move WS-Exception-Prior     To XD-Prior-Reading.
     Move WS-Exception-Current     To XD-Current-Reading.
     Move WS-Exception-Usage     To XD-Usage.
     Move WS-Average-Usage     To XD-Average.
     Move WS-Exception-Reason     To XD-Reason.
     Write Exception-Line From Exception-Detail.

*> ---------------------------------------------------------------
*> 2460-Hold-Back-Dated-Reading - a reading not yet billed but
*> dated on or before the unit's last billed reading; the usage
*> up to that reading has been charged already, so it is held as
*> an exception against the billed reading's date to be deleted
*> or re-dated.
*> ---------------------------------------------------------------
 2460-Hold-Back-Dated-Reading.
     Move "X" To MR-Status.
     Perform 2850-Rewrite-Reading.
     Add 1 To WS-Readings-Back-Dated.
     Move MR-Property-Code     To XD-Property-Code.
     Move MR-Unit-No         To XD-Unit-No.
     Move MR-Read-Date         To XD-Read-Date.
     Move Spaces         To XD-Utility.
     Move WS-Last-Billed-Date     To XD-Prior-Date.
     Move Zero             To XD-Prior-Reading.
     Move Zero             To XD-Current-Reading.
     Move Zero             To XD-Usage.
     Move Zero             To XD-Average.
     Move "NOT AFTER LAST BILLED READING" To XD-Reason.
     Write Exception-Line From Exception-Detail.

*> ---------------------------------------------------------------
*> 2500-Price-Usage - each priced utility's usage at the
*> property's rate; an unpriced one bills nothing.
*> ---------------------------------------------------------------
 2500-Price-Usage.
     Move Zero To WS-Water-Amt.
     Move Zero To WS-Electric-Amt.
     If UR-Water-Rate > Zero
         Compute WS-Water-Amt Rounded =
             WS-Water-Usage * UR-Water-Rate
     End-If.
     If UR-Electric-Rate > Zero
         Compute WS-Electric-Amt Rounded =
             WS-Electric-Usage * UR-Electric-Rate
     End-If.

*> ---------------------------------------------------------------
*> 2600-Split-Between-Tenants - the interval since the last good
*> reading belongs to the tenant stamped on it until the day the
*> unit changed hands, and to the tenant stamped on this reading
*> after.  The change is dated by the outgoing tenant's move-out
*> when that falls inside the interval, or else by the incoming
*> tenant's start date; with neither, the whole interval goes to
*> the tenant now in the unit (or, the unit now being vacant, to
*> the one who was).
*> ---------------------------------------------------------------
 2600-Split-Between-Tenants.
     Move WS-Base-Tenant-Id     To WS-Outgoing-Tenant-Id.
     Move MR-Tenant-Id         To WS-Incoming-Tenant-Id.
     Move WS-Base-Read-Date     To WS-Day-Date.
     Perform 7000-Compute-Day-Number.
     Move WS-Day-Number     To WS-Base-Day-No.
     Move MR-Read-Date         To WS-Day-Date.
     Perform 7000-Compute-Day-Number.
     Move WS-Day-Number     To WS-Read-Day-No.
     Compute WS-Interval-Days = WS-Read-Day-No - WS-Base-Day-No.
     Move Zero             To WS-Out-Days.
     Move "N"             To WS-Cut-Found-Switch.
     If WS-Outgoing-Tenant-Id Not = WS-Incoming-Tenant-Id
         If WS-Outgoing-Tenant-Id Not = Spaces
             Perform 2610-Date-By-Move-Out
         End-If
         If Not Cut-Date-Found
             And WS-Incoming-Tenant-Id Not = Spaces
             Perform 2620-Date-By-Start-Date
         End-If
         If Not Cut-Date-Found
             And WS-Incoming-Tenant-Id = Spaces
             Move WS-Interval-Days To WS-Out-Days
         End-If
     End-If.
     If WS-Interval-Days > Zero
         Compute WS-Out-Water-Usage Rounded =
             WS-Water-Usage * WS-Out-Days / WS-Interval-Days
         Compute WS-Out-Electric-Usage Rounded =
             WS-Electric-Usage * WS-Out-Days / WS-Interval-Days
         Compute WS-Out-Water-Amt Rounded =
             WS-Water-Amt * WS-Out-Days / WS-Interval-Days
         Compute WS-Out-Electric-Amt Rounded =
             WS-Electric-Amt * WS-Out-Days / WS-Interval-Days
     Else
         Move Zero To WS-Out-Water-Usage
         Move Zero To WS-Out-Electric-Usage
         Move Zero To WS-Out-Water-Amt
         Move Zero To WS-Out-Electric-Amt
     End-If.
     Compute WS-In-Water-Usage = WS-Water-Usage - WS-Out-Water-Usage.
     Compute WS-In-Electric-Usage =
         WS-Electric-Usage - WS-Out-Electric-Usage.
     Compute WS-In-Water-Amt = WS-Water-Amt - WS-Out-Water-Amt.
     Compute WS-In-Electric-Amt =
         WS-Electric-Amt - WS-Out-Electric-Amt.

*> ---------------------------------------------------------------
*> 2610-Date-By-Move-Out - the outgoing tenant's move-out, off the
*> settled-tenant file, when it falls inside the interval; the
*> outgoing tenant had the unit through the move-out day.
*> ---------------------------------------------------------------
 2610-Date-By-Move-Out.
     If Not No-Settled-File
         Move WS-Outgoing-Tenant-Id To ST-Tenant-Id
         Read Settled-Tenants
             Invalid Key
                 Continue
             Not Invalid Key
                 If ST-Move-Out-Date Not < WS-Base-Read-Date
                     And ST-Move-Out-Date < MR-Read-Date
                     Move ST-Move-Out-Date To WS-Day-Date
                     Perform 7000-Compute-Day-Number
                     Compute WS-Out-Days =
                         WS-Day-Number - WS-Base-Day-No + 1
                     Move "Y" To WS-Cut-Found-Switch
                 End-If
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 2620-Date-By-Start-Date - the incoming tenant's start date, off
*> Tenant-Master, when it falls inside the interval; the incoming
*> tenant has the unit from the start day on.
*> ---------------------------------------------------------------
 2620-Date-By-Start-Date.
     Move WS-Incoming-Tenant-Id To TM-Tenant-Id.
     Read Tenant-Master
         Invalid Key
             Continue
         Not Invalid Key
             If TM-Start-Date > WS-Base-Read-Date
                 And TM-Start-Date Not > MR-Read-Date
                 Move TM-Start-Date To WS-Day-Date
                 Perform 7000-Compute-Day-Number
                 Compute WS-Out-Days =
                     WS-Day-Number - WS-Base-Day-No
                 Move "Y" To WS-Cut-Found-Switch
             End-If
     End-Read.

*> ---------------------------------------------------------------
*> 2700-Post-Tenant-Shares - post each tenant's share of each
*> priced utility; an outgoing share is posted first, under the
*> same reference, so both tenants' ledgers show the reading.
*> ---------------------------------------------------------------
 2700-Post-Tenant-Shares.
     Move MR-Read-Date         To WS-Post-Ref-Date.
     If UR-Water-Rate > Zero
         Move "WATER"         To WS-Post-Utility
         Move "UW"         To WS-Post-Ref-Prefix
         Move UR-Water-Charge-Code To WS-Post-Charge-Code
         If WS-Out-Water-Amt > Zero
             Move WS-Outgoing-Tenant-Id To WS-Post-Tenant-Id
             Move WS-Out-Water-Usage To WS-Post-Usage
             Move WS-Out-Water-Amt     To WS-Post-Amount
             Perform 2710-Post-One-Share
         End-If
         Move WS-Incoming-Tenant-Id To WS-Post-Tenant-Id
         Move WS-In-Water-Usage     To WS-Post-Usage
         Move WS-In-Water-Amt     To WS-Post-Amount
         Perform 2710-Post-One-Share
     End-If.
     If UR-Electric-Rate > Zero
         Move "ELECTRIC"     To WS-Post-Utility
         Move "UE"         To WS-Post-Ref-Prefix
         Move UR-Electric-Charge-Code To WS-Post-Charge-Code
         If WS-Out-Electric-Amt > Zero
             Move WS-Outgoing-Tenant-Id To WS-Post-Tenant-Id
             Move WS-Out-Electric-Usage To WS-Post-Usage
             Move WS-Out-Electric-Amt To WS-Post-Amount
             Perform 2710-Post-One-Share
         End-If
         Move WS-Incoming-Tenant-Id To WS-Post-Tenant-Id
         Move WS-In-Electric-Usage To WS-Post-Usage
         Move WS-In-Electric-Amt To WS-Post-Amount
         Perform 2710-Post-One-Share
     End-If.

*> ---------------------------------------------------------------
*> 2710-Post-One-Share - post the staged share to the tenant's
*> ledger and list it on the register.  A share with nothing to
*> bill, or falling to the unit while it stood vacant, is listed
*> but not posted; one a rerun finds already on the ledger is
*> listed and skipped.
*> ---------------------------------------------------------------
 2710-Post-One-Share.
     Evaluate True
         When WS-Post-Amount = Zero
             Move "NO CHARGE" To WS-Post-Remark
         When WS-Post-Tenant-Id = Spaces
             Add WS-Post-Amount To WS-Amount-Vacant
             Move "VACANT - NOT BILLED" To WS-Post-Remark
         When Other
             Perform 2800-Find-Tenant-Ledger-Balance
             If Charge-Already-Posted
                 Move "ALREADY POSTED - SKIPPED" To WS-Post-Remark
             Else
                 Perform 2720-Post-Billed-Ledger-Entry
             End-If
     End-Evaluate.
     Perform 2890-Print-Register-Line.

*> ---------------------------------------------------------------
*> 2720-Post-Billed-Ledger-Entry - add a Billed entry for the
*> staged share to the tenant's ledger, under the utility's
*> charge code, carrying the running balance forward.
*> ---------------------------------------------------------------
 2720-Post-Billed-Ledger-Entry.
     Perform 2820-Get-Next-Ledger-Seq.
     Compute WS-New-Balance = WS-Prior-Balance + WS-Post-Amount.
     Move WS-Post-Tenant-Id     To LG-Tenant-Id.
     Move WS-New-Ledger-Seq     To LG-Sequence-No.
     Move WS-Billing-Date-Num     To LG-Entry-Date.
     Move "B"             To LG-Entry-Type.
     Move WS-Post-Amount     To LG-Amount.
     Move WS-New-Balance     To LG-Balance.
     Move WS-Post-Reference     To LG-Reference.
     Move WS-Post-Charge-Code     To LG-Charge-Code.
     Move Spaces         To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "UTILBILL - UNABLE TO POST LEDGER ENTRY FOR "
                 WS-Post-Tenant-Id " - STATUS " Tenant-Ledger-Status
             Move "UNABLE TO POST" To WS-Post-Remark
         Not Invalid Key
             Perform 2830-Write-Journal-Entry
             Add 1 To WS-Charges-Posted
             Add WS-Post-Amount To WS-Amount-Posted
             Move "POSTED" To WS-Post-Remark
     End-Write.

*> ---------------------------------------------------------------
*> 2800-Find-Tenant-Ledger-Balance - the tenant's last ledger
*> balance to carry forward, and whether this reading's charge for
*> this utility is already on the ledger - a rerun after an abend
*> must not bill the same reading twice.
*> ---------------------------------------------------------------
 2800-Find-Tenant-Ledger-Balance.
     Move Zero To WS-Prior-Balance.
     Move "N" To WS-Already-Posted-Switch.
     Move WS-Post-Tenant-Id To LG-Tenant-Id.
     Move Zero To LG-Sequence-No.
     Move "N" To WS-Ledger-Scan-Switch.
     Start Tenant-Ledger Key Is Not Less Than LG-Key
         Invalid Key
             Move "Y" To WS-Ledger-Scan-Switch
     End-Start.
     Perform 2810-Read-Next-Ledger-Entry Until Ledger-Scan-Done.

*> ---------------------------------------------------------------
*> 2810-Read-Next-Ledger-Entry - step through the tenant's ledger
*> entries, keeping the last balance and looking for a Billed
*> entry carrying this reading's reference; stop at end of file or
*> the next tenant.
*> ---------------------------------------------------------------
 2810-Read-Next-Ledger-Entry.
     Read Tenant-Ledger Next Record
         At End
             Move "Y" To WS-Ledger-Scan-Switch
     End-Read.
     If Not Ledger-Scan-Done
         If LG-Tenant-Id = WS-Post-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
             If LG-Type-Is-Billed
                 And LG-Reference = WS-Post-Reference
                 Move "Y" To WS-Already-Posted-Switch
             End-If
         Else
             Move "Y" To WS-Ledger-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2820-Get-Next-Ledger-Seq - next number off the single running
*> ledger sequence in Ledger-Control-File.
*> ---------------------------------------------------------------
 2820-Get-Next-Ledger-Seq.
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
*> 2830-Write-Journal-Entry - append the entry just posted to the
*> ledger journal for LedgRcvr.
*> ---------------------------------------------------------------
 2830-Write-Journal-Entry.
     Accept WS-Journal-Date From Date YYYYMMDD.
     Accept WS-Journal-Time From Time.
     Move "UTILBILL"         To JL-Program.
     Move WS-Journal-Date     To JL-Journal-Date.
     Move WS-Journal-Time     To JL-Journal-Time.
     Move Ledger-Record     To JL-Ledger-Image.
     Write Ledger-Journal-Record.

*> ---------------------------------------------------------------
*> 2850-Rewrite-Reading - put the current reading back with its
*> new status.
*> ---------------------------------------------------------------
 2850-Rewrite-Reading.
     Rewrite Meter-Reading-Record
         Invalid Key
             Display "UTILBILL - UNABLE TO UPDATE READING "
                 MR-Property-Code "/" MR-Unit-No " " MR-Read-Date
                 " - STATUS " Meter-Readings-Status
     End-Rewrite.

*> ---------------------------------------------------------------
*> 2890-Print-Register-Line - list the current reading with the
*> staged tenant, utility, usage, amount and remark.
*> ---------------------------------------------------------------
 2890-Print-Register-Line.
     Move MR-Property-Code     To RD-Property-Code.
     Move MR-Unit-No         To RD-Unit-No.
     Move MR-Read-Date         To RD-Read-Date.
     Move WS-Post-Tenant-Id     To RD-Tenant-Id.
     Move WS-Post-Utility     To RD-Utility.
     Move WS-Post-Usage     To RD-Usage.
     Move WS-Post-Amount     To RD-Amount.
     Move WS-Post-Remark     To RD-Remark.
     Write Register-Line From Register-Detail.

*> ---------------------------------------------------------------
*> 2900-Print-Final-Totals - readings by outcome, charges posted
*> and the usage left unbilled for vacancy.
*> ---------------------------------------------------------------
 2900-Print-Final-Totals.
     Write Register-Line From Spaces.
     Move Zero To RT-Amount.
     Move "READINGS READ:" To RT-Label.
     Move WS-Readings-Read To RT-Count.
     Write Register-Line From Register-Total.
     Move "OPENING READINGS:" To RT-Label.
     Move WS-Readings-Opened To RT-Count.
     Write Register-Line From Register-Total.
     Move "READINGS BILLED:" To RT-Label.
     Move WS-Readings-Billed To RT-Count.
     Write Register-Line From Register-Total.
     Move "READINGS HELD AS EXCEPTIONS:" To RT-Label.
     Move WS-Readings-Excepted To RT-Count.
     Write Register-Line From Register-Total.
     Move "READINGS WITH NO RATE:" To RT-Label.
     Move WS-Readings-No-Rate To RT-Count.
     Write Register-Line From Register-Total.
     Move "HELD BEHIND AN EXCEPTION:" To RT-Label.
     Move WS-Readings-Held To RT-Count.
     Write Register-Line From Register-Total.
     Move "DATED BEHIND BILLED READING:" To RT-Label.
     Move WS-Readings-Back-Dated To RT-Count.
     Write Register-Line From Register-Total.
     Move "CHARGES POSTED:" To RT-Label.
     Move WS-Charges-Posted To RT-Count.
     Move WS-Amount-Posted To RT-Amount.
     Write Register-Line From Register-Total.
     Move "VACANT SHARES NOT BILLED:" To RT-Label.
     Move Zero To RT-Count.
     Move WS-Amount-Vacant To RT-Amount.
     Write Register-Line From Register-Total.
     Write Exception-Line From Spaces.
     Move Spaces To Exception-Line.
     String "READINGS HELD AS EXCEPTIONS: " WS-Readings-Excepted
         Delimited By Size Into Exception-Line.
     Write Exception-Line.
     Move Spaces To Exception-Line.
     String "DATED BEHIND BILLED READING: " WS-Readings-Back-Dated
         Delimited By Size Into Exception-Line.
     Write Exception-Line.

*> ---------------------------------------------------------------
*> 7000-Compute-Day-Number - the day count of WS-Day-Date from a
*> fixed origin: whole years before it (with their leap days),
*> the days before its month, and its day of the month.
*> ---------------------------------------------------------------
 7000-Compute-Day-Number.
     Compute WS-Prior-Year = DY-Year - 1.
     Divide WS-Prior-Year By 4 Giving WS-Leap-Days-4.
     Divide WS-Prior-Year By 100 Giving WS-Leap-Days-100.
     Divide WS-Prior-Year By 400 Giving WS-Leap-Days-400.
     Compute WS-Day-Number = WS-Prior-Year * 365
         + WS-Leap-Days-4 - WS-Leap-Days-100 + WS-Leap-Days-400
         + MS-Days-Before(DY-Month) + DY-Day.
     If DY-Month > 2
         Perform 7010-Determine-Leap-Year
         If Is-Leap-Year
             Add 1 To WS-Day-Number
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 7010-Determine-Leap-Year - standard Gregorian leap year test.
*> ---------------------------------------------------------------
 7010-Determine-Leap-Year.
     Move "N" To WS-Leap-Switch.
     Divide DY-Year By 4 Giving WS-Divide-Quotient
         Remainder WS-Year-Rem-4.
     If WS-Year-Rem-4 = 0
         Divide DY-Year By 100 Giving WS-Divide-Quotient
             Remainder WS-Year-Rem-100
         If WS-Year-Rem-100 = 0
             Divide DY-Year By 400 Giving WS-Divide-Quotient
                 Remainder WS-Year-Rem-400
             If WS-Year-Rem-400 = 0
                 Move "Y" To WS-Leap-Switch
             End-If
         Else
             Move "Y" To WS-Leap-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> readings read and the charges posted.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Readings-Read     To RU-Records-In.
     Move WS-Charges-Posted     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     Close Meter-Readings.
     Close Utility-Rates.
     Close Tenant-Master.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close Billing-Register.
     Close Exception-Report.
