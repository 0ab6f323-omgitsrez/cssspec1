*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  CollPlc.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Former-tenant collections
*>                   placement run.  First picks up every settled
*>                   tenant (SETLREC) whose ledger still shows a
*>                   balance owed and who is not yet on the former-
*>                   tenant receivable file, with the name off the
*>                   settled cross-reference and the forwarding
*>                   address MoveOut recorded in Address-History.
*>                   Then walks the receivable file: an open item
*>                   the tenant has since paid off is marked
*>                   Settled; one whose move-out is at least the
*>                   number of days keyed by the operator behind
*>                   today is written to the collection agency's
*>                   placement file and its balance written off
*>                   to bad debt with a Write-Off ("W") ledger
*>                   entry - through ChkPerd, the ledger journal
*>                   and LEDCTL like every other posting program.
*>                   Prints a register of what was picked up,
*>                   settled and placed.
*> 2026-10-15  RWC   The placement file is now extended rather than
*>                   rewritten, so a second run before the agency
*>                   has collected the file no longer loses the
*>                   first run's placements.  A settled tenant
*>                   already on the receivable file whose ledger
*>                   shows a balance owed again (a damage
*>                   chargeback posted after pickup, say) is no
*>                   longer passed over: one marked Settled is
*>                   re-opened to wait out the placement as before,
*>                   and one already Placed or Recovered has the
*>                   further balance written off and placed with
*>                   the agency straight away.  The run is now
*>                   stamped on the run-control file, for the run
*>                   date, with the operator.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Settled-Tenants Assign To "SETLXREF"
         Organization Is Indexed
         Access Mode Is Sequential
         Record Key Is ST-Tenant-Id
         File Status Is Settled-Tenants-Status.
     Select Address-History Assign To "ADDRHIST"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is AH-Key
         File Status Is Address-History-Status.
     Select Former-Tenant-File Assign To "FORMTAR"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is FT-Tenant-Id
         File Status Is Former-Tenant-Status.
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
     Select Placement-File Assign To "AGCYPLC"
         Organization Is Line Sequential
         File Status Is Placement-File-Status.
     Select Placement-Register Assign To "COLLREG"
         Organization Is Line Sequential
         File Status Is Placement-Register-Status.

 Data Division.
 File Section.
 FD  Settled-Tenants.
 Copy SETLREC.

 FD  Address-History.
 Copy ADDRREC.

 FD  Former-Tenant-File.
 Copy FTARREC.

 FD  Tenant-Ledger.
 Copy LEDGREC.

 FD  Ledger-Control-File.
 Copy LEDCTL.

 FD  Ledger-Journal.
 Copy JRNLREC.

 FD  Placement-File.
 Copy PLCMREC.

 FD  Placement-Register.
 01   Register-Line         Pic X(100).

 Working-Storage Section.
 01   Work-Fields.
 03   Settled-Tenants-Status     Pic X(2)     Value "00".
 03   Address-History-Status     Pic X(2)     Value "00".
 03   Former-Tenant-Status     Pic X(2)     Value "00".
 03   Tenant-Ledger-Status     Pic X(2)     Value "00".
 03   Ledger-Control-Status     Pic X(2)     Value "00".
 03   Ledger-Journal-Status     Pic X(2)     Value "00".
 03   Placement-File-Status     Pic X(2)     Value "00".
 03   Placement-Register-Status Pic X(2)     Value "00".
 03   WS-Journal-Date     Pic 9(8)     Value Zero.
 03   WS-Journal-Time     Pic 9(6)     Value Zero.
 03   WS-Settled-EOF-Switch     Pic X(1)     Value "N".
     88   End-Of-Settled         Value "Y".
 03   WS-No-Settled-File-Switch Pic X(1)     Value "N".
     88   No-Settled-File     Value "Y".
 03   WS-No-History-File-Switch Pic X(1)     Value "N".
     88   No-History-File     Value "Y".
 03   WS-Receivable-EOF-Switch Pic X(1)     Value "N".
     88   End-Of-Receivables     Value "Y".
 03   WS-Ledger-Scan-Switch     Pic X(1)     Value "N".
     88   Ledger-Scan-Done     Value "Y".
 03   WS-History-Scan-Switch     Pic X(1)     Value "N".
     88   History-Scan-Done     Value "Y".
 03   WS-Ledger-Posted-Switch     Pic X(1)     Value "N".
     88   Ledger-Was-Posted     Value "Y".
 03   WS-Valid-Entry-Switch     Pic X(1)     Value "N".
     88   Valid-Entry         Value "Y".
 03   WS-Period-Result     Pic X(1)     Value "O".
     88   Entry-Period-Closed     Value "C".
 03   WS-Days-In         Pic X(3)     Value Spaces.
 03   WS-Wait-Days         Pic 9(3)     Value Zero.
 03   WS-Days-Since-Move-Out     Pic S9(5)     Value Zero.
 03   WS-Lookup-Tenant-Id     Pic X(6)     Value Spaces.
 03   WS-Prior-Balance     Pic S9(6)v99     Value Zero.
 03   WS-New-Balance         Pic S9(6)v99     Value Zero.
 03   WS-New-Ledger-Seq     Pic 9(6)     Value Zero.
 03   WS-Write-Off-Amt     Pic 9(6)v99     Value Zero.
 03   WS-Fwd-ADD1         Pic X(50)     Value Spaces.
 03   WS-Fwd-City         Pic X(20)     Value Spaces.
 03   WS-Fwd-State         Pic X(2)     Value Spaces.
 03   WS-Fwd-Zip         Pic X(10)     Value Spaces.
 03   WS-Pickup-Count     Pic 9(6)     Value Zero.
 03   WS-Pickup-Total     Pic 9(8)v99     Value Zero.
 03   WS-Settled-Count     Pic 9(6)     Value Zero.
 03   WS-Placed-Count     Pic 9(6)     Value Zero.
 03   WS-Placed-Total     Pic 9(8)v99     Value Zero.
 03   WS-Closed-Count     Pic 9(6)     Value Zero.
 03   WS-Settled-Read     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 01   WS-Today-Date-Work         Pic 9(8)     Value Zero.

 01   WS-Date-For-JDN         Pic 9(8)     Value Zero.
 01   WS-Date-For-JDN-Parts Redefines WS-Date-For-JDN.
 03   JDN-Year             Pic 9(4).
 03   JDN-Month             Pic 9(2).
 03   JDN-Day             Pic 9(2).
 01   WS-JDN-A             Pic 9(4)     Comp     Value Zero.
 01   WS-JDN-Y             Pic 9(8)     Comp     Value Zero.
 01   WS-JDN-M             Pic 9(4)     Comp     Value Zero.
 01   WS-JDN-Result         Pic 9(8)     Comp     Value Zero.
 01   WS-JDN-Today         Pic 9(8)     Comp     Value Zero.
 01   WS-JDN-Move-Out         Pic 9(8)     Comp     Value Zero.

 Copy RUNCPARM.

 01   Register-Heading.
 03   Filler             Pic X(40)
         Value "FORMER-TENANT COLLECTIONS PLACEMENT RUN".
 03   Filler             Pic X(11)     Value "RUN DATE: ".
 03   RH-Run-Date         Pic 9(8).
 03   Filler             Pic X(13)     Value "  WAIT DAYS: ".
 03   RH-Wait-Days         Pic ZZ9.

 01   Register-Column-Heading.
 03   Filler             Pic X(8)     Value "TENANT".
 03   Filler             Pic X(27)     Value "NAME".
 03   Filler             Pic X(10)     Value "MOVED OUT".
 03   Filler             Pic X(14)     Value "       BALANCE".
 03   Filler             Pic X(2)     Value Spaces.
 03   Filler             Pic X(6)     Value "ACTION".

 01   Register-Detail.
 03   RD-Tenant-Id         Pic X(6).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Last-Name         Pic X(25).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Move-Out-Date     Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Amount         Pic ZZZ,ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Message         Pic X(39).

 01   Register-Total-Line.
 03   RT-Label         Pic X(30).
 03   RT-Count         Pic ZZZ,ZZ9.
 03   Filler             Pic X(2)     Value Spaces.
 03   RT-Amount         Pic ZZ,ZZZ,ZZ9.99.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - pick up newly owing settled tenants, then place
*> whatever has waited long enough, and print the run totals.
*> ---------------------------------------------------------------
 Main-Routine.
     Accept WS-Today-Date-Work From Date YYYYMMDD.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 2000-Pick-Up-One-Settled-Tenant Until End-Of-Settled.
     Perform 3000-Start-Receivable-Sweep.
     Perform 3100-Review-One-Receivable Until End-Of-Receivables.
     Perform 8000-Print-Run-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - get the placement wait, open the
*> files, creating the receivable file, ledger and its control
*> file on the first run, and prime the read of the settled tenant
*> cross-reference.  A shop with no settled tenants yet has
*> nothing to pick up; one with no address history places with a
*> blank forwarding address.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Perform 1500-Get-Wait-Days.
     Move WS-Today-Date-Work To WS-Date-For-JDN.
     Perform 3530-Compute-Julian-Day.
     Move WS-JDN-Result     To WS-JDN-Today.
     Open Input Settled-Tenants.
     If Settled-Tenants-Status = "35"
         Move "Y" To WS-No-Settled-File-Switch
         Move "Y" To WS-Settled-EOF-Switch
     End-If.
     Open Input Address-History.
     If Address-History-Status = "35"
         Move "Y" To WS-No-History-File-Switch
     End-If.
     Open I-O Former-Tenant-File.
     If Former-Tenant-Status = "35"
         Open Output Former-Tenant-File
         Close Former-Tenant-File
         Open I-O Former-Tenant-File
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
     Open Extend Placement-File.
     If Placement-File-Status = "35"
         Open Output Placement-File
         Close Placement-File
         Open Extend Placement-File
     End-If.
     Open Output Placement-Register.
     Move WS-Today-Date-Work To RH-Run-Date.
     Move WS-Wait-Days     To RH-Wait-Days.
     Write Register-Line From Register-Heading.
     Write Register-Line From Register-Column-Heading
         After Advancing 2 Lines.
     If Not End-Of-Settled
         Read Settled-Tenants
             At End Move "Y" To WS-Settled-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1500-Get-Wait-Days - prompt for how many days after move-out an
*> unpaid former tenant waits before being placed with the agency;
*> loop back until it keys in as 3 numeric digits.
*> ---------------------------------------------------------------
 1500-Get-Wait-Days.
     Move "N" To WS-Valid-Entry-Switch.
     Perform 1510-Accept-One-Attempt Until Valid-Entry.

*> ---------------------------------------------------------------
*> 1510-Accept-One-Attempt - one pass at the wait prompt.
*> ---------------------------------------------------------------
 1510-Accept-One-Attempt.
     Display "DAYS AFTER MOVE-OUT BEFORE PLACEMENT (3 DIGITS,"
         " E.G. 060): ".
     Accept WS-Days-In.
     If WS-Days-In Is Numeric
         Move WS-Days-In To WS-Wait-Days
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "COLLPLC - DAYS MUST BE 3 NUMERIC DIGITS"
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the day it runs, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "COLLPLC"          To RU-Program.
     Move WS-Today-Date-Work To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Pick-Up-One-Settled-Tenant - a settled tenant not yet on
*> the receivable file whose ledger still shows money owed is
*> added to it as Open.  One already on it, but no longer Open,
*> whose ledger shows money owed again is taken up once more.
*> Then read the next settled tenant.
*> ---------------------------------------------------------------
 2000-Pick-Up-One-Settled-Tenant.
     Add 1 To WS-Settled-Read.
     Move ST-Tenant-Id To WS-Lookup-Tenant-Id.
     Move ST-Tenant-Id To FT-Tenant-Id.
     Read Former-Tenant-File
         Invalid Key
             Perform 2110-Find-Tenant-Ledger-Balance
             If WS-Prior-Balance > Zero
                 Perform 2200-Add-Former-Tenant
             End-If
         Not Invalid Key
             If Not FT-Status-Is-Open
                 Perform 2110-Find-Tenant-Ledger-Balance
                 If WS-Prior-Balance > Zero
                     Perform 2300-Take-Up-Balance-Again
                 End-If
             End-If
     End-Read.
     Read Settled-Tenants
         At End Move "Y" To WS-Settled-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2110-Find-Tenant-Ledger-Balance - locate the most recent ledger
*> entry for the tenant in WS-Lookup-Tenant-Id, if any, to get the
*> balance still owed.
*> ---------------------------------------------------------------
 2110-Find-Tenant-Ledger-Balance.
     Move Zero To WS-Prior-Balance.
     Move WS-Lookup-Tenant-Id To LG-Tenant-Id.
     Move Zero To LG-Sequence-No.
     Move "N" To WS-Ledger-Scan-Switch.
     Start Tenant-Ledger Key Is Not Less Than LG-Key
         Invalid Key
             Move "Y" To WS-Ledger-Scan-Switch
     End-Start.
     Perform 2115-Read-Next-Ledger-Entry Until Ledger-Scan-Done.

*> ---------------------------------------------------------------
*> 2115-Read-Next-Ledger-Entry - step through the tenant's ledger
*> entries in key order, keeping the balance of the last one read;
*> stop at end of file or as soon as a different tenant is hit.
*> ---------------------------------------------------------------
 2115-Read-Next-Ledger-Entry.
     Read Tenant-Ledger Next Record
         At End
             Move "Y" To WS-Ledger-Scan-Switch
     End-Read.
     If Not Ledger-Scan-Done
         If LG-Tenant-Id = WS-Lookup-Tenant-Id
             Move LG-Balance To WS-Prior-Balance
         Else
             Move "Y" To WS-Ledger-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2150-Find-Forwarding-Address - the forwarding address is the
*> latest move-out ("M") entry in the tenant's Address-History.
*> ---------------------------------------------------------------
 2150-Find-Forwarding-Address.
     Move Spaces To WS-Fwd-ADD1.
     Move Spaces To WS-Fwd-City.
     Move Spaces To WS-Fwd-State.
     Move Spaces To WS-Fwd-Zip.
     Move "N" To WS-History-Scan-Switch.
     If No-History-File
         Move "Y" To WS-History-Scan-Switch
     Else
         Move ST-Tenant-Id To AH-Tenant-Id
         Move Zero To AH-Effective-Date
         Move Zero To AH-Seq-No
         Start Address-History Key Is Not Less Than AH-Key
             Invalid Key
                 Move "Y" To WS-History-Scan-Switch
         End-Start
     End-If.
     Perform 2155-Read-Next-History-Entry Until History-Scan-Done.

*> ---------------------------------------------------------------
*> 2155-Read-Next-History-Entry - step through the tenant's
*> address history in date order, keeping the last move-out entry
*> seen; stop at end of file or at the next tenant.
*> ---------------------------------------------------------------
 2155-Read-Next-History-Entry.
     Read Address-History Next Record
         At End
             Move "Y" To WS-History-Scan-Switch
     End-Read.
     If Not History-Scan-Done
         If AH-Tenant-Id = ST-Tenant-Id
             If AH-Reason-Is-Move-Out
                 Move AH-ADD1     To WS-Fwd-ADD1
                 Move AH-City     To WS-Fwd-City
                 Move AH-State     To WS-Fwd-State
                 Move AH-Zip     To WS-Fwd-Zip
             End-If
         Else
             Move "Y" To WS-History-Scan-Switch
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 2200-Add-Former-Tenant - write the settled tenant to the
*> receivable file as Open, owing the ledger balance just found.
*> ---------------------------------------------------------------
 2200-Add-Former-Tenant.
     Perform 2150-Find-Forwarding-Address.
     Move ST-Tenant-Id     To FT-Tenant-Id.
     Move ST-Last-Name     To FT-Last-Name.
     Move ST-First-Name     To FT-First-Name.
     Move WS-Fwd-ADD1     To FT-ADD1.
     Move WS-Fwd-City     To FT-City.
     Move WS-Fwd-State     To FT-State.
     Move WS-Fwd-Zip         To FT-Zip.
     Move ST-Property-Code     To FT-Property-Code.
     Move ST-Move-Out-Date     To FT-Move-Out-Date.
     Move WS-Today-Date-Work To FT-Opened-Date.
     Move WS-Prior-Balance     To FT-Balance-Owed.
     Move "O"             To FT-Status.
     Move Zero         To FT-Placed-Date.
     Move Zero         To FT-Written-Off-Amt.
     Move Zero         To FT-Gross-Recovered.
     Move Zero         To FT-Commission-Amt.
     Move Zero         To FT-Net-Recovered.
     Move Zero         To FT-Last-Remit-Date.
     Write Former-Tenant-Record
         Invalid Key
             Display "COLLPLC - UNABLE TO ADD FORMER TENANT "
                 FT-Tenant-Id " - STATUS " Former-Tenant-Status
         Not Invalid Key
             Add 1 To WS-Pickup-Count
             Add FT-Balance-Owed To WS-Pickup-Total
             Move FT-Balance-Owed To WS-Write-Off-Amt
             Move "PICKED UP FOR COLLECTION" To RD-Message
             Perform 7000-Write-Register-Line
     End-Write.

*> ---------------------------------------------------------------
*> 2300-Take-Up-Balance-Again - the former tenant owes money again
*> since the receivable was last dealt with.  Settled, it is
*> re-opened owing the new balance and waits out the placement
*> like any other Open receivable (the wait runs from move-out, so
*> it is usually placed in this same run).  Placed or Recovered,
*> the agency already holds the account, so the further balance
*> is written off and placed at once.
*> ---------------------------------------------------------------
 2300-Take-Up-Balance-Again.
     If FT-Status-Is-Settled
         Move "O"             To FT-Status
         Move WS-Today-Date-Work To FT-Opened-Date
         Move WS-Prior-Balance     To FT-Balance-Owed
         Rewrite Former-Tenant-Record
             Invalid Key
                 Display "COLLPLC - UNABLE TO RE-OPEN "
                     FT-Tenant-Id " - STATUS " Former-Tenant-Status
             Not Invalid Key
                 Add 1 To WS-Pickup-Count
                 Add FT-Balance-Owed To WS-Pickup-Total
                 Move FT-Balance-Owed To WS-Write-Off-Amt
                 Move "OWES AGAIN - RE-OPENED" To RD-Message
                 Perform 7000-Write-Register-Line
         End-Rewrite
     Else
         Add WS-Prior-Balance To FT-Balance-Owed
         Perform 3300-Place-With-Agency
     End-If.

*> ---------------------------------------------------------------
*> 3000-Start-Receivable-Sweep - position at the front of the
*> receivable file for the placement pass.
*> ---------------------------------------------------------------
 3000-Start-Receivable-Sweep.
     Move Low-Values To FT-Tenant-Id.
     Start Former-Tenant-File Key Is Not Less Than FT-Tenant-Id
         Invalid Key
             Move "Y" To WS-Receivable-EOF-Switch
     End-Start.

*> ---------------------------------------------------------------
*> 3100-Review-One-Receivable - for the next Open former tenant,
*> recheck the ledger: paid off since pickup marks it Settled;
*> still owing and past the wait places it with the agency.
*> ---------------------------------------------------------------
 3100-Review-One-Receivable.
     Read Former-Tenant-File Next Record
         At End
             Move "Y" To WS-Receivable-EOF-Switch
     End-Read.
     If Not End-Of-Receivables
         If FT-Status-Is-Open
             Move FT-Tenant-Id To WS-Lookup-Tenant-Id
             Perform 2110-Find-Tenant-Ledger-Balance
             If WS-Prior-Balance Not > Zero
                 Perform 3200-Mark-Settled
             Else
                 Move FT-Move-Out-Date To WS-Date-For-JDN
                 Perform 3530-Compute-Julian-Day
                 Move WS-JDN-Result To WS-JDN-Move-Out
                 Compute WS-Days-Since-Move-Out =
                     WS-JDN-Today - WS-JDN-Move-Out
                 If WS-Days-Since-Move-Out >= WS-Wait-Days
                     Perform 3300-Place-With-Agency
                 End-If
             End-If
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3200-Mark-Settled - the former tenant has paid up since being
*> picked up; nothing is placed.
*> ---------------------------------------------------------------
 3200-Mark-Settled.
     Move "S" To FT-Status.
     Rewrite Former-Tenant-Record
         Invalid Key
             Display "COLLPLC - UNABLE TO MARK " FT-Tenant-Id
                 " SETTLED - STATUS " Former-Tenant-Status
         Not Invalid Key
             Add 1 To WS-Settled-Count
             Move Zero To WS-Write-Off-Amt
             Move "PAID SINCE PICKUP - SETTLED" To RD-Message
             Perform 7000-Write-Register-Line
     End-Rewrite.

*> ---------------------------------------------------------------
*> 3300-Place-With-Agency - write the balance off dated today and,
*> once it is on the ledger, send the tenant to the agency and
*> mark the receivable Placed, adding what is written off now to
*> anything written off before.  Today's period closed leaves it
*> as it was for the next run.
*> ---------------------------------------------------------------
 3300-Place-With-Agency.
     Move WS-Prior-Balance To WS-Write-Off-Amt.
     Call "ChkPerd" Using WS-Today-Date-Work, WS-Period-Result.
     If Entry-Period-Closed
         Add 1 To WS-Closed-Count
         Move "CURRENT PERIOD CLOSED - NOT PLACED" To RD-Message
         Perform 7000-Write-Register-Line
     Else
         Perform 3400-Post-Write-Off-Entry
         If Ledger-Was-Posted
             Perform 3450-Write-Placement-Record
             Move "P"             To FT-Status
             Move WS-Today-Date-Work To FT-Placed-Date
             Add WS-Write-Off-Amt     To FT-Written-Off-Amt
             Rewrite Former-Tenant-Record
                 Invalid Key
                     Display "COLLPLC - UNABLE TO MARK "
                         FT-Tenant-Id " PLACED - STATUS "
                         Former-Tenant-Status
             End-Rewrite
             Add 1 To WS-Placed-Count
             Add WS-Write-Off-Amt To WS-Placed-Total
             Move "PLACED WITH AGENCY - WRITTEN OFF" To RD-Message
             Perform 7000-Write-Register-Line
         End-If
     End-If.

*> ---------------------------------------------------------------
*> 3400-Post-Write-Off-Entry - post the negative Write-Off entry
*> that takes the former tenant's balance to zero, and its journal
*> record.
*> ---------------------------------------------------------------
 3400-Post-Write-Off-Entry.
     Move "N" To WS-Ledger-Posted-Switch.
     Perform 3410-Get-Next-Ledger-Seq.
     Compute WS-New-Balance = WS-Prior-Balance - WS-Write-Off-Amt.
     Move FT-Tenant-Id     To LG-Tenant-Id.
     Move WS-New-Ledger-Seq     To LG-Sequence-No.
     Move WS-Today-Date-Work To LG-Entry-Date.
     Move "W"             To LG-Entry-Type.
     Compute LG-Amount = Zero - WS-Write-Off-Amt.
     Move WS-New-Balance     To LG-Balance.
     Move "COLLPLC"         To LG-Reference.
     Move Spaces         To LG-Charge-Code.
     Move Spaces         To LG-Adjust-Reason.
     Write Ledger-Record
         Invalid Key
             Display "COLLPLC - UNABLE TO POST LEDGER ENTRY FOR "
                 FT-Tenant-Id " - STATUS " Tenant-Ledger-Status
         Not Invalid Key
             Move "Y" To WS-Ledger-Posted-Switch
             Perform 3420-Write-Journal-Entry
     End-Write.

*> ---------------------------------------------------------------
*> 3410-Get-Next-Ledger-Seq - ledger entries are numbered from a
*> single running sequence number kept in Ledger-Control-File so
*> every entry posted gets a unique key.
*> ---------------------------------------------------------------
 3410-Get-Next-Ledger-Seq.
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
*> 3420-Write-Journal-Entry - append the entry just posted to the
*> ledger journal, stamped with this program and the clock, so
*> LedgRcvr can replay it against a restored backup.
*> ---------------------------------------------------------------
 3420-Write-Journal-Entry.
     Accept WS-Journal-Date From Date YYYYMMDD.
     Accept WS-Journal-Time From Time.
     Move "COLLPLC"         To JL-Program.
     Move WS-Journal-Date     To JL-Journal-Date.
     Move WS-Journal-Time     To JL-Journal-Time.
     Move Ledger-Record     To JL-Ledger-Image.
     Write Ledger-Journal-Record.

*> ---------------------------------------------------------------
*> 3450-Write-Placement-Record - one record to the agency's
*> placement file for the former tenant just written off.
*> ---------------------------------------------------------------
 3450-Write-Placement-Record.
     Move Spaces         To Placement-Record.
     Move FT-Tenant-Id     To PL-Tenant-Id.
     Move FT-Last-Name     To PL-Last-Name.
     Move FT-First-Name     To PL-First-Name.
     Move FT-ADD1         To PL-ADD1.
     Move FT-City         To PL-City.
     Move FT-State         To PL-State.
     Move FT-Zip         To PL-Zip.
     Move FT-Property-Code     To PL-Property-Code.
     Move FT-Move-Out-Date     To PL-Move-Out-Date.
     Move WS-Today-Date-Work To PL-Placed-Date.
     Move WS-Write-Off-Amt     To PL-Placed-Amt.
     Write Placement-Record.

*> ---------------------------------------------------------------
*> 3530-Compute-Julian-Day - standard Gregorian-calendar-to-Julian-
*> day-number conversion for the date staged in WS-Date-For-JDN.
*> ---------------------------------------------------------------
 3530-Compute-Julian-Day.
     Compute WS-JDN-A = (14 - JDN-Month) / 12.
     Compute WS-JDN-Y = JDN-Year + 4800 - WS-JDN-A.
     Compute WS-JDN-M = JDN-Month + (12 * WS-JDN-A) - 3.
     Compute WS-JDN-Result =
         JDN-Day + ((153 * WS-JDN-M + 2) / 5) + (365 * WS-JDN-Y)
         + (WS-JDN-Y / 4) - (WS-JDN-Y / 100) + (WS-JDN-Y / 400)
         - 32045.

*> ---------------------------------------------------------------
*> 7000-Write-Register-Line - print one register line for the
*> receivable in the record area; the caller has set the message
*> and the amount.
*> ---------------------------------------------------------------
 7000-Write-Register-Line.
     Move FT-Tenant-Id     To RD-Tenant-Id.
     Move FT-Last-Name     To RD-Last-Name.
     Move FT-Move-Out-Date     To RD-Move-Out-Date.
     Move WS-Write-Off-Amt     To RD-Amount.
     Write Register-Line From Register-Detail.

*> ---------------------------------------------------------------
*> 8000-Print-Run-Totals - print the run's counts and amounts.
*> ---------------------------------------------------------------
 8000-Print-Run-Totals.
     Write Register-Line From Spaces.
     Move "PICKED UP FOR COLLECTION"     To RT-Label.
     Move WS-Pickup-Count     To RT-Count.
     Move WS-Pickup-Total     To RT-Amount.
     Write Register-Line From Register-Total-Line.
     Move "SETTLED BEFORE PLACEMENT"     To RT-Label.
     Move WS-Settled-Count     To RT-Count.
     Move Zero         To RT-Amount.
     Write Register-Line From Register-Total-Line.
     Move "PLACED AND WRITTEN OFF"     To RT-Label.
     Move WS-Placed-Count     To RT-Count.
     Move WS-Placed-Total     To RT-Amount.
     Write Register-Line From Register-Total-Line.
     Move "HELD - PERIOD CLOSED"     To RT-Label.
     Move WS-Closed-Count     To RT-Count.
     Move Zero         To RT-Amount.
     Write Register-Line From Register-Total-Line.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> settled tenants read and the receivables placed.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Settled-Read     To RU-Records-In.
     Move WS-Placed-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Not No-Settled-File
         Close Settled-Tenants
     End-If.
     If Not No-History-File
         Close Address-History
     End-If.
     Close Former-Tenant-File.
     Close Tenant-Ledger.
     Close Ledger-Control-File.
     Close Ledger-Journal.
     Close Placement-File.
     Close Placement-Register.
