*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  BankRec.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-15.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-15  RWC   Original version.  Daily bank reconciliation
*>                   of the operating account.  LockBox proves the
*>                   remittance file against the bank's trailer and
*>                   AchDraft totals its draft file, but neither
*>                   proves the money landed; this run does.  The
*>                   bank's daily statement (BSTMREC) is first
*>                   proved against its own trailer, then every
*>                   credit and debit on it is matched against the
*>                   cash book (CSHBREC) the posting runs append
*>                   to - lockbox deposits and ACH draft
*>                   settlements on the credit side, ACH returns
*>                   and returned checks on the debit side - and
*>                   against whatever was still open from earlier
*>                   days.  A bank item matches a booked item of
*>                   the same direction and amount under the same
*>                   reference first, then on amount alone, oldest
*>                   booked item first.  What is left open on
*>                   either side - in the bank but never booked,
*>                   booked but never cleared - carries forward on
*>                   the outstanding-items file (BKOSREC), read as
*>                   BANKOSI and rewritten as BANKOSO, together
*>                   with the statement's closing balance and the
*>                   book balance.  The reconciliation report
*>                   (BANKRECR) lists the day's matches and every
*>                   open item, and ends in the proof: adjusted
*>                   bank balance against adjusted book balance,
*>                   and the book-to-bank difference the open
*>                   items explain.  Each statement reconciled is
*>                   appended to the reconciliation history
*>                   (BKRHREC) for MonthEnd.  A statement that is
*>                   missing, does not prove to its trailer, is not
*>                   later than the last one reconciled, or holds
*>                   more open items than the run can carry is not
*>                   reconciled: the outstanding file is carried
*>                   forward unchanged, the cash book is left for
*>                   the next run, the run ends with return code 8
*>                   and is not stamped complete, so it may be run
*>                   again once the statement is right.  The run
*>                   is stamped on the run-control file and may be
*>                   completed once per run date.
*> 2026-10-15  RWC   A run refused by RunCtl (already completed
*>                   today) opened nothing, but the job step still
*>                   catalogs a new outstanding-items generation,
*>                   so the next day read an empty file and lost
*>                   every open item and the balance record.  A
*>                   refused run now copies the outstanding items
*>                   across unchanged before it ends.
*> 2026-10-15  RWC   A day that does not reconcile now ends with
*>                   return code 8 again: it was set before the
*>                   finish stamp, whose call reset it.  The checks
*>                   accounts payable cuts from the owner
*>                   remittance, refund and vendor feeds, and bank
*>                   fees, are booked through CashMnt as outside
*>                   entries (source "M") and match here like any
*>                   other; until one is booked its bank debit is
*>                   listed as never booked with a note saying so,
*>                   and the report warns when the open items near
*>                   what the run can carry.
*> 2026-10-15  RWC   Outside entries are no longer tested as
*>                   duplicates: two identical ones (two bank fees
*>                   of the same amount the same day) are both
*>                   real, and the second was being dropped.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Bank-Statement Assign To "BANKSTMT"
         Organization Is Line Sequential
         File Status Is Bank-Statement-Status.
     Select Outstanding-In Assign To "BANKOSI"
         Organization Is Line Sequential
         File Status Is Outstanding-In-Status.
     Select Outstanding-Out Assign To "BANKOSO"
         Organization Is Line Sequential
         File Status Is Outstanding-Out-Status.
     Select Cash-Book Assign To "CASHBOOK"
         Organization Is Line Sequential
         File Status Is Cash-Book-Status.
     Select Recon-History Assign To "BANKHIST"
         Organization Is Line Sequential
         File Status Is Recon-History-Status.
     Select Recon-Report Assign To "BANKRECR"
         Organization Is Line Sequential
         File Status Is Recon-Report-Status.

 Data Division.
 File Section.
 FD  Bank-Statement.
 Copy BSTMREC.

 FD  Outstanding-In.
 01   Outstanding-In-Line     Pic X(80).

 FD  Outstanding-Out.
 01   Outstanding-Out-Line     Pic X(80).

 FD  Cash-Book.
 Copy CSHBREC.

 FD  Recon-History.
 Copy BKRHREC.

 FD  Recon-Report.
 01   Report-Line         Pic X(132).

 Working-Storage Section.
 01   Work-Fields.
 03   Bank-Statement-Status     Pic X(2)     Value "00".
 03   Outstanding-In-Status     Pic X(2)     Value "00".
 03   Outstanding-Out-Status     Pic X(2)     Value "00".
 03   Cash-Book-Status     Pic X(2)     Value "00".
 03   Recon-History-Status     Pic X(2)     Value "00".
 03   Recon-Report-Status     Pic X(2)     Value "00".
 03   WS-Statement-EOF-Switch Pic X(1)     Value "N".
     88   End-Of-Statement     Value "Y".
 03   WS-Outstanding-EOF-Switch Pic X(1)     Value "N".
     88   End-Of-Outstanding     Value "Y".
 03   WS-Cash-Book-EOF-Switch Pic X(1)     Value "N".
     88   End-Of-Cash-Book     Value "Y".
 03   WS-No-Statement-Switch     Pic X(1)     Value "N".
     88   No-Statement-File     Value "Y".
 03   WS-No-Outstanding-Switch Pic X(1)     Value "N".
     88   No-Outstanding-File     Value "Y".
 03   WS-No-Cash-Book-Switch     Pic X(1)     Value "N".
     88   No-Cash-Book-File     Value "Y".
 03   WS-Prior-Balance-Switch Pic X(1)     Value "N".
     88   Prior-Balance-Found     Value "Y".
 03   WS-Trailer-Seen-Switch     Pic X(1)     Value "N".
     88   Trailer-Was-Seen     Value "Y".
 03   WS-Bad-Record-Switch     Pic X(1)     Value "N".
     88   Bad-Record-Seen     Value "Y".
 03   WS-Table-Full-Switch     Pic X(1)     Value "N".
     88   Item-Table-Full     Value "Y".
 03   WS-Statement-Proven-Switch Pic X(1)     Value "N".
     88   Statement-Is-Proven     Value "Y".
 03   WS-Reconciled-Switch     Pic X(1)     Value "N".
     88   Run-Is-Reconciled     Value "Y".
 03   WS-Match-Switch     Pic X(1)     Value "N".
     88   Match-Was-Found     Value "Y".
 03   WS-Duplicate-Switch     Pic X(1)     Value "N".
     88   Entry-Is-Duplicate     Value "Y".
 03   WS-Dup-Heading-Switch     Pic X(1)     Value "N".
     88   Dup-Heading-Printed     Value "Y".
 03   WS-Section-Side     Pic X(1)     Value Space.
 03   WS-Label-Source     Pic X(1)     Value Space.
 03   WS-Not-Reconciled-Reason Pic X(50)     Value Spaces.
 03   WS-Run-Date         Pic 9(8)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.
 03   WS-Prior-Statement-Date Pic 9(8)     Value Zero.
 03   WS-Prior-Bank-Balance     Pic S9(10)v99     Value Zero.
 03   WS-Prior-Book-Balance     Pic S9(10)v99     Value Zero.
 03   WS-Statement-Date     Pic 9(8)     Value Zero.
 03   WS-Opening-Balance     Pic S9(10)v99     Value Zero.
 03   WS-Closing-Balance     Pic S9(10)v99     Value Zero.
 03   WS-Trailer-Item-Count     Pic 9(6)     Value Zero.
 03   WS-Trailer-Credits     Pic 9(10)v99     Value Zero.
 03   WS-Trailer-Debits     Pic 9(10)v99     Value Zero.
 03   WS-Computed-Closing     Pic S9(10)v99     Value Zero.
 03   WS-Bank-Items-Read     Pic 9(6)     Value Zero.
 03   WS-Bank-Credits     Pic 9(10)v99     Value Zero.
 03   WS-Bank-Debits         Pic 9(10)v99     Value Zero.
 03   WS-Book-Entries-Read     Pic 9(6)     Value Zero.
 03   WS-Duplicates-Dropped     Pic 9(6)     Value Zero.
 03   WS-Book-Credits     Pic 9(10)v99     Value Zero.
 03   WS-Book-Debits         Pic 9(10)v99     Value Zero.
 03   WS-Book-Balance     Pic S9(10)v99     Value Zero.
 03   WS-Deposits-In-Transit     Pic 9(10)v99     Value Zero.
 03   WS-Uncleared-Debits     Pic 9(10)v99     Value Zero.
 03   WS-Unbooked-Credits     Pic 9(10)v99     Value Zero.
 03   WS-Unbooked-Debits     Pic 9(10)v99     Value Zero.
 03   WS-Adjusted-Bank     Pic S9(10)v99     Value Zero.
 03   WS-Adjusted-Book     Pic S9(10)v99     Value Zero.
 03   WS-Book-To-Bank-Diff     Pic S9(10)v99     Value Zero.
 03   WS-Explained-Diff     Pic S9(10)v99     Value Zero.
 03   WS-Unexplained-Diff     Pic S9(10)v99     Value Zero.
 03   WS-Items-Matched     Pic 9(6)     Value Zero.
 03   WS-Items-Outstanding     Pic 9(6)     Value Zero.
 03   WS-Section-Count     Pic 9(6)     Value Zero.
 03   WS-Item-Count         Pic 9(4)     Value Zero.
 03   WS-Item-Max         Pic 9(4)     Value 2000.
 03   WS-Item-Warn         Pic 9(4)     Value 1500.
 03   WS-Bank-Idx         Pic 9(4)     Value Zero.
 03   WS-Book-Idx         Pic 9(4)     Value Zero.
 03   WS-Item-Idx         Pic 9(4)     Value Zero.

 Copy RUNCPARM.

*> The outstanding-items record, read into and written from here;
*> the files themselves are plain 80-byte lines.
 Copy BKOSREC.

*> Every item in play for the day: the open items carried in from
*> earlier days, the bank statement's details, and today's cash
*> book entries.  RI-Matched-To holds the entry it was matched
*> with, zero while it is still open.
 01   WS-Recon-Table.
 03   RI-Entry Occurs 2000 Times.
     05   RI-Side         Pic X(1).
         88   RI-Is-Book     Value "K".
         88   RI-Is-Bank     Value "N".
     05   RI-Dr-Cr         Pic X(1).
         88   RI-Is-Credit     Value "C".
         88   RI-Is-Debit     Value "D".
     05   RI-Source         Pic X(1).
     05   RI-Item-Date     Pic 9(8).
     05   RI-Carried-Since     Pic 9(8).
     05   RI-Amount         Pic 9(8)v99.
     05   RI-Reference     Pic X(15).
     05   RI-Description     Pic X(30).
     05   RI-Matched-To     Pic 9(4).

 01   Report-Heading.
 03   Filler             Pic X(37)
         Value "DAILY BANK RECONCILIATION - STATEMENT".
 03   Filler             Pic X(1)     Value Space.
 03   RH-Statement-Date     Pic 9(8).
 03   Filler             Pic X(12)     Value "   RUN DATE ".
 03   RH-Run-Date         Pic 9(8).

 01   Section-Heading.
 03   SH-Title             Pic X(40).

 01   Column-Heading.
 03   Filler             Pic X(16)     Value "SOURCE".
 03   Filler             Pic X(10)     Value "DATE".
 03   Filler             Pic X(4)     Value "DR".
 03   Filler             Pic X(14)     Value "      AMOUNT".
 03   Filler             Pic X(17)     Value "REFERENCE".
 03   Filler             Pic X(17)     Value "BANK REFERENCE".
 03   Filler             Pic X(10)     Value "SINCE".
 03   Filler             Pic X(30)     Value "DESCRIPTION".

 01   Report-Detail.
 03   RD-Source-Label     Pic X(14).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Item-Date         Pic 9(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Dr-Cr             Pic X(2).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Amount             Pic Z,ZZZ,ZZ9.99.
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Reference         Pic X(15).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Bank-Ref         Pic X(15).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Carried-Since     Pic Z(8).
 03   Filler             Pic X(2)     Value Spaces.
 03   RD-Description     Pic X(30).

 01   Count-Line.
 03   CL-Label             Pic X(32).
 03   CL-Count             Pic ZZZ,ZZ9.

 01   Amount-Line.
 03   AL-Label             Pic X(32).
 03   AL-Amount             Pic Z,ZZZ,ZZZ,ZZ9.99-.

 Procedure Division.
*> ---------------------------------------------------------------
*> Main-Routine - prove the day's bank statement, match it against
*> the cash book and the items carried forward, carry what is
*> still open to tomorrow, and print the reconciliation.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1900-Start-Run-Control.
     If Not RU-Run-Refused
         Perform 1000-Initialize-Routine
         Perform 2000-Load-Outstanding-Record
             Until End-Of-Outstanding
         Perform 2100-Load-Statement-Record Until End-Of-Statement
         Perform 2200-Prove-Statement
         Perform 2900-Print-Statement-Proof
         If Statement-Is-Proven
             Perform 2300-Load-Cash-Book-Entry
                 Until End-Of-Cash-Book
             If Item-Table-Full
                 Move "MORE OPEN ITEMS THAN THE RUN CAN CARRY"
                     To WS-Not-Reconciled-Reason
             Else
                 Move "Y" To WS-Reconciled-Switch
             End-If
         End-If
         If Run-Is-Reconciled
             Perform 3000-Match-Bank-Items
             Perform 4000-Compute-Proof
             Perform 5000-Print-Reconciliation
             Perform 6000-Write-Outstanding-File
             Perform 6500-Write-History-Record
             Perform 6900-Empty-Cash-Book
         Else
             Perform 7000-Carry-Forward-Unchanged
         End-If
         Perform 9999-Terminate-Routine
         If Run-Is-Reconciled
             Perform 9900-Finish-Run-Control
             If WS-Unexplained-Diff Not = Zero
                 Move 8 To Return-Code
             End-If
         Else
             Move 8 To Return-Code
         End-If
     Else
         Perform 7500-Carry-Forward-Refused-Run
     End-If.
     Stop Run.

*> ---------------------------------------------------------------
*> 1000-Initialize-Routine - open the files and prime the reads.
*> No outstanding file means no day has been reconciled yet; no
*> cash book means nothing has been booked since the last run.  A
*> missing statement is reported and leaves nothing to reconcile.
*> ---------------------------------------------------------------
 1000-Initialize-Routine.
     Open Input Outstanding-In.
     If Outstanding-In-Status = "35"
         Move "Y" To WS-No-Outstanding-Switch
         Move "Y" To WS-Outstanding-EOF-Switch
     End-If.
     Open Input Bank-Statement.
     If Bank-Statement-Status = "35"
         Move "Y" To WS-No-Statement-Switch
         Move "Y" To WS-Statement-EOF-Switch
     End-If.
     Open Input Cash-Book.
     If Cash-Book-Status = "35"
         Move "Y" To WS-No-Cash-Book-Switch
         Move "Y" To WS-Cash-Book-EOF-Switch
     End-If.
     Open Output Outstanding-Out.
     Open Extend Recon-History.
     If Recon-History-Status = "35"
         Open Output Recon-History
         Close Recon-History
         Open Extend Recon-History
     End-If.
     Open Output Recon-Report.
     If Not No-Outstanding-File
         Read Outstanding-In Into Outstanding-Item-Record
             At End Move "Y" To WS-Outstanding-EOF-Switch
         End-Read
     End-If.
     If Not No-Statement-File
         Read Bank-Statement
             At End Move "Y" To WS-Statement-EOF-Switch
         End-Read
     End-If.
     If Not No-Cash-Book-File
         Read Cash-Book
             At End Move "Y" To WS-Cash-Book-EOF-Switch
         End-Read
     End-If.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for today's date, on the run-control file.  A run
*> already completed today refuses this one, and nothing is
*> opened - the statement would otherwise be matched twice.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Accept WS-Run-Date From Date YYYYMMDD.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "BANKREC"         To RU-Program.
     Move WS-Run-Date         To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move "BANKREC"         To RU-Prereq-Program.
     Move WS-Run-Date         To RU-Prereq-Period.
     Move "N"             To RU-Prereq-Mode.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.
     Evaluate True
         When RU-Run-Refused
             Display "BANKREC - RUN REFUSED - " RU-Message
             Move 8 To Return-Code
         When RU-No-Run-History
             Display "BANKREC - " RU-Message
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2000-Load-Outstanding-Record - the balance record gives the
*> last statement reconciled and the bank and book balances it
*> left; every item record goes into the table still open, on the
*> side it was carried on.
*> ---------------------------------------------------------------
 2000-Load-Outstanding-Record.
     Evaluate True
         When OS-Is-Balance
             Move "Y"             To WS-Prior-Balance-Switch
             Move OS-Statement-Date     To WS-Prior-Statement-Date
             Move OS-Bank-Balance     To WS-Prior-Bank-Balance
             Move OS-Book-Balance     To WS-Prior-Book-Balance
         When OS-Is-Item
             If WS-Item-Count < WS-Item-Max
                 Add 1 To WS-Item-Count
                 Move OS-Side     To RI-Side(WS-Item-Count)
                 Move OS-Dr-Cr     To RI-Dr-Cr(WS-Item-Count)
                 Move OS-Source     To RI-Source(WS-Item-Count)
                 Move OS-Item-Date To RI-Item-Date(WS-Item-Count)
                 Move OS-Carried-Since
                     To RI-Carried-Since(WS-Item-Count)
                 Move OS-Amount     To RI-Amount(WS-Item-Count)
                 Move OS-Reference To RI-Reference(WS-Item-Count)
                 Move OS-Description
                     To RI-Description(WS-Item-Count)
                 Move Zero     To RI-Matched-To(WS-Item-Count)
             Else
                 Move "Y" To WS-Table-Full-Switch
             End-If
         When Other
             Continue
     End-Evaluate.
     Read Outstanding-In Into Outstanding-Item-Record
         At End Move "Y" To WS-Outstanding-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2100-Load-Statement-Record - each detail is counted and totalled
*> for the trailer proof and goes into the table as a bank item;
*> the trailer gives the statement date, balances and totals.  A
*> record that is neither poisons the statement, the way an
*> unrecognized record poisons LockBox's remittance file.
*> ---------------------------------------------------------------
 2100-Load-Statement-Record.
     Evaluate True
         When BS-Is-Detail
             Add 1 To WS-Bank-Items-Read
             If BS-Is-Credit
                 Add BS-Amount To WS-Bank-Credits
             Else
                 Add BS-Amount To WS-Bank-Debits
             End-If
             If Not BS-Is-Credit And Not BS-Is-Debit
                 Move "Y" To WS-Bad-Record-Switch
             End-If
             If WS-Item-Count < WS-Item-Max
                 Add 1 To WS-Item-Count
                 Move "N"         To RI-Side(WS-Item-Count)
                 Move BS-Dr-Cr     To RI-Dr-Cr(WS-Item-Count)
                 Move "B"         To RI-Source(WS-Item-Count)
                 Move BS-Post-Date To RI-Item-Date(WS-Item-Count)
                 Move Zero
                     To RI-Carried-Since(WS-Item-Count)
                 Move BS-Amount     To RI-Amount(WS-Item-Count)
                 Move BS-Bank-Ref To RI-Reference(WS-Item-Count)
                 Move BS-Description
                     To RI-Description(WS-Item-Count)
                 Move Zero     To RI-Matched-To(WS-Item-Count)
             Else
                 Move "Y" To WS-Table-Full-Switch
             End-If
         When BS-Is-Trailer
             Move "Y"             To WS-Trailer-Seen-Switch
             Move BS-Statement-Date     To WS-Statement-Date
             Move BS-Opening-Balance To WS-Opening-Balance
             Move BS-Closing-Balance To WS-Closing-Balance
             Move BS-Item-Count     To WS-Trailer-Item-Count
             Move BS-Total-Credits     To WS-Trailer-Credits
             Move BS-Total-Debits     To WS-Trailer-Debits
         When Other
             Move "Y" To WS-Bad-Record-Switch
     End-Evaluate.
     Read Bank-Statement
         At End Move "Y" To WS-Statement-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2200-Prove-Statement - the statement is reconciled only when a
*> trailer arrived, every record was recognized, the details agree
*> with the trailer's count and totals, the opening balance plus
*> credits less debits gives the closing balance, and the
*> statement is later than the last one reconciled.  On the first
*> run the book balance opens at the bank's opening balance.
*> ---------------------------------------------------------------
 2200-Prove-Statement.
     Compute WS-Computed-Closing =
         WS-Opening-Balance + WS-Bank-Credits - WS-Bank-Debits.
     Evaluate True
         When No-Statement-File
             Move "NO BANK STATEMENT ON HAND"
                 To WS-Not-Reconciled-Reason
         When Not Trailer-Was-Seen
             Move "NO TRAILER ON BANK STATEMENT"
                 To WS-Not-Reconciled-Reason
         When Bad-Record-Seen
             Move "UNRECOGNIZED RECORD ON BANK STATEMENT"
                 To WS-Not-Reconciled-Reason
         When WS-Bank-Items-Read Not = WS-Trailer-Item-Count
             Or WS-Bank-Credits Not = WS-Trailer-Credits
             Or WS-Bank-Debits Not = WS-Trailer-Debits
             Move "STATEMENT DETAILS DO NOT AGREE WITH TRAILER"
                 To WS-Not-Reconciled-Reason
         When WS-Computed-Closing Not = WS-Closing-Balance
             Move "OPENING PLUS ACTIVITY DOES NOT GIVE CLOSING"
                 To WS-Not-Reconciled-Reason
         When Prior-Balance-Found
             And WS-Statement-Date Not > WS-Prior-Statement-Date
             Move "STATEMENT ALREADY RECONCILED"
                 To WS-Not-Reconciled-Reason
         When Other
             Move "Y" To WS-Statement-Proven-Switch
     End-Evaluate.
     If Prior-Balance-Found
         Move WS-Prior-Book-Balance To WS-Book-Balance
     Else
         Move WS-Opening-Balance To WS-Book-Balance
     End-If.

*> ---------------------------------------------------------------
*> 2300-Load-Cash-Book-Entry - each entry booked since the last
*> run goes into the table as a booked item and moves the book
*> balance.  An entry from a posting run identical to one already
*> held - the run repeated before the bank caught up - is listed
*> and dropped so the same money is not booked twice.  Outside
*> entries keyed through CashMnt are each booked deliberately, so
*> every one is taken, identical or not.
*> ---------------------------------------------------------------
 2300-Load-Cash-Book-Entry.
     Add 1 To WS-Book-Entries-Read.
     Move "N" To WS-Duplicate-Switch.
     Perform 2310-Check-One-Duplicate
         Varying WS-Item-Idx From 1 By 1
         Until WS-Item-Idx > WS-Item-Count Or Entry-Is-Duplicate.
     Evaluate True
         When Entry-Is-Duplicate
             Perform 2320-Print-Duplicate-Entry
         When WS-Item-Count Not < WS-Item-Max
             Move "Y" To WS-Table-Full-Switch
         When Other
             Add 1 To WS-Item-Count
             Move "K"         To RI-Side(WS-Item-Count)
             Move CB-Dr-Cr         To RI-Dr-Cr(WS-Item-Count)
             Move CB-Source         To RI-Source(WS-Item-Count)
             Move CB-Entry-Date     To RI-Item-Date(WS-Item-Count)
             Move Zero         To RI-Carried-Since(WS-Item-Count)
             Move CB-Amount         To RI-Amount(WS-Item-Count)
             Move CB-Reference     To RI-Reference(WS-Item-Count)
             Move CB-Description
                 To RI-Description(WS-Item-Count)
             Move Zero         To RI-Matched-To(WS-Item-Count)
             If CB-Is-Credit
                 Add CB-Amount To WS-Book-Credits
                 Add CB-Amount To WS-Book-Balance
             Else
                 Add CB-Amount To WS-Book-Debits
                 Subtract CB-Amount From WS-Book-Balance
             End-If
     End-Evaluate.
     Read Cash-Book
         At End Move "Y" To WS-Cash-Book-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 2310-Check-One-Duplicate - one table entry against the cash
*> book entry being loaded: a booked item with the same source,
*> direction, date, amount, reference and description is the same
*> entry booked again - unless it is an outside entry, which is
*> never a duplicate.
*> ---------------------------------------------------------------
 2310-Check-One-Duplicate.
     If RI-Is-Book(WS-Item-Idx)
         And Not CB-Is-Outside-Entry
         And RI-Source(WS-Item-Idx) = CB-Source
         And RI-Dr-Cr(WS-Item-Idx) = CB-Dr-Cr
         And RI-Item-Date(WS-Item-Idx) = CB-Entry-Date
         And RI-Amount(WS-Item-Idx) = CB-Amount
         And RI-Reference(WS-Item-Idx) = CB-Reference
         And RI-Description(WS-Item-Idx) = CB-Description
         Move "Y" To WS-Duplicate-Switch
     End-If.

*> ---------------------------------------------------------------
*> 2320-Print-Duplicate-Entry - list a dropped duplicate, under
*> its own heading the first time one is found.
*> ---------------------------------------------------------------
 2320-Print-Duplicate-Entry.
     Add 1 To WS-Duplicates-Dropped.
     If Not Dup-Heading-Printed
         Move "Y" To WS-Dup-Heading-Switch
         Move "DUPLICATE CASH BOOK ENTRIES DROPPED" To SH-Title
         Write Report-Line From Section-Heading
         Write Report-Line From Column-Heading
     End-If.
     Move Spaces         To Report-Detail.
     Move CB-Source         To WS-Label-Source.
     Perform 5900-Move-Source-Label.
     Move CB-Entry-Date     To RD-Item-Date.
     Move CB-Dr-Cr         To RD-Dr-Cr.
     Move CB-Amount         To RD-Amount.
     Move CB-Reference     To RD-Reference.
     Move CB-Description     To RD-Description.
     Write Report-Line From Report-Detail.

*> ---------------------------------------------------------------
*> 2900-Print-Statement-Proof - the statement against its trailer,
*> and why the day cannot be reconciled when it cannot.
*> ---------------------------------------------------------------
 2900-Print-Statement-Proof.
     Move WS-Statement-Date To RH-Statement-Date.
     Move WS-Run-Date     To RH-Run-Date.
     Write Report-Line From Report-Heading.
     Write Report-Line From Spaces.
     Move "STATEMENT OPENING BALANCE" To AL-Label.
     Move WS-Opening-Balance To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADD BANK CREDITS"     To AL-Label.
     Move WS-Bank-Credits     To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "LESS BANK DEBITS"     To AL-Label.
     Move WS-Bank-Debits     To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "STATEMENT CLOSING BALANCE" To AL-Label.
     Move WS-Closing-Balance To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "STATEMENT ITEMS"     To CL-Label.
     Move WS-Bank-Items-Read To CL-Count.
     Write Report-Line From Count-Line.
     Move "TRAILER ITEMS"     To CL-Label.
     Move WS-Trailer-Item-Count To CL-Count.
     Write Report-Line From Count-Line.
     Write Report-Line From Spaces.
     If Prior-Balance-Found
         If WS-Opening-Balance Not = WS-Prior-Bank-Balance
             Write Report-Line From
                 "OPENING BALANCE DOES NOT AGREE WITH LAST CLOSING"
         End-If
     Else
         Write Report-Line From
             "NO PRIOR RECONCILIATION - BOOK OPENED AT BANK BALANCE"
     End-If.
     If Statement-Is-Proven
         Write Report-Line From "STATEMENT PROVES TO ITS TRAILER"
     Else
         Display "BANKREC - " WS-Not-Reconciled-Reason
         Move Spaces To Report-Line
         String "NOT RECONCILED - " WS-Not-Reconciled-Reason
             Delimited By Size Into Report-Line
         Write Report-Line
     End-If.
     Write Report-Line From Spaces.

*> ---------------------------------------------------------------
*> 3000-Match-Bank-Items - pair every open bank item with an open
*> booked item of the same direction and amount: first under the
*> same reference, then, for what is left, on amount alone.
*> ---------------------------------------------------------------
 3000-Match-Bank-Items.
     Perform 3100-Match-One-By-Reference
         Varying WS-Bank-Idx From 1 By 1
         Until WS-Bank-Idx > WS-Item-Count.
     Perform 3200-Match-One-By-Amount
         Varying WS-Bank-Idx From 1 By 1
         Until WS-Bank-Idx > WS-Item-Count.

*> ---------------------------------------------------------------
*> 3100-Match-One-By-Reference - look for the booked item under
*> the same reference as the current bank item.
*> ---------------------------------------------------------------
 3100-Match-One-By-Reference.
     If RI-Is-Bank(WS-Bank-Idx) And RI-Matched-To(WS-Bank-Idx) = Zero
         And RI-Reference(WS-Bank-Idx) Not = Spaces
         Move "N" To WS-Match-Switch
         Perform 3110-Try-Reference-Match
             Varying WS-Book-Idx From 1 By 1
             Until WS-Book-Idx > WS-Item-Count Or Match-Was-Found
     End-If.

*> ---------------------------------------------------------------
*> 3110-Try-Reference-Match - one booked item against the current
*> bank item on reference, direction and amount.
*> ---------------------------------------------------------------
 3110-Try-Reference-Match.
     If RI-Is-Book(WS-Book-Idx) And RI-Matched-To(WS-Book-Idx) = Zero
         And RI-Dr-Cr(WS-Book-Idx) = RI-Dr-Cr(WS-Bank-Idx)
         And RI-Amount(WS-Book-Idx) = RI-Amount(WS-Bank-Idx)
         And RI-Reference(WS-Book-Idx) = RI-Reference(WS-Bank-Idx)
         Perform 3900-Pair-Items
     End-If.

*> ---------------------------------------------------------------
*> 3200-Match-One-By-Amount - look for any open booked item of
*> the current bank item's direction and amount; the table holds
*> the older items first, so the oldest one clears first.
*> ---------------------------------------------------------------
 3200-Match-One-By-Amount.
     If RI-Is-Bank(WS-Bank-Idx) And RI-Matched-To(WS-Bank-Idx) = Zero
         Move "N" To WS-Match-Switch
         Perform 3210-Try-Amount-Match
             Varying WS-Book-Idx From 1 By 1
             Until WS-Book-Idx > WS-Item-Count Or Match-Was-Found
     End-If.

*> ---------------------------------------------------------------
*> 3210-Try-Amount-Match - one booked item against the current
*> bank item on direction and amount.
*> ---------------------------------------------------------------
 3210-Try-Amount-Match.
     If RI-Is-Book(WS-Book-Idx) And RI-Matched-To(WS-Book-Idx) = Zero
         And RI-Dr-Cr(WS-Book-Idx) = RI-Dr-Cr(WS-Bank-Idx)
         And RI-Amount(WS-Book-Idx) = RI-Amount(WS-Bank-Idx)
         Perform 3900-Pair-Items
     End-If.

*> ---------------------------------------------------------------
*> 3900-Pair-Items - mark the bank item and the booked item as
*> matched to each other.
*> ---------------------------------------------------------------
 3900-Pair-Items.
     Move WS-Book-Idx To RI-Matched-To(WS-Bank-Idx).
     Move WS-Bank-Idx To RI-Matched-To(WS-Book-Idx).
     Move "Y" To WS-Match-Switch.
     Add 1 To WS-Items-Matched.

*> ---------------------------------------------------------------
*> 4000-Compute-Proof - total the open items on each side and
*> prove the book balance to the bank's.  The bank balance is
*> adjusted by what was booked but has not cleared, the book
*> balance by what the bank posted that was never booked; the two
*> adjusted balances agree when every difference between book and
*> bank is explained by an open item.
*> ---------------------------------------------------------------
 4000-Compute-Proof.
     Perform 4100-Total-One-Open-Item
         Varying WS-Item-Idx From 1 By 1
         Until WS-Item-Idx > WS-Item-Count.
     Compute WS-Adjusted-Bank = WS-Closing-Balance
         + WS-Deposits-In-Transit - WS-Uncleared-Debits.
     Compute WS-Adjusted-Book = WS-Book-Balance
         + WS-Unbooked-Credits - WS-Unbooked-Debits.
     Compute WS-Book-To-Bank-Diff =
         WS-Book-Balance - WS-Closing-Balance.
     Compute WS-Explained-Diff =
         WS-Deposits-In-Transit - WS-Uncleared-Debits
         - WS-Unbooked-Credits + WS-Unbooked-Debits.
     Compute WS-Unexplained-Diff =
         WS-Book-To-Bank-Diff - WS-Explained-Diff.

*> ---------------------------------------------------------------
*> 4100-Total-One-Open-Item - add one item still open to its
*> side's total.
*> ---------------------------------------------------------------
 4100-Total-One-Open-Item.
     If RI-Matched-To(WS-Item-Idx) = Zero
         Add 1 To WS-Items-Outstanding
         Evaluate True
             When RI-Is-Book(WS-Item-Idx) And RI-Is-Credit(WS-Item-Idx)
                 Add RI-Amount(WS-Item-Idx) To WS-Deposits-In-Transit
             When RI-Is-Book(WS-Item-Idx)
                 Add RI-Amount(WS-Item-Idx) To WS-Uncleared-Debits
             When RI-Is-Credit(WS-Item-Idx)
                 Add RI-Amount(WS-Item-Idx) To WS-Unbooked-Credits
             When Other
                 Add RI-Amount(WS-Item-Idx) To WS-Unbooked-Debits
         End-Evaluate
     End-If.

*> ---------------------------------------------------------------
*> 5000-Print-Reconciliation - the day's matches, the items open
*> on each side, and the book-to-bank proof.  Bank items never
*> booked are cleared by booking them through CashMnt, which the
*> report says under them; open items nearing what the run can
*> carry are warned of before they stop it.
*> ---------------------------------------------------------------
 5000-Print-Reconciliation.
     If Dup-Heading-Printed
         Move "DUPLICATES DROPPED"     To CL-Label
         Move WS-Duplicates-Dropped     To CL-Count
         Write Report-Line From Count-Line
         Write Report-Line From Spaces
     End-If.
     Move "ITEMS MATCHED TODAY" To SH-Title.
     Write Report-Line From Section-Heading.
     Write Report-Line From Column-Heading.
     Perform 5100-Print-One-Match
         Varying WS-Item-Idx From 1 By 1
         Until WS-Item-Idx > WS-Item-Count.
     Move "ITEMS MATCHED"     To CL-Label.
     Move WS-Items-Matched     To CL-Count.
     Write Report-Line From Count-Line.
     Write Report-Line From Spaces.
     Move "IN BANK - NEVER BOOKED" To SH-Title.
     Move "N"             To WS-Section-Side.
     Perform 5200-Print-Open-Section.
     If WS-Section-Count > Zero
         Write Report-Line From
             "BOOK EACH THROUGH CASHMNT UNDER ITS BANK REFERENCE"
         Write Report-Line From Spaces
     End-If.
     Move "BOOKED - NOT CLEARED BY BANK" To SH-Title.
     Move "K"             To WS-Section-Side.
     Perform 5200-Print-Open-Section.
     Perform 5500-Print-Proof.
     If WS-Items-Outstanding > WS-Item-Warn
         Display "BANKREC - " WS-Items-Outstanding
             " OPEN ITEMS - THE RUN CAN CARRY " WS-Item-Max
         Move Spaces To Report-Line
         String "WARNING - " WS-Items-Outstanding
             " ITEMS OPEN; THE RUN CAN CARRY " WS-Item-Max
             " - BOOK OR CLEAR THE OLDEST"
             Delimited By Size Into Report-Line
         Write Report-Line
     End-If.

*> ---------------------------------------------------------------
*> 5100-Print-One-Match - one line per matched pair, printed from
*> the bank item: the booked item's source, date and reference
*> beside the reference the bank used.
*> ---------------------------------------------------------------
 5100-Print-One-Match.
     If RI-Is-Bank(WS-Item-Idx) And RI-Matched-To(WS-Item-Idx) > Zero
         Move RI-Matched-To(WS-Item-Idx) To WS-Book-Idx
         Move Spaces To Report-Detail
         Move RI-Source(WS-Book-Idx) To WS-Label-Source
         Perform 5900-Move-Source-Label
         Move RI-Item-Date(WS-Book-Idx) To RD-Item-Date
         Move RI-Dr-Cr(WS-Book-Idx) To RD-Dr-Cr
         Move RI-Amount(WS-Book-Idx) To RD-Amount
         Move RI-Reference(WS-Book-Idx) To RD-Reference
         Move RI-Reference(WS-Item-Idx) To RD-Bank-Ref
         Move RI-Carried-Since(WS-Book-Idx) To RD-Carried-Since
         Move RI-Description(WS-Book-Idx) To RD-Description
         Write Report-Line From Report-Detail
     End-If.

*> ---------------------------------------------------------------
*> 5200-Print-Open-Section - every item still open on the side in
*> WS-Section-Side, under the section title already set, with the
*> section's count.
*> ---------------------------------------------------------------
 5200-Print-Open-Section.
     Write Report-Line From Section-Heading.
     Write Report-Line From Column-Heading.
     Move Zero To WS-Section-Count.
     Perform 5210-Print-One-Open-Item
         Varying WS-Item-Idx From 1 By 1
         Until WS-Item-Idx > WS-Item-Count.
     Move "ITEMS OPEN"         To CL-Label.
     Move WS-Section-Count     To CL-Count.
     Write Report-Line From Count-Line.
     Write Report-Line From Spaces.

*> ---------------------------------------------------------------
*> 5210-Print-One-Open-Item - one line for an open item on the
*> side being printed.  A bank item's reference is the bank's.
*> ---------------------------------------------------------------
 5210-Print-One-Open-Item.
     If RI-Matched-To(WS-Item-Idx) = Zero
         And RI-Side(WS-Item-Idx) = WS-Section-Side
         Add 1 To WS-Section-Count
         Move Spaces To Report-Detail
         Move RI-Source(WS-Item-Idx) To WS-Label-Source
         Perform 5900-Move-Source-Label
         Move RI-Item-Date(WS-Item-Idx) To RD-Item-Date
         Move RI-Dr-Cr(WS-Item-Idx) To RD-Dr-Cr
         Move RI-Amount(WS-Item-Idx) To RD-Amount
         If RI-Is-Bank(WS-Item-Idx)
             Move RI-Reference(WS-Item-Idx) To RD-Bank-Ref
         Else
             Move RI-Reference(WS-Item-Idx) To RD-Reference
         End-If
         Move RI-Carried-Since(WS-Item-Idx) To RD-Carried-Since
         Move RI-Description(WS-Item-Idx) To RD-Description
         Write Report-Line From Report-Detail
     End-If.

*> ---------------------------------------------------------------
*> 5500-Print-Proof - adjusted bank balance, adjusted book balance
*> and the book-to-bank difference, ending in whether the
*> difference is proven by the open items.
*> ---------------------------------------------------------------
 5500-Print-Proof.
     Move "BOOK-TO-BANK PROOF" To SH-Title.
     Write Report-Line From Section-Heading.
     Move "BANK CLOSING BALANCE" To AL-Label.
     Move WS-Closing-Balance To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADD DEPOSITS IN TRANSIT" To AL-Label.
     Move WS-Deposits-In-Transit To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "LESS BOOKED DEBITS NOT CLEARED" To AL-Label.
     Move WS-Uncleared-Debits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADJUSTED BANK BALANCE" To AL-Label.
     Move WS-Adjusted-Bank     To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     Move "BOOK BALANCE"     To AL-Label.
     Move WS-Book-Balance     To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADD BANK CREDITS NOT BOOKED" To AL-Label.
     Move WS-Unbooked-Credits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "LESS BANK DEBITS NOT BOOKED" To AL-Label.
     Move WS-Unbooked-Debits To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "ADJUSTED BOOK BALANCE" To AL-Label.
     Move WS-Adjusted-Book     To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     Move "BOOK-TO-BANK DIFFERENCE" To AL-Label.
     Move WS-Book-To-Bank-Diff To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "EXPLAINED BY OUTSTANDING ITEMS" To AL-Label.
     Move WS-Explained-Diff     To AL-Amount.
     Write Report-Line From Amount-Line.
     Move "UNEXPLAINED DIFFERENCE" To AL-Label.
     Move WS-Unexplained-Diff To AL-Amount.
     Write Report-Line From Amount-Line.
     Write Report-Line From Spaces.
     If WS-Unexplained-Diff = Zero
         Write Report-Line From
             "RECONCILED - BOOK-TO-BANK DIFFERENCE PROVEN"
     Else
         Display "BANKREC - BOOK AND BANK DO NOT RECONCILE"
         Write Report-Line From
             "NOT RECONCILED - DIFFERENCE NOT EXPLAINED"
     End-If.

*> ---------------------------------------------------------------
*> 5900-Move-Source-Label - name the source code in
*> WS-Label-Source on the report line.
*> ---------------------------------------------------------------
 5900-Move-Source-Label.
     Evaluate WS-Label-Source
         When "L"
             Move "LOCKBOX DEP"     To RD-Source-Label
         When "A"
             Move "ACH SETTLEMENT" To RD-Source-Label
         When "R"
             Move "ACH RETURN"     To RD-Source-Label
         When "C"
             Move "RETURNED CHECK" To RD-Source-Label
         When "M"
             Move "OUTSIDE ENTRY" To RD-Source-Label
         When Other
             Move "BANK ITEM"     To RD-Source-Label
     End-Evaluate.

*> ---------------------------------------------------------------
*> 6000-Write-Outstanding-File - the balance record for the
*> statement just reconciled, then every item still open.  An item
*> opened today is carried from today's statement date.
*> ---------------------------------------------------------------
 6000-Write-Outstanding-File.
     Move Spaces             To Outstanding-Item-Record.
     Move "B"             To OS-Record-Type.
     Move WS-Statement-Date     To OS-Statement-Date.
     Move WS-Closing-Balance To OS-Bank-Balance.
     Move WS-Book-Balance     To OS-Book-Balance.
     Write Outstanding-Out-Line From Outstanding-Item-Record.
     Perform 6100-Write-One-Open-Item
         Varying WS-Item-Idx From 1 By 1
         Until WS-Item-Idx > WS-Item-Count.

*> ---------------------------------------------------------------
*> 6100-Write-One-Open-Item - carry one open item forward.
*> ---------------------------------------------------------------
 6100-Write-One-Open-Item.
     If RI-Matched-To(WS-Item-Idx) = Zero
         Move Spaces         To Outstanding-Item-Record
         Move "I"         To OS-Record-Type
         Move RI-Side(WS-Item-Idx) To OS-Side
         Move RI-Dr-Cr(WS-Item-Idx) To OS-Dr-Cr
         Move RI-Source(WS-Item-Idx) To OS-Source
         Move RI-Item-Date(WS-Item-Idx) To OS-Item-Date
         If RI-Carried-Since(WS-Item-Idx) = Zero
             Move WS-Statement-Date To OS-Carried-Since
         Else
             Move RI-Carried-Since(WS-Item-Idx) To OS-Carried-Since
         End-If
         Move RI-Amount(WS-Item-Idx) To OS-Amount
         Move RI-Reference(WS-Item-Idx) To OS-Reference
         Move RI-Description(WS-Item-Idx) To OS-Description
         Write Outstanding-Out-Line From Outstanding-Item-Record
     End-If.

*> ---------------------------------------------------------------
*> 6500-Write-History-Record - append the day's reconciliation to
*> the history MonthEnd prints from.
*> ---------------------------------------------------------------
 6500-Write-History-Record.
     Move Spaces             To Bank-Recon-History-Record.
     Move WS-Statement-Date     To BH-Statement-Date.
     Move WS-Run-Date         To BH-Run-Date.
     Move WS-Opening-Balance To BH-Opening-Balance.
     Move WS-Bank-Credits     To BH-Bank-Credits.
     Move WS-Bank-Debits     To BH-Bank-Debits.
     Move WS-Closing-Balance To BH-Closing-Balance.
     Move WS-Book-Balance     To BH-Book-Balance.
     Move WS-Book-Credits     To BH-Book-Credits.
     Move WS-Book-Debits     To BH-Book-Debits.
     Move WS-Deposits-In-Transit To BH-Deposits-In-Transit.
     Move WS-Uncleared-Debits To BH-Uncleared-Debits.
     Move WS-Unbooked-Credits To BH-Unbooked-Credits.
     Move WS-Unbooked-Debits To BH-Unbooked-Debits.
     Move WS-Adjusted-Bank     To BH-Adjusted-Bank.
     Move WS-Adjusted-Book     To BH-Adjusted-Book.
     Move WS-Unexplained-Diff To BH-Unexplained-Diff.
     Move WS-Items-Matched     To BH-Items-Matched.
     Move WS-Items-Outstanding To BH-Items-Outstanding.
     If WS-Unexplained-Diff = Zero
         Move "Y" To BH-Proven-Flag
     Else
         Move "N" To BH-Proven-Flag
     End-If.
     Write Bank-Recon-History-Record.

*> ---------------------------------------------------------------
*> 6900-Empty-Cash-Book - everything booked is now either matched
*> or carried on the outstanding file, so the cash book starts
*> the next day empty.
*> ---------------------------------------------------------------
 6900-Empty-Cash-Book.
     If Not No-Cash-Book-File
         Close Cash-Book
         Open Output Cash-Book
     End-If.

*> ---------------------------------------------------------------
*> 7000-Carry-Forward-Unchanged - a day that cannot be reconciled
*> copies yesterday's outstanding file across as it stood, so
*> nothing is lost and the next run picks up where this one could
*> not; the cash book is left as it is.
*> ---------------------------------------------------------------
 7000-Carry-Forward-Unchanged.
     Write Report-Line From
         "OUTSTANDING ITEMS CARRIED FORWARD UNCHANGED".
     If Not No-Outstanding-File
         Close Outstanding-In
         Open Input Outstanding-In
         Move "N" To WS-Outstanding-EOF-Switch
         Read Outstanding-In
             At End Move "Y" To WS-Outstanding-EOF-Switch
         End-Read
         Perform 7100-Copy-One-Outstanding Until End-Of-Outstanding
     End-If.

*> ---------------------------------------------------------------
*> 7100-Copy-One-Outstanding - copy one outstanding record across.
*> ---------------------------------------------------------------
 7100-Copy-One-Outstanding.
     Write Outstanding-Out-Line From Outstanding-In-Line.
     Read Outstanding-In
         At End Move "Y" To WS-Outstanding-EOF-Switch
     End-Read.

*> ---------------------------------------------------------------
*> 7500-Carry-Forward-Refused-Run - a refused run touches nothing
*> else, but the new outstanding file the job has allocated must
*> still carry every open item and the balance record forward, or
*> the next day would start from an empty one.
*> ---------------------------------------------------------------
 7500-Carry-Forward-Refused-Run.
     Open Input Outstanding-In.
     If Outstanding-In-Status = "35"
         Move "Y" To WS-No-Outstanding-Switch
         Move "Y" To WS-Outstanding-EOF-Switch
     End-If.
     Open Output Outstanding-Out.
     Open Output Recon-Report.
     Move Spaces To Report-Line.
     String "RUN REFUSED - " RU-Message
         Delimited By Size Into Report-Line.
     Write Report-Line.
     Write Report-Line From
         "OUTSTANDING ITEMS CARRIED FORWARD UNCHANGED".
     If Not No-Outstanding-File
         Read Outstanding-In
             At End Move "Y" To WS-Outstanding-EOF-Switch
         End-Read
         Perform 7100-Copy-One-Outstanding Until End-Of-Outstanding
         Close Outstanding-In
     End-If.
     Close Outstanding-Out.
     Close Recon-Report.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> statement items and cash book entries read and the open items
*> carried forward.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Compute RU-Records-In =
         WS-Bank-Items-Read + WS-Book-Entries-Read.
     Move WS-Items-Outstanding To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
 9999-Terminate-Routine.
     If Not No-Outstanding-File
         Close Outstanding-In
     End-If.
     If Not No-Statement-File
         Close Bank-Statement
     End-If.
     If Not No-Cash-Book-File
         Close Cash-Book
     End-If.
     Close Outstanding-Out.
     Close Recon-History.
     Close Recon-Report.
