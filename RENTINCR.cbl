*>                   have billed the tenant an amount RentUpd would
*>                   later refuse to apply.  A refused proposal is
*>                   reported with EditTran's message and skipped.
*> 2026-10-15  RWC   The run is now stamped on the run-control
*>                   file, for the effective date keyed, with the
*>                   operator and the tenants read and proposals
*>                   written.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 03   WS-Skipped-Count     Pic 9(6)     Value Zero.
 03   WS-Edit-Return-Code     Pic 9(2)     Value Zero.
 03   WS-Edit-Error-Message     Pic X(40)     Value Spaces.
 03   WS-Tenants-Read     Pic 9(6)     Value Zero.
 03   WS-Run-Operator-Id     Pic X(8)     Value Spaces.

 Copy RUNCPARM.

 01   Report-Heading-1.
 03   Filler             Pic X(30) Value "RENT INCREASE PROPOSAL REVIEW".
*> proposal per tenant and print the review report.
*> ---------------------------------------------------------------
 Main-Routine.
     Perform 1500-Get-Increase-Request.
     Perform 1900-Start-Run-Control.
     Perform 1000-Initialize-Routine.
     Perform 1800-Print-Report-Headings.
     Perform 2000-Propose-One-Tenant Until End-Of-File.
     Perform 2900-Print-Final-Totals.
     Perform 9999-Terminate-Routine.
     Perform 9900-Finish-Run-Control.
     Stop Run.

*> ---------------------------------------------------------------
     Write Report-Line From Report-Heading-2.
     Write Report-Line From Report-Heading-3 After Advancing 2 Lines.

*> ---------------------------------------------------------------
*> 1900-Start-Run-Control - take the operator and stamp the start
*> of the run, for the effective date keyed, on the run-control file.
*> ---------------------------------------------------------------
 1900-Start-Run-Control.
     Display "OPERATOR ID: ".
     Accept WS-Run-Operator-Id.
     Move Spaces             To Run-Control-Parms.
     Move "S"             To RU-Function.
     Move "RENTINCR"         To RU-Program.
     Move WS-Effective-Date-In To RU-Period.
     Move WS-Run-Operator-Id To RU-Operator-Id.
     Move Zero             To RU-Records-In.
     Move Zero             To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 2000-Propose-One-Tenant - put the proposed rent through the
*> same EditTran edits an operator-keyed change gets, write the
*> this effective date, is reported and left alone.
*> ---------------------------------------------------------------
 2000-Propose-One-Tenant.
     Add 1 To WS-Tenants-Read.
     Compute WS-Proposed-Rent Rounded =
         TM-Rent-Amt * (1 + WS-Increase-Pct / 100).
     Move Spaces To Detail-Line.
     Write Report-Line From Spaces.
     Write Report-Line From Report-Totals.

*> ---------------------------------------------------------------
*> 9900-Finish-Run-Control - stamp the run completed, with the
*> tenants read and the proposals written.
*> ---------------------------------------------------------------
 9900-Finish-Run-Control.
     Move "F" To RU-Function.
     Move WS-Tenants-Read     To RU-Records-In.
     Move WS-Proposed-Count     To RU-Records-Out.
     Call "RunCtl" Using Run-Control-Parms.

*> ---------------------------------------------------------------
*> 9999-Terminate-Routine - close the files and return.
*> ---------------------------------------------------------------
