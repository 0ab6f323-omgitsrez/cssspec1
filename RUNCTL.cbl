*> ---------------------------------------------------------------
*> Identification Division.
*> ---------------------------------------------------------------
 Identification Division.
 Program-Id.  RunCtl.
 Author.      R Castillo.
 Installation. Property Management Systems.
 Date-Written. 2026-10-14.
*>
*> Modification History
*> ----------------------------------------------------------------
*> Date        Init  Description
*> 2026-10-14  RWC   Original version.  Common batch run-control
*>                   routine, called by every run-controlled batch
*>                   program at start and at finish so they all
*>                   stamp the run-control file (RUNCREC) the same
*>                   way and all answer "has my predecessor
*>                   completed for this period?" the same way.
*>                   The start call checks the prerequisite the
*>                   caller names before anything else happens; a
*>                   run refused is stamped Refused with the reason
*>                   and the caller stops without opening its
*>                   files.  The finish call stamps the run
*>                   Completed with its counts.  The file is
*>                   opened on the first call and left open for the
*>                   rest of the run; a shop with no run-control
*>                   file yet gets one created, and until it holds
*>                   any history the prerequisite checks are
*>                   reported but not enforced, so the first cycle
*>                   after the file arrives is not locked out for
*>                   want of stamps nobody could have made.
*> 2026-10-15  RWC   The no-history pass-through is now judged per
*>                   predecessor, not only on the call that created
*>                   the file: a predecessor with no run stamped
*>                   for any period at all (it last ran before the
*>                   file existed) is reported, return code 30, and
*>                   the caller goes ahead.  One with runs on file
*>                   but none completed for the period is refused
*>                   as before.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
 File-Control.
     Select Run-Control-File Assign To "RUNCTL"
         Organization Is Indexed
         Access Mode Is Dynamic
         Record Key Is RN-Key
         File Status Is Run-Control-Status.

 Data Division.
 File Section.
 FD  Run-Control-File.
 Copy RUNCREC.

 Working-Storage Section.
 01   Work-Fields.
 03   Run-Control-Status     Pic X(2)     Value "00".
 03   WS-First-Call-Switch     Pic X(1)     Value "Y".
     88   First-Call         Value "Y".
 03   WS-New-File-Switch     Pic X(1)     Value "N".
     88   No-Run-History         Value "Y".
 03   WS-Stamped-Switch     Pic X(1)     Value "N".
     88   Run-Was-Stamped     Value "Y".
 03   WS-Scan-Switch         Pic X(1)     Value "N".
     88   Run-Scan-Done         Value "Y".
 03   WS-Completed-Switch     Pic X(1)     Value "N".
     88   Completed-Run-Found     Value "Y".
 03   WS-Prereq-History-Switch Pic X(1)     Value "N".
     88   Prereq-Has-History     Value "Y".
 03   WS-Run-Key         Pic X(30)     Value Spaces.
 03   WS-Found-Period     Pic X(8)     Value Spaces.
 03   WS-Found-End-Date     Pic 9(8)     Value Zero.
 03   WS-Stamp-Date         Pic 9(8)     Value Zero.
 03   WS-Stamp-Time         Pic 9(6)     Value Zero.

 Linkage Section.
 Copy RUNCPARM.

 Procedure Division Using Run-Control-Parms.
*> ---------------------------------------------------------------
*> Main-Routine - stamp the start (checking the prerequisite
*> first) or the finish of the caller's run.
*> ---------------------------------------------------------------
 Main-Routine.
     If First-Call
         Perform 1000-Open-Run-Control-File
     End-If.
     Move Zero To RU-Return-Code.
     Move Spaces To RU-Message.
     Evaluate True
         When RU-Function-Start
             Perform 2000-Start-Run
         When RU-Function-Finish
             Perform 3000-Finish-Run
     End-Evaluate.
     Goback.

*> ---------------------------------------------------------------
*> 1000-Open-Run-Control-File - first call of the run; open the
*> run-control file, creating it when there is none yet (and
*> noting that it holds no history).  The file stays open until
*> the run ends.
*> ---------------------------------------------------------------
 1000-Open-Run-Control-File.
     Move "N" To WS-First-Call-Switch.
     Open I-O Run-Control-File.
     If Run-Control-Status = "35"
         Open Output Run-Control-File
         Close Run-Control-File
         Open I-O Run-Control-File
         Move "Y" To WS-New-File-Switch
     End-If.

*> ---------------------------------------------------------------
*> 2000-Start-Run - check the caller's prerequisite, if it names
*> one, then stamp the run Started, or Refused with the reason.
*> ---------------------------------------------------------------
 2000-Start-Run.
     If RU-Prereq-Program Not = Spaces
         If No-Run-History
             Move 30 To RU-Return-Code
             Move "NO RUN HISTORY YET - PREREQUISITE NOT CHECKED"
                 To RU-Message
         Else
             Perform 2100-Check-Prerequisite
         End-If
     End-If.
     Accept WS-Stamp-Date From Date YYYYMMDD.
     Accept WS-Stamp-Time From Time.
     Move Spaces             To Run-Control-Record.
     Move RU-Program         To RN-Program.
     Move RU-Period         To RN-Period.
     Move WS-Stamp-Date     To RN-Start-Date.
     Move WS-Stamp-Time     To RN-Start-Time.
     Move RU-Operator-Id     To RN-Operator-Id.
     If RN-Operator-Id = Spaces
         Move "BATCH"         To RN-Operator-Id
     End-If.
     Move Zero             To RN-End-Date.
     Move Zero             To RN-End-Time.
     Move Zero             To RN-Records-In.
     Move Zero             To RN-Records-Out.
     Move RU-Message         To RN-Message.
     If RU-Run-Refused
         Move "R"         To RN-Status
         Move WS-Stamp-Date     To RN-End-Date
         Move WS-Stamp-Time     To RN-End-Time
     Else
         Move "S"         To RN-Status
     End-If.
     Write Run-Control-Record
         Invalid Key
             Display "RUNCTL - UNABLE TO STAMP RUN OF " RU-Program
                 " - STATUS " Run-Control-Status
         Not Invalid Key
             If Not RU-Run-Refused
                 Move RN-Key To WS-Run-Key
                 Move "Y" To WS-Stamped-Switch
             End-If
     End-Write.

*> ---------------------------------------------------------------
*> 2100-Check-Prerequisite - look through the predecessor's runs
*> from the period named onward for one that completed, and say
*> whether the caller may go ahead under the mode it asked for.
*> A predecessor never stamped for any period is let through with
*> return code 30, like a file with no history at all.
*> ---------------------------------------------------------------
 2100-Check-Prerequisite.
     Move "N" To WS-Completed-Switch.
     Move "N" To WS-Scan-Switch.
     Move RU-Prereq-Program     To RN-Program.
     Move RU-Prereq-Period     To RN-Period.
     Move Zero             To RN-Start-Date.
     Move Zero             To RN-Start-Time.
     Start Run-Control-File Key Is Not Less Than RN-Key
         Invalid Key
             Move "Y" To WS-Scan-Switch
     End-Start.
     Perform 2110-Read-Next-Run Until Run-Scan-Done.
     Evaluate True
         When RU-Prereq-Not-Done And Completed-Run-Found
             Move 20 To RU-Return-Code
             String RU-Prereq-Program Delimited By Space
                 " ALREADY COMPLETED FOR " WS-Found-Period
                 " ON " WS-Found-End-Date
                 Delimited By Size Into RU-Message
         When RU-Prereq-Not-Done
             Continue
         When Not Completed-Run-Found
             Perform 2120-Check-Prereq-History
     End-Evaluate.

*> ---------------------------------------------------------------
*> 2120-Check-Prereq-History - no completed run of the predecessor
*> qualifies; refuse the caller if the predecessor has any run on
*> file, for any period, and otherwise let it through unchecked.
*> ---------------------------------------------------------------
 2120-Check-Prereq-History.
     Move "N" To WS-Prereq-History-Switch.
     Move RU-Prereq-Program     To RN-Program.
     Move Low-Values         To RN-Period.
     Move Zero             To RN-Start-Date.
     Move Zero             To RN-Start-Time.
     Start Run-Control-File Key Is Not Less Than RN-Key
         Invalid Key
             Continue
         Not Invalid Key
             Read Run-Control-File Next Record
                 At End
                     Continue
                 Not At End
                     If RN-Program = RU-Prereq-Program
                         Move "Y" To WS-Prereq-History-Switch
                     End-If
             End-Read
     End-Start.
     If Prereq-Has-History
         Move 10 To RU-Return-Code
         String RU-Prereq-Program Delimited By Space
             " HAS NOT COMPLETED FOR " RU-Prereq-Period
             Delimited By Size Into RU-Message
     Else
         Move 30 To RU-Return-Code
         String RU-Prereq-Program Delimited By Space
             " HAS NO RUN HISTORY YET - NOT CHECKED"
             Delimited By Size Into RU-Message
     End-If.

*> ---------------------------------------------------------------
*> 2110-Read-Next-Run - one run of the scan; stop at a completed
*> run, at the predecessor's last run, or - unless a later period
*> will do - at the first run for a different period.
*> ---------------------------------------------------------------
 2110-Read-Next-Run.
     Read Run-Control-File Next Record
         At End
             Move "Y" To WS-Scan-Switch
     End-Read.
     If Not Run-Scan-Done
         Evaluate True
             When RN-Program Not = RU-Prereq-Program
                 Move "Y" To WS-Scan-Switch
             When RN-Period Not = RU-Prereq-Period
                 And Not RU-Prereq-At-Or-After
                 Move "Y" To WS-Scan-Switch
             When RN-Status-Completed
                 Move "Y" To WS-Completed-Switch
                 Move RN-Period To WS-Found-Period
                 Move RN-End-Date To WS-Found-End-Date
                 Move "Y" To WS-Scan-Switch
         End-Evaluate
     End-If.

*> ---------------------------------------------------------------
*> 3000-Finish-Run - stamp the run this call's start stamped as
*> Completed, with the caller's record counts.
*> ---------------------------------------------------------------
 3000-Finish-Run.
     If Run-Was-Stamped
         Move WS-Run-Key To RN-Key
         Read Run-Control-File
             Invalid Key
                 Display "RUNCTL - RUN STAMP FOR " RU-Program
                     " NOT FOUND - STATUS " Run-Control-Status
             Not Invalid Key
                 Accept WS-Stamp-Date From Date YYYYMMDD
                 Accept WS-Stamp-Time From Time
                 Move "C"             To RN-Status
                 Move WS-Stamp-Date     To RN-End-Date
                 Move WS-Stamp-Time     To RN-End-Time
                 Move RU-Records-In     To RN-Records-In
                 Move RU-Records-Out     To RN-Records-Out
                 Rewrite Run-Control-Record
                     Invalid Key
                         Display "RUNCTL - UNABLE TO FINISH RUN OF "
                             RU-Program " - STATUS "
                             Run-Control-Status
                 End-Rewrite
         End-Read
         Move "N" To WS-Stamped-Switch
     End-If.
