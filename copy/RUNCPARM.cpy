*> RUNCPARM - parameter block passed to RunCtl, the common batch
*> run-control routine.  Every run-controlled batch program calls
*> RunCtl twice: function "S" as it starts, naming itself, the
*> period it runs for and its operator, plus the predecessor it
*> depends on (if any) and how to test it; and function "F" as it
*> finishes, with its record counts.  Prerequisite modes: "E" the
*> predecessor must have completed for exactly the period named;
*> "A" for that period or any later one; "N" the program named
*> must NOT already have completed for the period (a run that may
*> be made only once).  Return codes on "S": zero = go ahead, 10 =
*> refused, predecessor not completed, 20 = refused, already
*> completed, 30 = go ahead, no run history on file yet so the
*> check could not be made (RU-Message says why in each case).
*> 2026-10-14  Original version.
*> 2026-10-15  Return code 30 is now also given when the file has
*>             history but none at all for the predecessor named
*>             (it last ran before the file existed); the caller
*>             goes ahead the same way.
 01   Run-Control-Parms.
 03   RU-Function         Pic X(1).
     88   RU-Function-Start     Value "S".
     88   RU-Function-Finish     Value "F".
 03   RU-Program         Pic X(8).
 03   RU-Period         Pic X(8).
 03   RU-Operator-Id         Pic X(8).
 03   RU-Prereq-Program     Pic X(8).
 03   RU-Prereq-Period     Pic X(8).
 03   RU-Prereq-Mode         Pic X(1).
     88   RU-Prereq-Exact     Value "E".
     88   RU-Prereq-At-Or-After     Value "A".
     88   RU-Prereq-Not-Done     Value "N".
 03   RU-Records-In         Pic 9(8).
 03   RU-Records-Out         Pic 9(8).
 03   RU-Return-Code         Pic 9(2).
     88   RU-Run-Refused         Value 10 20.
     88   RU-No-Run-History     Value 30.
 03   RU-Message         Pic X(50).
