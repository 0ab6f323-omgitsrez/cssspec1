*> ADJCTL - Ledger Adjustment control record layout.
*> Single record (key CTRL01) holding the last Adjust-No issued,
*> so AdjMnt mints new adjustment numbers without colliding, the
*> same way APPCTL mints Applicant-Ids.
*> 2026-10-14  Original version.
 01  Adjustment-Control-Record.
     03  AX-Key           Pic X(6).
     03  AX-Last-Seq        Pic 9(6).
