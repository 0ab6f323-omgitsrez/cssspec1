*>                   have since moved out, whose masters are long
*>                   deleted but whose statements stay filed.
*>                   Read-only; the repository is never touched.
*> 2026-10-15  RWC   Type C now reprints a tenant's year-end
*>                   certificate of rent paid, filed by YrEndTax
*>                   under period YYYY12 of the tax year.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.

*> ---------------------------------------------------------------
*> 1600-Accept-Type - prompt for the statement type; it must key
*> in as one of the four the repository holds.
*> ---------------------------------------------------------------
 1600-Accept-Type.
     Move "N" To WS-Valid-Entry-Switch.
*> ---------------------------------------------------------------
 1610-Accept-One-Type-Attempt.
     Display "TYPE (R=RENT STATEMENT, L=LATE NOTICE,"
         " F=FINAL STATEMENT, C=RENT-PAID CERTIFICATE): ".
     Accept WS-Requested-Type.
     Inspect WS-Requested-Type Converting "rlfc" To "RLFC".
     If WS-Requested-Type = "R" Or WS-Requested-Type = "L"
         Or WS-Requested-Type = "F" Or WS-Requested-Type = "C"
         Move "Y" To WS-Valid-Entry-Switch
     Else
         Display "STMTRPRT - TYPE MUST BE R, L, F OR C"
     End-If.

*> ---------------------------------------------------------------
