*>                   listing spells it out as INTEREST APPLIED
*>                   (and the type column widened a byte to hold
*>                   it whole).
*> 2026-10-14  RWC   Former-tenant collections' Write-Off ("W") and
*>                   Recovery ("Y") entries are spelled out as
*>                   WRITE-OFF and RECOVERY.
*> ----------------------------------------------------------------
 Environment Division.
 Input-Output Section.
               ==LG-Type-Is-Reversal==  By ==LV-Type-Is-Reversal==
               ==LG-Type-Is-Balance-Fwd==
                   By ==LV-Type-Is-Balance-Fwd==
               ==LG-Type-Is-Write-Off==
                   By ==LV-Type-Is-Write-Off==
               ==LG-Type-Is-Recovery==  By ==LV-Type-Is-Recovery==
               ==LG-Amount==         By ==LV-Amount==
               ==LG-Balance==         By ==LV-Balance==
               ==LG-Reference==     By ==LV-Reference==
               ==LG-Charge-Code==     By ==LV-Charge-Code==
               ==LG-Adjust-Reason==     By ==LV-Adjust-Reason==
               ==LG-Reason-Late-Fee-Waiver==
                   By ==LV-Reason-Late-Fee-Waiver==
               ==LG-Reason-Concession==
                   By ==LV-Reason-Concession==
               ==LG-Reason-Correction==
                   By ==LV-Reason-Correction==.

 Working-Storage Section.
 01   Work-Fields.
     88   IQ-Type-Is-Interest-Applied Value "I".
     88   IQ-Type-Is-Reversal     Value "R".
     88   IQ-Type-Is-Balance-Fwd     Value "F".
     88   IQ-Type-Is-Write-Off     Value "W".
     88   IQ-Type-Is-Recovery     Value "Y".
 03   IQ-Amount         Pic S9(6)v99.
 03   IQ-Balance         Pic S9(6)v99.
 03   IQ-Reference         Pic X(10).
             Move "REVERSAL"     To DL-Entry-Type
         When IQ-Type-Is-Balance-Fwd
             Move "BALANCE FWD"     To DL-Entry-Type
         When IQ-Type-Is-Write-Off
             Move "WRITE-OFF"     To DL-Entry-Type
         When IQ-Type-Is-Recovery
             Move "RECOVERY"     To DL-Entry-Type
         When Other
             Move IQ-Entry-Type     To DL-Entry-Type
     End-Evaluate.
