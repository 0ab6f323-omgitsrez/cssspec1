*> waitlist report reads the waitlisted ones by unit type against
*> the Unit master's vacancies.
*> 2026-09-02  Original version.
*> 2026-10-15  Added the co-applicant link, out of Filler.  A
*>             co-applicant - a second leaseholder applying with
*>             someone - carries the primary applicant's
*>             Applicant-Id here; a primary applicant (every record
*>             written before the field existed) carries spaces.
*>             The primary's convert carries its approved
*>             co-applicants across to the occupant file as
*>             co-tenants of the new tenancy.
 01   Applicant-Record.
 03   AP-Applicant-Id     Pic X(6).
 03   AP-Last-Name         Pic X(25).
     88   Applicant-Is-Waitlisted Value "W".
     88   Applicant-Is-Converted     Value "C".
 03   AP-Tenant-Id         Pic X(6).
 03   AP-Co-Applicant-Of     Pic X(6).
 03   Filler             Pic X(4).
