      *
      *MODS:
      *03/04/2016 - AT - first version.
      *04/25/2016 - AT - SALES-TAX's audit line grew to 200 columns
      *  (the original receipt number of a return or void goes on
      *  the end); the audit record here is 200 bytes to match, so
      *  the wider lines are not split into two records on read.
      *04/29/2016 - AT - SALES-TAX's audit line grew to 250 columns
      *  (the tax-holiday exempt amount goes on the end); the audit
      *  record here is 250 bytes to match.

       environment division.
           input-output section.
       data division.
           file section.
           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

           FD GAP-FILE.
           01 GAP-LINE                 PIC X(80).
