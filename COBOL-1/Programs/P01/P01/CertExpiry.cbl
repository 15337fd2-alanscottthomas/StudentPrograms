      *
      *MODS:
      *03/14/2016 - AT - first version.
      *04/25/2016 - AT - SALES-TAX's audit line grew to 200 columns
      *  (the original receipt number of a return or void goes on
      *  the end); the audit record here is 200 bytes to match, so
      *  the wider lines are not split into two records on read.
      *04/29/2016 - AT - SALES-TAX's audit line grew to 250 columns
      *  (the tax-holiday exempt amount goes on the end); the audit
      *  record here is 250 bytes to match.

       environment division.
           input-output section.
               05 CR-EXPIRE-DATE       PIC 9(8).

           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

           FD EXPIRY-FILE.
           01 EXPIRY-LINE              PIC X(100).
