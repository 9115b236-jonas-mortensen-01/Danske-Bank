               88 REJ-REASON-KYC      VALUE "KYCO".
               88 REJ-REASON-TERMLOCK VALUE "TERM".
               88 REJ-REASON-ESTATE   VALUE "ESTA".
               88 REJ-REASON-TAXCERT  VALUE "TAXC".
               88 REJ-REASON-NOOWNER  VALUE "UBOM".
               88 REJ-REASON-GRPLIMIT VALUE "GLIM".
               88 REJ-REASON-IBAN     VALUE "IBAN".
               88 REJ-REASON-NOBIC    VALUE "NBIC".
      * widened from 100 when the CRM address feed arrived - its
      * records run longer than any earlier writer's. Old reject
      * files read back padded with spaces.
