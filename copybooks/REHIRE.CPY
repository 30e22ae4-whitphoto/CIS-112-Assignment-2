      *************************************************
      * REHIRE PARAMETER RECORD LAYOUT. ONE RECORD     *
      * (REHIRE.TXT) SAYING WHAT HAPPENS TO THE        *
      * SENIORITY OF A MEMBER EMPMAINT REHIRES FROM    *
      * THE TERMINATION ARCHIVE:                       *
      *   'B' BRIDGE - THE ORIGINAL HIRE DATE STANDS.  *
      *   'R' RESET  - THE REHIRE DATE BECOMES THE     *
      *               HIRE DATE.                       *
      *   'L' BRIDGE ONLY WHEN THE MEMBER IS BACK      *
      *       WITHIN RHP-BRIDGE-MONTHS WHOLE MONTHS OF *
      *       LEAVING, OTHERWISE RESET.                *
      * BRIDGE-MONTHS IS ONLY USED BY RULE 'L'.        *
      *************************************************
           05 Rhp-Seniority-Rule   pic x(1).
           05 Rhp-Bridge-Months    pic 9(3).
