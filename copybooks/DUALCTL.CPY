      *************************************************
      * DUAL-CONTROL PARAMETER RECORD LAYOUT. ONE      *
      * RECORD (DUALCTL.TXT) GIVING THE PERCENTAGE BY  *
      * WHICH A 'C' TRANSACTION MAY MOVE ANNUAL-SALARY *
      * BEFORE EMPMAINT NEEDS A SECOND, AUTHORIZED     *
      * APPROVER FOR IT. A MOVE OF EXACTLY THE LIMIT   *
      * NEEDS NO APPROVAL.                             *
      *************************************************
           05 Dlc-Salary-Percent   pic 9(3)v99.
