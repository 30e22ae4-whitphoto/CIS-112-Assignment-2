      *************************************************
      * AUTHORIZED-APPROVER RECORD LAYOUT. ONE ROW     *
      * (APPROVER.TXT) PER PERSON WHO MAY SIGN OFF A   *
      * HIGH-IMPACT EMPMAINT TRANSACTION - A DELETION, *
      * A SALARY MOVE OVER THE DUALCTL.TXT LIMIT, OR   *
      * SETTING AN OVERRIDE SALARY. THE APPROVED-BY ID *
      * ON THE TRANSACTION MUST MATCH A ROW HERE AND   *
      * MUST NOT BE THE ENTERED-BY ID.                 *
      *************************************************
           05 Apv-User-Id          pic x(8).
           05 Apv-Name             pic x(20).
