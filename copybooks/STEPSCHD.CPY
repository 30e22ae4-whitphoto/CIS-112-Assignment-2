      *************************************************
      * ANNIVERSARY STEP SCHEDULE RECORD LAYOUT. ONE   *
      * ROW (STEPSCHD.TXT) PER CONTRACT STEP, KEYED BY *
      * THE YEARS OF SERVICE COMPLETED ON THE HIRE-    *
      * DATE ANNIVERSARY. A 'P' STEP RAISES ANNUAL-    *
      * SALARY BY STP-PERCENT PER CENT, A 'D' STEP BY  *
      * STP-AMOUNT WHOLE DOLLARS. A YEAR WITH NO ROW   *
      * CARRIES NO STEP. STEPINCR.CBL READS THIS FILE. *
      *************************************************
           05 Stp-Years-Of-Service pic 9(2).
           05 Stp-Increase-Type    pic x(1).
           05 Stp-Percent          pic 9(2)v99.
           05 Stp-Amount           pic 9(5).
