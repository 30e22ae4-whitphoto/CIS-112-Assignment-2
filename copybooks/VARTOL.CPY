      *************************************************
      * PERIOD VARIANCE TOLERANCE RECORD LAYOUT. ONE   *
      * RECORD (VARTOL.TXT) GIVING, PER AMOUNT POSTED  *
      * TO YTDHIST.DAT, HOW MANY DOLLARS AN EMPLOYEE'S *
      * POSTING MAY MOVE BETWEEN THE PRIOR PERIOD AND  *
      * THIS ONE BEFORE VARIANCE.CBL LISTS IT. A MOVE  *
      * OF EXACTLY THE TOLERANCE IS NOT LISTED.        *
      *************************************************
           05 Vtl-Salary-Tolerance pic 9(5)v99.
           05 Vtl-Dues-Tolerance   pic 9(3)v99.
           05 Vtl-Insur-Tolerance  pic 9(3)v99.
