      *************************************************
      * BACKUP PARAMETER RECORD LAYOUT. ONE RECORD     *
      * (BKUPPARM.TXT) GIVING HOW MANY PERIOD-START    *
      * GENERATIONS PERBKUP.CBL KEEPS BEFORE REUSING   *
      * THE OLDEST ONE'S SLOT. MISSING, ZERO OR NOT    *
      * NUMERIC MEANS THE DEFAULT OF 6.                *
      *************************************************
           05 Bkp-Generations-Kept pic 9(2).
