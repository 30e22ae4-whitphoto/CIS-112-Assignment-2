      *************************************************
      * STEP-INCREASE RUN PARAMETER RECORD LAYOUT. ONE *
      * RECORD (STEPPARM.TXT) GIVING HOW MANY DAYS     *
      * PAST THE RUN DATE STEPINCR.CBL LOOKS FOR HIRE- *
      * DATE ANNIVERSARIES - SET IT TO AT LEAST THE    *
      * GAP BETWEEN RUNS SO NO ANNIVERSARY FALLS       *
      * BETWEEN TWO WINDOWS. OVERLAPPING WINDOWS ARE   *
      * HARMLESS, AN ANNIVERSARY ALREADY QUEUED OR     *
      * ALREADY APPLIED IS NOT QUEUED AGAIN.           *
      *************************************************
           05 Spp-Window-Days      pic 9(3).
