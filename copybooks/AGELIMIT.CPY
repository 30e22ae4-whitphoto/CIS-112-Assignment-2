      *************************************************
      * DEPENDENT AGE-LIMIT RECORD LAYOUT. ONE ROW     *
      * (AGELIMIT.TXT) PER DEP-RELATIONSHIP THE PLAN   *
      * LIMITS BY AGE, GIVING THE BIRTHDAY ON WHICH    *
      * COVERAGE ENDS. A RELATIONSHIP WITH NO ROW (A   *
      * SPOUSE, SAY) NEVER AGES OUT. AGEOUT.CBL READS  *
      * THIS FILE.                                     *
      *************************************************
           05 Agl-Relationship     pic x(10).
           05 Agl-Age-Limit        pic 9(2).
