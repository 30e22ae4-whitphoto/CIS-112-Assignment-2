      *************************************************
      * GOOD-STANDING RULE PARAMETER RECORD LAYOUT.    *
      * ONE RECORD (GOODSTND.TXT) HOLDING THE BYLAW    *
      * LIMITS GOODSTND.CBL JUDGES EACH MEMBER         *
      * AGAINST, SO THE                                *
      * ELECTION COMMITTEE CAN SET THEM FOR A CYCLE    *
      * WITHOUT A PROGRAM CHANGE AND THE LIMITS USED   *
      * ARE PRINTED ON EVERY LIST:                     *
      *   - ARREARS ALLOWED BEFORE A MEMBER FALLS OUT  *
      *     OF GOOD STANDING                           *
      *   - PERIODS A MEMBER MAY SIT ON HOLD           *
      *   - HOW MANY RECENT PERIODS ARE SEARCHED FOR   *
      *     A DUES-MINIMUM SHORTFALL                   *
      *   - MONTHS OF MEMBERSHIP REQUIRED BY THE       *
      *     ELECTION DATE (ZERO DATE = THE RUN DATE)   *
      *************************************************
           05 Gsp-Max-Arrears      pic 9(5)v99.
           05 Gsp-Max-Hold-Periods pic 9(3).
           05 Gsp-Short-Window     pic 9(3).
           05 Gsp-Min-Months       pic 9(3).
           05 Gsp-Election-Date    pic 9(8).
