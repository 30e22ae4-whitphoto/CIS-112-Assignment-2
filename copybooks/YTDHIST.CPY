      *************************************************
      * PERIOD-DETAIL HISTORY RECORD LAYOUT. ONE       *
      * RECORD PER EMPLOYEE PER PAY PERIOD, POSTED     *
      * BY PROJECT2-2'S 300-UPDATE-YTD-MASTER IN THE   *
      * SAME BREATH AS THE YTD POSTING, SO THE LIFETIME *
      * ACCUMULATORS ON YTDMAST.DAT CAN ALWAYS BE      *
      * THE EMPLOYEE'S YTDMAST.DAT RECORD.             *
      *************************************************
      *************************************************
      * THE HISTORY IS AN INDEXED FILE (YTDHIST.DAT)   *
      * KEYED ON EMPLOYEE NUMBER, RUN-CONTROL PERIOD   *
      * AND SOURCE CODE, SO ONE EMPLOYEE'S PERIODS ARE *
      * A START AND A RUN OF READ NEXTS, AND ONE       *
      * PERIOD'S POSTING FOR AN EMPLOYEE IS A SINGLE   *
      * KEYED READ OR DELETE. HSTCONV.CBL BUILT IT     *
      * FROM THE OLD LINE-SEQUENTIAL YTDHIST.TXT,      *
      * WHOSE LAYOUT HAD THE PERIOD DATE AHEAD OF THE  *
      * SOURCE CODE.                                   *
      *************************************************
      *************************************************
      * THE AMOUNT FIELDS ARE SIGNED (SEPARATE LEADING *
      * SIGN) AND CARRY CENTS ON THE SALARY, SO A      *
      * RETRO-ADJUSTMENT RECORD - INCLUDING A DOWNWARD *
      * CAN BACK OUT EXACTLY THE PERIOD'S OWN POSTINGS *
      * AND NOTHING ELSE.                              *
      *************************************************
           05 Hst-Key.
               10 Hst-Emp-Number   pic x(5).
               10 Hst-Period-Number pic 9(6).
               10 Hst-Source       pic x(1).
           05 Hst-Period-Date      pic 9(8).
           05 Hst-Salary-Posted    pic s9(7)v99
                                   sign leading separate.
           05 Hst-Dues-Posted      pic s9(5)v99
