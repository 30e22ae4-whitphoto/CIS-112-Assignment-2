      *************************************************
      * DUES-MINIMUM SHORTFALL HISTORY RECORD LAYOUT.  *
      * DUESSHORT.TXT IS REWRITTEN EVERY PERIOD, SO    *
      * PROJECT2-2'S 117-CHECK-DUES-MINIMUM ALSO       *
      * APPENDS EACH SHORTFALL HERE, STAMPED WITH THE  *
      * RUN-CONTROL PERIOD, AND KEPT ACROSS PERIODS -  *
      * GOODSTND.CBL READS IT TO SEE WHETHER A MEMBER  *
      * WAS SHORT IN ANY RECENT PERIOD AND BY HOW      *
      * MUCH. A RESTART OR RERUN OF THE SAME PERIOD    *
      * DROPS THE PERIOD'S EARLIER RECORDS FIRST (SEE  *
      * 053-OPEN-DUES-SHORT-HISTORY), SO EACH PERIOD   *
      * APPEARS ONCE PER MEMBER.                       *
      *************************************************
           05 Dhs-Period-Number    pic 9(6).
           05 Dhs-Period-Date      pic 9(8).
           05 Dhs-Emp-Number       pic x(5).
           05 Dhs-Dues-Paid        pic 9999v99.
           05 Dhs-Dues-Required    pic 999v99.
           05 Dhs-Shortfall        pic 999v99.
