      *************************************************
      * RUN-HISTORY LEDGER RECORD LAYOUT. RUNCTL.DAT   *
      * ONLY EVER HOLDS THE CURRENT PERIOD, SO EVERY   *
      * STEP THAT WORKS UNDER RUN CONTROL - EMPMAINT,  *
      * EMPBUILD, THE PROJECT2-2 PAYROLL (INCLUDING    *
      * ITS RETRO AND SIMULATION RUNS) AND YEAREND -   *
      * ALSO APPENDS ONE OF THESE TO RUNLEDGR.TXT AS   *
      * IT FINISHES. THE FILE IS NEVER CLEARED, SO IT  *
      * ANSWERS WHEN A PERIOD RAN, WHETHER IT WAS      *
      * RERUN AND WHAT IT POSTED - SEE RUNHIST.CBL.    *
      * STEP IS EMPMAINT, EMPBUILD, PAYROLL, RETRO OR  *
      * YEAREND. MODE IS N (NORMAL), R (CHECKPOINT     *
      * RESTART), O (RUNOVRD.CTL OVERRIDE RERUN) OR S  *
      * (SIMULATION). TIMES ARE HHMMSSHH. THE COUNT    *
      * AND TOTALS ARE THE STEP'S CONTROL FIGURES, AS  *
      * IN CTLTOT.CPY, SIGNED SO A RETRO RUN CAN CARRY *
      * A NET REDUCTION.                               *
      *************************************************
           05 Rlg-Period-Number    pic 9(6).
           05 Rlg-Step             pic x(8).
           05 Rlg-Mode             pic x(1).
           05 Rlg-Start-Date       pic 9(8).
           05 Rlg-Start-Time       pic 9(8).
           05 Rlg-End-Date         pic 9(8).
           05 Rlg-End-Time         pic 9(8).
           05 Rlg-Record-Count     pic 9(7).
           05 Rlg-Salary-Total     pic s9(11)v99
                                   sign leading separate.
           05 Rlg-Dues-Total       pic s9(9)v99
                                   sign leading separate.
           05 Rlg-Insur-Total      pic s9(9)v99
                                   sign leading separate.
