      *************************************************
      * BACKUP COPY RECORD - ONE RECORD OF ANY FILE IN *
      * THE PERIOD-START SET, HELD WHOLE IN BKR-DATA,  *
      * WITH A VIEW PER LAYOUT GIVING THE FIELDS THE   *
      * CONTROL TOTALS ARE TAKEN FROM:                 *
      *   EMPINDEX.DAT, INPUT.TXT - SALARY, DUES, INS. *
      *   YTDMAST.DAT, TERMYTD.TXT - YTD SALARY, DUES, *
      *     INSURANCE                                  *
      *   ARREARS.DAT - BALANCE                        *
      *   YTDHIST.DAT - SALARY, DUES, INS. POSTED      *
      *   GLHIST.TXT - DUES, INSURANCE                 *
      *   RUNCTL.DAT - PERIOD NUMBER                   *
      *   DEPENDTS.DAT, CHGHIST.TXT, PENDTRAN.TXT -    *
      *     RECORD COUNT ONLY                          *
      * THE OFFSETS MUST FOLLOW EMPINDEX.CPY,          *
      * YTDMAST.CPY, TERMYTD.CPY, ARREARS.CPY,         *
      * YTDHIST.CPY, GLHIST.CPY AND RUNCTL.CPY.        *
      *************************************************
           05 Bkr-Data             pic x(96).
           05 Bkr-Employee-View redefines Bkr-Data.
               10 FILLER           pic x(29).
               10 Bkr-Emp-Salary   pic 9(6).
               10 FILLER           pic x(4).
               10 Bkr-Emp-Dues     pic 999v99.
               10 Bkr-Emp-Insur    pic 999v99.
               10 FILLER           pic x(47).
           05 Bkr-Ytd-View redefines Bkr-Data.
               10 FILLER           pic x(5).
               10 Bkr-Ytd-Salary   pic 9(9)v99.
               10 Bkr-Ytd-Dues     pic 9(7)v99.
               10 Bkr-Ytd-Insur    pic 9(7)v99.
               10 FILLER           pic x(62).
           05 Bkr-Term-View redefines Bkr-Data.
               10 FILLER           pic x(17).
               10 Bkr-Term-Salary  pic 9(9)v99.
               10 Bkr-Term-Dues    pic 9(7)v99.
               10 Bkr-Term-Insur   pic 9(7)v99.
               10 FILLER           pic x(50).
           05 Bkr-Arrears-View redefines Bkr-Data.
               10 FILLER           pic x(5).
               10 Bkr-Arr-Balance  pic 9(7)v99.
               10 FILLER           pic x(82).
           05 Bkr-History-View redefines Bkr-Data.
               10 FILLER           pic x(20).
               10 Bkr-Hst-Salary   pic s9(7)v99
                                   sign leading separate.
               10 Bkr-Hst-Dues     pic s9(5)v99
                                   sign leading separate.
               10 Bkr-Hst-Insur    pic s9(5)v99
                                   sign leading separate.
               10 FILLER           pic x(50).
           05 Bkr-Gl-View redefines Bkr-Data.
               10 FILLER           pic x(28).
               10 Bkr-Glh-Dues     pic s9(9)v99
                                   sign leading separate.
               10 Bkr-Glh-Insur    pic s9(9)v99
                                   sign leading separate.
               10 FILLER           pic x(44).
           05 Bkr-Runctl-View redefines Bkr-Data.
               10 Bkr-Rc-Period    pic 9(6).
               10 FILLER           pic x(90).
