      *************************************************
      * BACKUP CATALOG RECORD LAYOUT (BKUPCAT.TXT).    *
      * ONE RECORD PER FILE PER GENERATION WRITTEN BY  *
      * PERBKUP.CBL: THE GENERATION NUMBER, THE RUN-   *
      * CONTROL PERIOD IT WAS TAKEN AT THE START OF,   *
      * THE SLOT ITS COPIES ARE HELD IN (EMPINDEX.BK03 *
      * FOR SLOT 3), WHETHER THE FILE EXISTED AT ALL,  *
      * AND THE CONTROL TOTALS PERRSTR.CBL PROVES THE  *
      * COPY AND THE RESTORED FILE AGAINST. WHAT THE   *
      * THREE TOTALS ADD UP DEPENDS ON THE FILE - SEE  *
      * BKUPREC.CPY. A GENERATION'S RECORDS ARE ONLY   *
      * WRITTEN ONCE EVERY COPY IS COMPLETE.           *
      *************************************************
           05 Bkc-Generation       pic 9(4).
           05 Bkc-Period           pic 9(6).
           05 Bkc-Slot             pic 9(2).
           05 Bkc-Date             pic 9(8).
           05 Bkc-Time             pic 9(8).
           05 Bkc-File-Name        pic x(12).
           05 Bkc-Backup-Name      pic x(13).
           05 Bkc-Present          pic x(1).
           05 Bkc-Record-Count     pic 9(9).
           05 Bkc-Total-1          pic s9(13)v99
                                   sign leading separate.
           05 Bkc-Total-2          pic s9(13)v99
                                   sign leading separate.
           05 Bkc-Total-3          pic s9(13)v99
                                   sign leading separate.
