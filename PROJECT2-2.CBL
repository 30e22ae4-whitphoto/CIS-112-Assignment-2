                  access mode is dynamic
                  record key is Arr-Emp-Number
                  file status is Ws-Arrears-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Rate-File assign to "RATES.TXT"
                  organization is line sequential
                  file status is Ws-Gl-Hist-Status.
           SELECT Gl-Hist-Work assign to "GLHISTWK.TMP"
                  organization is line sequential.
           SELECT Insur-Table-File assign to "INSURTAB.TXT"
                  organization is line sequential
                  file status is Ws-Insur-Tab-Status.
                  file status is Ws-Dept-Tab-Status.
           SELECT Insur-Remit-File assign to "INSUREMIT.TXT"
                  organization is line sequential.
           SELECT Dues-Remit-File assign to "DUESREMIT.TXT"
                  organization is line sequential.
           SELECT Sim-Flag-File assign to "SIMULATE.CTL"
                  organization is line sequential
                  file status is Ws-Sim-Status.
           SELECT Override-Flag-File assign to "RUNOVRD.CTL"
                  organization is line sequential
                  file status is Ws-Override-Status.
           SELECT Run-Ledger assign to "RUNLEDGR.TXT"
                  organization is line sequential
                  file status is Ws-Run-Ledger-Status.
           SELECT Advice-File assign to "PAYADVICE.TXT"
                  organization is line sequential.
           SELECT Duesmin-Table-File assign to "DUESMIN.TXT"
                  file status is Ws-Duesmin-Status.
           SELECT Dues-Short-File assign to "DUESSHORT.TXT"
                  organization is line sequential.
           SELECT Dues-Short-History assign to "DUESSHIST.TXT"
                  organization is line sequential
                  file status is Ws-Dues-Short-Hist-Status.
           SELECT Dues-Short-Hist-Work assign to "DUESSHWK.TMP"
                  organization is line sequential.
           SELECT Site-List-File assign to "SITELIST.TXT"
                  organization is line sequential
                  file status is Ws-Sitelist-Status.
                  access mode is random
                  record key is Emx-Employee-Number
                  file status is Ws-Emp-Master-Status.
           SELECT Contact-Data assign to "MEMBADDR.DAT"
                  organization is indexed
                  access mode is random
                  record key is Adr-Emp-Number
                  file status is Ws-Contact-Status.

       Data Division.
       File Section.
           COPY ARREARS.
      *************************************************
      * ONE PERIOD-DETAIL RECORD PER EMPLOYEE PER RUN, *
      * WRITTEN ALONGSIDE THE YTD POSTING SO ANY       *
      * YTDMAST.DAT ACCUMULATOR CAN BE TRACED BACK TO  *
      * THE PERIODS THAT BUILT IT (SEE PERSTMT.CBL).   *
      * INDEXED ON EMPLOYEE, PERIOD AND SOURCE.        *
      *************************************************
       FD  Ytd-History.
       01  Ytd-History-Record.
      *************************************************
       FD  Gl-Hist-Work.
       01  gl-hist-work-rec           pic x(56).
       FD  Insur-Table-File.
       01  Insur-Table-Record.
           COPY INSURTAB.
       FD  Insur-Remit-File.
       01  insur-remit-rec          pic x(80).
      *************************************************
      * ONE RECORD PER MEMBER WHOSE DUES WERE WITHHELD *
      * THIS PERIOD, BETWEEN A HEADER CARRYING THE     *
      * RUN-CONTROL PERIOD AND A TRAILER CARRYING THE  *
      * RECORD COUNT AND DOLLAR TOTAL, SO THE LOCAL'S  *
      * TREASURER CAN CREDIT EACH MEMBER'S DUES        *
      * ACCOUNT AND BALANCE THE FILE TO THE CHECK      *
      * INSTEAD OF REBUILDING IT FROM DUESOUT.TXT.     *
      *************************************************
       FD  Dues-Remit-File.
       01  dues-remit-rec           pic x(60).
      *************************************************
      * SIMULATE.CTL IS AN EMPTY MARKER FILE. IF IT     *
      * EXISTS WHEN THIS RUN STARTS, 047-CHECK-         *
      * SIMULATION-MODE PUTS THE RUN IN "WHAT-IF" MODE  *
       FD  Override-Flag-File.
       01  override-flag-rec         pic x(1).
      *************************************************
      * PERMANENT RUN-HISTORY LEDGER - ONE ENTRY IS    *
      * APPENDED PER COMPLETED RUN. SEE RUNLEDGR.CPY.  *
      *************************************************
       FD  Run-Ledger.
       01  Run-Ledger-Record.
           COPY RUNLEDGR.
      *************************************************
      * ONE SMALL RECORD PER EMPLOYEE PROCESSED THIS   *
      * PERIOD, WRITTEN ALONGSIDE DETAIL-LINE SO PAY   *
      * ADVICES CAN BE SPLIT OR MAIL-MERGED PER         *
      * EMPLOYEE WITHOUT CUTTING UP THE CONSOLIDATED    *
      * DUESOUT.TXT REPORT BY HAND. EACH CARRIES THE    *
      * MEMBER'S DELIVERY BLOCK FROM MEMBADDR.DAT.      *
      *************************************************
       FD  Advice-File.
       01  advice-rec              pic x(197).
      *************************************************
      * DUESMIN.TXT LISTS THE NEGOTIATED MINIMUM DUES  *
      * REQUIRED FOR EACH SALARY TIER.                  *
      *************************************************
       FD  Dues-Short-File.
       01  dues-short-rec             pic x(80).
       FD  Dues-Short-History.
       01  Dues-Short-History-Record.
           COPY DUESSHIST.
      *************************************************
      * SCRATCH COPY OF DUES-SHORT-HISTORY USED BY     *
      * 053-OPEN-DUES-SHORT-HISTORY TO DROP THIS       *
      * PERIOD'S EARLIER RECORDS BEFORE A RESTART OR   *
      * RERUN WRITES THEM AGAIN.                       *
      *************************************************
       FD  Dues-Short-Hist-Work.
       01  dues-short-hist-work-rec   pic x(35).
      *************************************************
      * SITELIST.TXT LISTS ONE INPUT FILE NAME PER     *
      * LINE FOR EACH SITE/LOCATION EXTRACT TO BE      *
       01  Retro-Sorted-Record.
           05 Rsd-Emp-Number         pic x(5).
           05 Rsd-Period-Number      pic 9(6).
           05 Rsd-Source             pic x(1).
           05 Rsd-Period-Date        pic 9(8).
           05 Rsd-Salary-Posted      pic s9(7)v99
                                     sign leading separate.
           05 Rsd-Dues-Posted        pic s9(5)v99
           05 Emx-Override-Salary    pic 9(6).
           05 Emx-Hire-Date          pic 9(8).
           05 Emx-Hold-Flag          pic x(1).
      *************************************************
      * MEMBER CONTACT MASTER - EACH PAY ADVICE IS     *
      * MERGED WITH THE MEMBER'S MAILING ADDRESS OR    *
      * STEWARD SO PAYADVICE.TXT IS READY TO MAIL.     *
      *************************************************
       FD  Contact-Data.
       01  Contact-Record.
           COPY MEMBADDR.
       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 rate-eof pic x value "n".
      *************************************************
       01 Ws-Payroll-Rerun         pic x value 'N'.
           88 Payroll-Rerun-On          value 'Y'.
      *************************************************
      * RUN-HISTORY LEDGER ENTRY FOR THIS RUN. THE     *
      * MODE IS WORKED OUT AS THE ENTRY IS WRITTEN -   *
      * SIMULATION, OVERRIDE/BACK-OUT RERUN, OR        *
      * CHECKPOINT RESTART, ELSE NORMAL.               *
      *************************************************
       01 Ws-Run-Ledger-Status     pic xx.
       01 Ws-Ledger-Start-Date     pic 9(8).
       01 Ws-Ledger-Start-Time     pic 9(8).
       01 Ws-Backout-Eof           pic x value 'n'.
       01 Ws-Backout-Count         pic 9(7) value 0.
       01 Ws-Arrears-Scan-Eof      pic x value 'n'.
      *************************************************
       01 Ws-Retro-Status          pic xx.
       01 Ws-Emp-Master-Status     pic xx.
       01 Ws-Contact-Status        pic xx.
       01 Ws-Contact-Available     pic x value 'N'.
       01 Ws-No-Address-Count      pic 9(7) value 0.
       01 Ws-Retro-Mode            pic x value 'N'.
           88 Retro-Mode-On              value 'Y'.
       01 Ws-Retro-Effective-Date  pic 9(8) value 0.
       01 Ws-Duesmin-Required      pic 999v99.
       01 Ws-Duesmin-Shortfall     pic 999v99.
       01 Ws-Duesmin-Count         pic 9(5) value 0.
       01 Ws-Dues-Short-Hist-Status pic xx.
       01 Ws-Dues-Short-Hist-Eof   pic x value 'n'.
       01 dues-short-header.
           05 Filler               pic x(20) value spaces.
           05 Filler               pic x(40) value
           05 Filler               pic x(6) value spaces.
           05 Urm-Premium          pic zzzzzzz9.99.
      *************************************************
      * DUES CHECK-OFF REMITTANCE WORKING STORAGE. THE *
      * REGULAR DUES AND THE ARREARS CATCH-UP ARE      *
      * CARRIED SEPARATELY ON EVERY DUESREMIT.TXT      *
      * RECORD - THE TREASURER CREDITS THE CATCH-UP    *
      * AGAINST THE MEMBER'S ARREARS, NOT THEIR        *
      * CURRENT DUES - AND THE TRAILER TOTAL IS THE    *
      * SUM OF BOTH, WHICH IS WHAT THE CHECK COVERS.   *
      *************************************************
       01 Ws-Remit-Regular-Dues    pic 9999v99 value 0.
       01 Ws-Remit-Count           pic 9(7) value 0.
       01 Ws-Remit-Regular-Total   pic 9(9)v99 value 0.
       01 Ws-Remit-Catchup-Total   pic 9(9)v99 value 0.
       01 Ws-Remit-Grand-Total     pic 9(9)v99 value 0.
       01 dues-remit-header.
           05 Drh-Record-Type      pic x(1) value 'H'.
           05 Filler               pic x(1) value space.
           05 Drh-Period-Number    pic 9(6).
           05 Filler               pic x(1) value space.
           05 Drh-Run-Date         pic 9(8).
           05 Filler               pic x(1) value space.
           05 Filler               pic x(24) value
              'UNION DUES CHECK-OFF    '.
       01 dues-remit-detail.
           05 Drd-Record-Type      pic x(1) value 'D'.
           05 Filler               pic x(1) value space.
           05 Drd-Number-Out       pic x(5).
           05 Filler               pic x(1) value space.
           05 Drd-Name-Out         pic x(20).
           05 Filler               pic x(1) value space.
           05 Drd-Site-Code        pic x(4).
           05 Filler               pic x(1) value space.
           05 Drd-Regular-Dues     pic 9999v99.
           05 Filler               pic x(1) value space.
           05 Drd-Catchup-Dues     pic 9999v99.
       01 dues-remit-trailer.
           05 Drt-Record-Type      pic x(1) value 'T'.
           05 Filler               pic x(1) value space.
           05 Drt-Record-Count     pic 9(7).
           05 Filler               pic x(1) value space.
           05 Drt-Regular-Total    pic 9(9)v99.
           05 Filler               pic x(1) value space.
           05 Drt-Catchup-Total    pic 9(9)v99.
           05 Filler               pic x(1) value space.
           05 Drt-Grand-Total      pic 9(9)v99.
      *************************************************
      * DUES ARREARS WORKING STORAGE. AN EMPLOYEE ON   *
      * HOLD STILL OWES DUES UNDER THE CONTRACT, SO    *
      * 305-ACCRUE-HOLD-ARREARS ADDS THE DUES THEY     *
           05 Adv-Old-Insur        pic 9999v99.
           05 Filler               pic x(1) value space.
           05 Adv-New-Insur        pic 9999v99.
      *************************************************
      * DELIVERY BLOCK FROM MEMBADDR.DAT - 'M' MAIL TO *
      * THE ADDRESS, 'S' HAND-DELIVER THROUGH THE      *
      * STEWARD (DEPARTMENT AND SITE SAY WHERE), 'N'   *
      * NO CONTACT ON FILE - SEE ADDREXCP.CBL.         *
      *************************************************
           05 Filler               pic x(1) value space.
           05 Adv-Department       pic x(4).
           05 Filler               pic x(1) value space.
           05 Adv-Site-Code        pic x(4).
           05 Filler               pic x(1) value space.
           05 Adv-Delivery         pic x(1).
           05 Filler               pic x(1) value space.
           05 Adv-Address-Line-1   pic x(30).
           05 Filler               pic x(1) value space.
           05 Adv-Address-Line-2   pic x(30).
           05 Filler               pic x(1) value space.
           05 Adv-City             pic x(20).
           05 Filler               pic x(1) value space.
           05 Adv-State            pic x(2).
           05 Filler               pic x(1) value space.
           05 Adv-Zip-Code         pic x(10).
           05 Filler               pic x(1) value space.
           05 Adv-Steward-Name     pic x(20).

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               accept Ws-Ledger-Start-Time from time
               move Ws-Run-Date to Ws-Ledger-Start-Date
               perform 047-CHECK-SIMULATION-MODE
               perform 049-CHECK-RETRO-MODE
               if Retro-Mode-On
                           'MODE'
                   else
                       perform 500-RUN-RETRO-ADJUSTMENT
                       perform 275-WRITE-RUN-LEDGER
                       stop run
                   end-if
               end-if
               end-if
               OPEN OUTPUT output-file
               OPEN OUTPUT Advice-File
               perform 224-OPEN-CONTACT-MASTER
               OPEN OUTPUT Dues-Short-File
               write dues-short-rec from dues-short-header
               perform 034-LOAD-SITE-ROSTER
               else
                   OPEN OUTPUT Gl-Extract-File
                   OPEN OUTPUT Insur-Remit-File
                   OPEN OUTPUT Dues-Remit-File
                   move Ws-Rc-Period to Drh-Period-Number
                   move Ws-Run-Date to Drh-Run-Date
                   write dues-remit-rec from dues-remit-header
                   OPEN I-O Ytd-Master
                   if Ws-Ytd-Status = "35"
                      close Ytd-Master
                      close Arrears-Master
                      open i-o Arrears-Master
                   end-if
                   OPEN I-O Ytd-History
                   if Ws-Ytd-Hist-Status = "35"
                      close Ytd-History
                      open output Ytd-History
                      close Ytd-History
                      open i-o Ytd-History
                   end-if
                   if not Payroll-Rerun-On
                      and Ws-Restart-Count = 0
                       perform 052-CHECK-PRIOR-POSTING
                   if Payroll-Rerun-On
                       perform 044-BACK-OUT-PRIOR-POSTING
                   end-if
                   perform 048-OPEN-GL-HISTORY
                   perform 053-OPEN-DUES-SHORT-HISTORY
               end-if
               perform 050-LOAD-RATE-TABLE
               perform 055-LOAD-INSURANCE-TABLE
                           perform 320-COMPUTE-NEW-INSUR
                           write REPORT-REC FROM DETAIL-LINE
                           perform 225-WRITE-PAY-ADVICE
                           if not Simulation-Mode-On
                               perform 227-WRITE-DUES-REMIT
                           end-if
                           perform 220-ACCUMULATE-DEPT-TOTALS
                           if Ws-Record-Count > Ws-Restart-Count
                              and not Simulation-Mode-On
               end-if
               close Sorted-Data, output-file, Exception-File,
                     Advice-File, Dues-Short-File
               if Ws-Contact-Available = 'Y'
                   close Contact-Data
               end-if
               if Ws-No-Address-Count > 0
                   display 'PAY ADVICES WITH NO CONTACT ON FILE: '
                       Ws-No-Address-Count
               end-if
               if not Simulation-Mode-On
                   perform 228-WRITE-DUES-REMIT-TRAILER
                   close Ytd-Master, Arrears-Master,
                         Ytd-History, Gl-History,
                         Gl-Extract-File, Insur-Remit-File,
                         Dues-Remit-File, Dues-Short-History
                   perform 270-MARK-RUN-CONTROL
               end-if
               perform 275-WRITE-RUN-LEDGER.
               stop run.

      *************************************************
               write Run-Control-Record
               close Run-Control-File.

      *************************************************
      * APPENDS THIS RUN'S ENTRY TO THE PERMANENT RUN- *
      * HISTORY LEDGER, CREATING THE LEDGER THE FIRST  *
      * TIME ANY STEP WRITES TO IT. A RETRO RUN IS     *
      * LOGGED AS ITS OWN STEP WITH ITS NET            *
      * ADJUSTMENTS; A PAYROLL RUN (SIMULATED OR NOT)  *
      * WITH THE RECORDS READ AND THE NEW SALARY, DUES *
      * AND INSURANCE IT PRICED. A SIMULATION NEVER    *
      * PASSED THE GATE, SO ITS PERIOD IS READ HERE.   *
      *************************************************
       275-WRITE-RUN-LEDGER.
               if Simulation-Mode-On
                   perform 505-READ-RUN-PERIOD
               end-if
               open extend Run-Ledger
               if Ws-Run-Ledger-Status not = "00"
                   open output Run-Ledger
                   close Run-Ledger
                   open extend Run-Ledger
               end-if
               move Ws-Rc-Period to Rlg-Period-Number
               move Ws-Ledger-Start-Date to Rlg-Start-Date
               move Ws-Ledger-Start-Time to Rlg-Start-Time
               accept Rlg-End-Date from date yyyymmdd
               accept Rlg-End-Time from time
               if Retro-Mode-On and not Simulation-Mode-On
                   move 'RETRO' to Rlg-Step
                   move 'N' to Rlg-Mode
                   move Ws-Retro-Emp-Count to Rlg-Record-Count
                   move Ws-Retro-Tot-Salary to Rlg-Salary-Total
                   move Ws-Retro-Tot-Dues to Rlg-Dues-Total
                   move Ws-Retro-Tot-Insur to Rlg-Insur-Total
               else
                   move 'PAYROLL' to Rlg-Step
                   evaluate true
                       when Simulation-Mode-On
                           move 'S' to Rlg-Mode
                       when Payroll-Rerun-On
                           move 'O' to Rlg-Mode
                       when Ws-Restart-Count > 0
                           move 'R' to Rlg-Mode
                       when other
                           move 'N' to Rlg-Mode
                   end-evaluate
                   move Ws-Record-Count to Rlg-Record-Count
                   move Ws-Grand-New-Salary to Rlg-Salary-Total
                   move Ws-Grand-New-Dues to Rlg-Dues-Total
                   move Ws-Grand-New-Insur to Rlg-Insur-Total
               end-if
               write Run-Ledger-Record
               close Run-Ledger.

      *************************************************
      * BACKS OUT THE PERIOD'S EARLIER POSTINGS BEFORE *
      * AN OPERATOR-OVERRIDDEN RERUN RE-POSTS. THE     *
      * THIS, YTDMAST.DAT AND THE PERIOD HISTORY WOULD *
      * CARRY THE PERIOD TWICE AGAINST A SINGLE GL     *
      * POSTING AND YTDRECON WOULD NEVER BALANCE       *
      * AGAIN. EACH YTDMAST.DAT EMPLOYEE'S 'P' HISTORY *
      * RECORD FOR THE PERIOD IS READ BY KEY, ITS      *
      * AMOUNTS REVERSED FROM THE ACCUMULATORS, AND    *
      * THE KEY DELETED; NO OTHER PERIOD IS TOUCHED,   *
      * AND RETRO 'R' RECORDS ARE A SEPARATE POSTING   *
      * AND ARE KEPT. THE ARREARS BALANCES ARE PUT     *
      * BACK FROM THE PER-PERIOD FIELDS ON EACH        *
      * ARREARS RECORD.                                *
      *************************************************
       044-BACK-OUT-PRIOR-POSTING.
               move 0 to Ws-Backout-Count
               move low-values to Ytd-Emp-Number
               move 'n' to Ws-Backout-Eof
               start Ytd-Master key not < Ytd-Emp-Number
                   invalid key
                       move 'y' to Ws-Backout-Eof
               end-start
               perform until Ws-Backout-Eof = 'y'
                   read Ytd-Master next record
                       at end
                           move 'y' to Ws-Backout-Eof
                       not at end
                           move Ytd-Emp-Number to Hst-Emp-Number
                           move Ws-Rc-Period to Hst-Period-Number
                           move 'P' to Hst-Source
                           read Ytd-History
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to Ws-Backout-Count
                                   perform 046-REVERSE-ONE-POSTING
                           end-read
                   end-read
               end-perform
               perform 051-RESTORE-ARREARS-BALANCES
               display 'RERUN - PRIOR POSTINGS BACKED OUT FOR '
                   'PERIOD ' Ws-Rc-Period ': ' Ws-Backout-Count.

      *************************************************
      * REVERSES ONE PERIOD-HISTORY RECORD'S AMOUNTS   *
      * FROM THE EMPLOYEE'S YTDMAST.DAT ACCUMULATORS   *
      * (THE RECORD JUST READ) AND DELETES THE HISTORY *
      * KEY SO THE RERUN CAN WRITE IT AFRESH.          *
      *************************************************
       046-REVERSE-ONE-POSTING.
               subtract Hst-Salary-Posted from Ytd-Salary-Total
               subtract Hst-Dues-Posted from Ytd-Dues-Total
               subtract Hst-Insur-Posted from Ytd-Insur-Total
               rewrite Ytd-Record
               delete Ytd-History
                   invalid key
                       display 'RERUN BACK-OUT - HISTORY NOT DELETED '
                           'FOR ' Hst-Emp-Number ' - STATUS '
                           Ws-Ytd-Hist-Status
               end-delete.

      *************************************************
      * PUTS EVERY ARREARS BALANCE BACK THE WAY IT WAS *
      * PARTIAL POSTINGS ARE REPLAYED, NOT BACKED OUT. *
      *************************************************
       052-CHECK-PRIOR-POSTING.
               move low-values to Ytd-Emp-Number
               move 'n' to Ws-Backout-Eof
               start Ytd-Master key not < Ytd-Emp-Number
                   invalid key
                       move 'y' to Ws-Backout-Eof
               end-start
               perform until Ws-Backout-Eof = 'y'
                   read Ytd-Master next record
                       at end
                           move 'y' to Ws-Backout-Eof
                       not at end
                           move Ytd-Emp-Number to Hst-Emp-Number
                           move Ws-Rc-Period to Hst-Period-Number
                           move 'P' to Hst-Source
                           read Ytd-History
                               invalid key
                                   continue
                               not invalid key
                                   move 'Y' to Ws-Payroll-Rerun
                                   move 'y' to Ws-Backout-Eof
                           end-read
                   end-read
               end-perform
               if Payroll-Rerun-On
                   display 'PERIOD ' Ws-Rc-Period ' ALREADY '
                       'POSTED TO YTD - PRIOR POSTING WILL BE '
                       'BACKED OUT'
               end-if.

      *************************************************
                   open extend Gl-History
               end-if.

      *************************************************
      * OPENS THE DUES-MINIMUM SHORTFALL HISTORY FOR   *
      * APPENDING. EVERY RECORD IS RE-CHECKED AGAINST  *
      * THE MINIMUM ON A RESTART OR RERUN OF THE SAME  *
      * PERIOD, SO - EXACTLY AS 048-OPEN-GL-HISTORY    *
      * DOES FOR GLHIST.TXT - THE PERIOD'S EARLIER     *
      * RECORDS ARE DROPPED FIRST BY COPYING THE FILE  *
      * THROUGH DUESSHWK.TMP WITHOUT THEM.             *
      *************************************************
       053-OPEN-DUES-SHORT-HISTORY.
               open input Dues-Short-History
               if Ws-Dues-Short-Hist-Status not = "00"
                   open output Dues-Short-History
                   close Dues-Short-History
                   open extend Dues-Short-History
               else
                   open output Dues-Short-Hist-Work
                   move 'n' to Ws-Dues-Short-Hist-Eof
                   perform until Ws-Dues-Short-Hist-Eof = 'y'
                       read Dues-Short-History
                           at end
                               move 'y' to Ws-Dues-Short-Hist-Eof
                           not at end
                               if Dhs-Period-Number not = Ws-Rc-Period
                                   write dues-short-hist-work-rec
                                       from Dues-Short-History-Record
                               end-if
                       end-read
                   end-perform
                   close Dues-Short-History, Dues-Short-Hist-Work
                   open input Dues-Short-Hist-Work
                   open output Dues-Short-History
                   move 'n' to Ws-Dues-Short-Hist-Eof
                   perform until Ws-Dues-Short-Hist-Eof = 'y'
                       read Dues-Short-Hist-Work
                           at end
                               move 'y' to Ws-Dues-Short-Hist-Eof
                           not at end
                               move dues-short-hist-work-rec
                                   to Dues-Short-History-Record
                               write Dues-Short-History-Record
                       end-read
                   end-perform
                   close Dues-Short-Hist-Work, Dues-Short-History
                   open extend Dues-Short-History
               end-if.

      *************************************************
      * IF RETROADJ.CTL EXISTS THIS RUN IS A RETRO-    *
      * ADJUSTMENT RUN FOR THE EFFECTIVE DATE ON ITS   *
               move New-Dues to Adv-New-Dues
               move Old-Insur to Adv-Old-Insur
               move New-Insur to Adv-New-Insur
               move Department-Code to Adv-Department
               move Employee-Site-Code to Adv-Site-Code
               move 'N' to Adv-Delivery
               move spaces to Adv-Address-Line-1 Adv-Address-Line-2
                              Adv-City Adv-State Adv-Zip-Code
                              Adv-Steward-Name
               if Ws-Contact-Available = 'Y'
                   move Employee-Number-in to Adr-Emp-Number
                   read Contact-Data
                       invalid key
                           continue
                       not invalid key
                           move Adr-Delivery to Adv-Delivery
                           move Adr-Address-Line-1
                               to Adv-Address-Line-1
                           move Adr-Address-Line-2
                               to Adv-Address-Line-2
                           move Adr-City to Adv-City
                           move Adr-State to Adv-State
                           move Adr-Zip-Code to Adv-Zip-Code
                           move Adr-Steward-Name to Adv-Steward-Name
                   end-read
               end-if
               if Adv-Delivery = 'N'
                   add 1 to Ws-No-Address-Count
               end-if
               write advice-rec from advice-line.

      *************************************************
      * OPENS THE MEMBER CONTACT MASTER FOR THE PAY    *
      * ADVICE MERGE. NO MEMBADDR.DAT YET IS NOT AN    *
      * ERROR - EVERY ADVICE THEN GOES OUT MARKED 'N'. *
      *************************************************
       224-OPEN-CONTACT-MASTER.
               move 'N' to Ws-Contact-Available
               open input Contact-Data
               if Ws-Contact-Status = "00"
                   move 'Y' to Ws-Contact-Available
               else
                   display 'MEMBADDR.DAT NOT AVAILABLE - PAY ADVICES '
                       'CARRY NO ADDRESS'
               end-if.

      *************************************************
      * WRITES ONE DUESREMIT.TXT CHECK-OFF RECORD FOR  *
      * THE MEMBER JUST PRICED. NEW-DUES ALREADY HAS   *
      * ANY ARREARS CATCH-UP ADDED ON TOP (330/335),   *
      * SO THE CATCH-UP IS BACKED OUT TO SHOW THE      *
      * REGULAR DUES ON THEIR OWN.                     *
      *************************************************
       227-WRITE-DUES-REMIT.
               compute Ws-Remit-Regular-Dues =
                   new-dues - Ws-Arrears-Catchup
               move employee-number-in to Drd-Number-Out
               move Ws-Standard-Name to Drd-Name-Out
               move Employee-Site-Code to Drd-Site-Code
               move Ws-Remit-Regular-Dues to Drd-Regular-Dues
               move Ws-Arrears-Catchup to Drd-Catchup-Dues
               write dues-remit-rec from dues-remit-detail
               add 1 to Ws-Remit-Count
               add Ws-Remit-Regular-Dues to Ws-Remit-Regular-Total
               add Ws-Arrears-Catchup to Ws-Remit-Catchup-Total.

      *************************************************
      * CLOSES THE CHECK-OFF REMITTANCE WITH ITS       *
      * TRAILER - RECORD COUNT, REGULAR DUES, CATCH-UP *
      * AND THE COMBINED TOTAL THE CHECK IS CUT FOR.   *
      *************************************************
       228-WRITE-DUES-REMIT-TRAILER.
               compute Ws-Remit-Grand-Total =
                   Ws-Remit-Regular-Total + Ws-Remit-Catchup-Total
               move Ws-Remit-Count to Drt-Record-Count
               move Ws-Remit-Regular-Total to Drt-Regular-Total
               move Ws-Remit-Catchup-Total to Drt-Catchup-Total
               move Ws-Remit-Grand-Total to Drt-Grand-Total
               write dues-remit-rec from dues-remit-trailer.

      *************************************************
      * WRITES THE SUBTOTAL LINE FOR THE DEPARTMENT    *
      * JUST FINISHED AND ROLLS ITS TOTALS INTO THE    *
                       move Ws-Duesmin-Shortfall to Dsh-Shortfall
                       write dues-short-rec from dues-short-detail
                       add 1 to Ws-Duesmin-Count
                       if not Simulation-Mode-On
                           move Ws-Rc-Period to Dhs-Period-Number
                           move Ws-Run-Date to Dhs-Period-Date
                           move Employee-Number-in to Dhs-Emp-Number
                           move New-Dues to Dhs-Dues-Paid
                           move Ws-Duesmin-Required
                               to Dhs-Dues-Required
                           move Ws-Duesmin-Shortfall to Dhs-Shortfall
                           write Dues-Short-History-Record
                       end-if
                   end-if
               end-if.

      * VARIANCE AFTER EVERY ABEND SPANNING A CATCH-UP *
      * EMPLOYEE. THE DRAWN AMOUNT PERSISTED ON THE    *
      * ARREARS RECORD IS RE-ADDED TO NEW-DUES; THE    *
      * BALANCE IS NOT TOUCHED AGAIN. IT IS ALSO KEPT  *
      * IN WS-ARREARS-CATCHUP SO THE REPLAYED CHECK-   *
      * OFF RECORD STILL SPLITS IT FROM REGULAR DUES.  *
      *************************************************
       335-REAPPLY-PRIOR-CATCHUP.
               move 0 to Ws-Arrears-Catchup
               move employee-number-in to Arr-Emp-Number
               read Arrears-Master
                   invalid key
                   not invalid key
                       if Arr-Last-Period = Ws-Rc-Period
                          and Arr-Last-Drawn > 0
                           move Arr-Last-Drawn to Ws-Arrears-Catchup
                           add Arr-Last-Drawn to new-dues
                       end-if
               end-read.
               perform 310-WRITE-PERIOD-HISTORY.

      *************************************************
      * WRITES ONE PERIOD-DETAIL HISTORY RECORD FOR    *
      * THE AMOUNTS JUST POSTED TO YTD-MASTER, SO THE  *
      * LIFETIME ACCUMULATORS CAN ALWAYS BE BROKEN     *
      * BACK OUT PERIOD BY PERIOD (SEE PERSTMT.CBL).   *
               move new-salary to Hst-Salary-Posted
               move new-dues to Hst-Dues-Posted
               move new-insur to Hst-Insur-Posted
               write Ytd-History-Record
                   invalid key
                       display 'PERIOD HISTORY ALREADY HOLDS '
                           Hst-Emp-Number ' PERIOD ' Hst-Period-Number
                           ' - STATUS ' Ws-Ytd-Hist-Status
               end-write.

      *************************************************
      * RETRO-ADJUSTMENT RUN. A NEGOTIATED RATE THAT   *
                  close Ytd-Master
                  open i-o Ytd-Master
               end-if
               OPEN I-O Ytd-History
               if Ws-Ytd-Hist-Status = "35"
                  close Ytd-History
                  open output Ytd-History
                  close Ytd-History
                  open i-o Ytd-History
               end-if
               OPEN EXTEND Gl-History
               if Ws-Gl-Hist-Status not = "00"

      *************************************************
      * POSTS ONE EMPLOYEE'S CATCH-UP AMOUNTS TO THEIR *
      * YTD-MASTER RECORD AND WRITES A MATCHING        *
      * PERIOD-HISTORY RECORD UNDER TODAY'S DATE SO    *
      * PERSTMT.CBL STILL FOOTS. A SECOND RETRO RUN IN *
      * THE SAME PERIOD ADDS TO THE 'R' RECORD ALREADY *
      * ON FILE FOR THE EMPLOYEE.                      *
      *************************************************
       542-POST-RETRO-TO-YTD.
               move Ws-Retro-Prev-Emp to Ytd-Emp-Number
               move Ws-Retro-Sal-Adj to Hst-Salary-Posted
               move Ws-Retro-Dues-Adj to Hst-Dues-Posted
               move Ws-Retro-Insur-Adj to Hst-Insur-Posted
               write Ytd-History-Record
                   invalid key
                       read Ytd-History
                       add Ws-Retro-Sal-Adj to Hst-Salary-Posted
                       add Ws-Retro-Dues-Adj to Hst-Dues-Posted
                       add Ws-Retro-Insur-Adj to Hst-Insur-Posted
                       rewrite Ytd-History-Record
               end-write.

      *************************************************
      * ADDS ONE EMPLOYEE'S DUES/INSURANCE CATCH-UP    *
