      * clears the live YTDMAST.DAT so next January's first  *
      * PROJECT2-2 run starts every employee's accumulator   *
      * back at zero. The two accumulating histories behind  *
      * the master - the per-period detail (YTDHIST.DAT)     *
      * and the GL extract history (GLHIST.TXT) - are        *
      * archived to matching dated files and cleared in the  *
      * same breath, so PERSTMT.CBL statements and           *
           SELECT Term-Ytd-File assign to "TERMYTD.TXT"
                  organization is line sequential
                  file status is Ws-Term-Ytd-Status.
           SELECT Ytd-Hist-File assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Ytd-Hist-Arch assign to Ws-Hist-Arch-Name
                  organization is line sequential.
                  file status is Ws-Gl-Hist-Status.
           SELECT Gl-Hist-Arch assign to Ws-Glh-Arch-Name
                  organization is line sequential.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Run-Ledger assign to "RUNLEDGR.TXT"
                  organization is line sequential
                  file status is Ws-Run-Ledger-Status.

       Data Division.
       File Section.
           COPY TERMYTD.
      *************************************************
      * THE TWO ACCUMULATING HISTORIES AND THEIR DATED *
      * ARCHIVES. GLHIST.TXT IS COPIED WHOLE RECORDS,  *
      * SO ITS BUFFERS JUST MATCH THE GLHIST.CPY (56)  *
      * RECORD LENGTH. THE PERIOD HISTORY IS INDEXED,  *
      * SO ITS LAYOUT IS COPIED IN FOR THE KEY; ITS    *
      * ARCHIVE IS PLAIN TEXT IN KEY ORDER, BUILT      *
      * FIELD BY FIELD BY 135-WRITE-HIST-ARCHIVE IN    *
      * THE OLD YTDHIST.TXT LAYOUT (PERIOD DATE AHEAD  *
      * OF THE SOURCE CODE) SO EVERY YEAR'S ARCHIVE    *
      * READS THE SAME.                                *
      *************************************************
       FD  Ytd-Hist-File.
       01  ytd-hist-rec.
           COPY YTDHIST.
       FD  Ytd-Hist-Arch.
       01  ytd-hist-arch-rec.
           05 Yha-Emp-Number       pic x(5).
           05 Yha-Period-Number    pic 9(6).
           05 Yha-Period-Date      pic 9(8).
           05 Yha-Source           pic x(1).
           05 Yha-Salary-Posted    pic s9(7)v99
                                   sign leading separate.
           05 Yha-Dues-Posted      pic s9(5)v99
                                   sign leading separate.
           05 Yha-Insur-Posted     pic s9(5)v99
                                   sign leading separate.
       FD  Gl-Hist-File.
       01  gl-hist-rec             pic x(56).
       FD  Gl-Hist-Arch.
       01  gl-hist-arch-rec        pic x(56).
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
      *************************************************
      * PERMANENT RUN-HISTORY LEDGER - ONE ENTRY IS    *
      * APPENDED PER COMPLETED RUN. SEE RUNLEDGR.CPY.  *
      *************************************************
       FD  Run-Ledger.
       01  Run-Ledger-Record.
           COPY RUNLEDGR.

       WORKING-STORAGE SECTION.
       01 eof                      pic x value "n".
       01 Ws-Archive-Year          pic 9(4).
       01 Ws-Archive-Month         pic 9(2).
       01 Ws-Archive-File-Name     pic x(40).
      *************************************************
      * RUN-HISTORY LEDGER ENTRY FOR THIS RUN. THE     *
      * YEAR-END STEP IS LOGGED AGAINST WHATEVER       *
      * PERIOD RUN CONTROL IS ON, WITH THE RECORDS     *
      * ARCHIVED AND THE YEAR'S TOTALS THEY CARRY.     *
      *************************************************
       01 Ws-Runctl-Status         pic xx.
       01 Ws-Rc-Period             pic 9(6) value 0.
       01 Ws-Run-Ledger-Status     pic xx.
       01 Ws-Ledger-Start-Date     pic 9(8).
       01 Ws-Ledger-Start-Time     pic 9(8).
       01 Ws-Ledger-Mode           pic x value 'N'.
       01 Ws-Arc-Salary-Total      pic 9(11)v99 value 0.
       01 Ws-Arc-Dues-Total        pic 9(9)v99 value 0.
       01 Ws-Arc-Insur-Total       pic 9(9)v99 value 0.

       procedure division.
      *************************************************
      *************************************************
       100-MAIN.
               accept Ws-Archive-Date from date yyyymmdd
               accept Ws-Ledger-Start-Time from time
               move Ws-Archive-Date to Ws-Ledger-Start-Date
               move Ws-Archive-Date (1:4) to Ws-Archive-Year
               move Ws-Archive-Date (5:2) to Ws-Archive-Month
               if Ws-Archive-Month = 01
               display 'YEAR-END ARCHIVE COMPLETE - RECORDS WRITTEN: '
                   Ws-Record-Count
               display 'ARCHIVE FILE: ' Ws-Archive-File-Name
               display 'YTDMAST.DAT CLEARED FOR THE NEW YEAR'
               perform 150-READ-RUN-PERIOD
               perform 160-WRITE-RUN-LEDGER.
               stop run.

      *************************************************
               move Ytd-Dues-Total to Arc-Dues-Total
               move Ytd-Insur-Total to Arc-Insur-Total
               write Archive-Record
               add 1 to Ws-Record-Count
               add Arc-Salary-Total to Ws-Arc-Salary-Total
               add Arc-Dues-Total to Ws-Arc-Dues-Total
               add Arc-Insur-Total to Ws-Arc-Insur-Total.

      *************************************************
      * FOLDS THE YEAR'S TERMINATED-EMPLOYEE YTD       *
                               write Archive-Record
                               add 1 to Ws-Record-Count
                               add 1 to Ws-Term-Count
                               add Arc-Salary-Total
                                   to Ws-Arc-Salary-Total
                               add Arc-Dues-Total to Ws-Arc-Dues-Total
                               add Arc-Insur-Total
                                   to Ws-Arc-Insur-Total
                       end-read
                   end-perform
                   close Term-Ytd-File

      *************************************************
      * ARCHIVES THE YEAR'S PER-PERIOD DETAIL HISTORY  *
      * (YTDHIST.DAT) TO ITS DATED FILE AND CLEARS THE *
      * LIVE HISTORY. WITHOUT THIS, PERSTMT.CBL WOULD  *
      * FOOT PRIOR-YEAR PERIODS AGAINST THE FRESHLY    *
      * ZEROED MASTER AND REPORT EVERY EMPLOYEE OUT OF *
                           at end
                               move 'y' to Ws-Hist-Eof
                           not at end
                               perform 135-WRITE-HIST-ARCHIVE
                               add 1 to Ws-Hist-Count
                       end-read
                   end-perform
                       Ws-Hist-Count ' TO ' Ws-Hist-Arch-Name
               end-if.

      *************************************************
      * WRITES ONE PERIOD HISTORY RECORD TO THE DATED  *
      * ARCHIVE, MOVED FIELD BY FIELD INTO THE OLD     *
      * YTDHIST.TXT LAYOUT.                            *
      *************************************************
       135-WRITE-HIST-ARCHIVE.
               move Hst-Emp-Number to Yha-Emp-Number
               move Hst-Period-Number to Yha-Period-Number
               move Hst-Period-Date to Yha-Period-Date
               move Hst-Source to Yha-Source
               move Hst-Salary-Posted to Yha-Salary-Posted
               move Hst-Dues-Posted to Yha-Dues-Posted
               move Hst-Insur-Posted to Yha-Insur-Posted
               write ytd-hist-arch-rec.

      *************************************************
      * ARCHIVES THE YEAR'S GL EXTRACT HISTORY         *
      * (GLHIST.TXT) TO ITS DATED FILE AND CLEARS THE  *
                   display 'GL HISTORY RECORDS ARCHIVED: '
                       Ws-Glh-Count ' TO ' Ws-Glh-Arch-Name
               end-if.

      *************************************************
      * PICKS UP THE CURRENT RUN-CONTROL PERIOD NUMBER *
      * TO STAMP ON THE LEDGER ENTRY. YEAR-END DOES    *
      * NOT GO THROUGH THE RUN-CONTROL GATE, SO THE    *
      * RECORD IS READ WITHOUT GATING; NO RUNCTL.DAT   *
      * YET STAMPS PERIOD ZERO.                        *
      *************************************************
       150-READ-RUN-PERIOD.
               move 0 to Ws-Rc-Period
               open input Run-Control-File
               if Ws-Runctl-Status = "00"
                   read Run-Control-File
                       at end
                           continue
                       not at end
                           move Rc-Period-Number to Ws-Rc-Period
                   end-read
                   close Run-Control-File
               end-if.

      *************************************************
      * APPENDS THIS RUN'S ENTRY TO THE PERMANENT RUN- *
      * HISTORY LEDGER, CREATING THE LEDGER THE FIRST  *
      * TIME ANY STEP WRITES TO IT.                    *
      *************************************************
       160-WRITE-RUN-LEDGER.
               open extend Run-Ledger
               if Ws-Run-Ledger-Status not = "00"
                   open output Run-Ledger
                   close Run-Ledger
                   open extend Run-Ledger
               end-if
               move Ws-Rc-Period to Rlg-Period-Number
               move 'YEAREND' to Rlg-Step
               move Ws-Ledger-Mode to Rlg-Mode
               move Ws-Ledger-Start-Date to Rlg-Start-Date
               move Ws-Ledger-Start-Time to Rlg-Start-Time
               accept Rlg-End-Date from date yyyymmdd
               accept Rlg-End-Time from time
               move Ws-Record-Count to Rlg-Record-Count
               move Ws-Arc-Salary-Total to Rlg-Salary-Total
               move Ws-Arc-Dues-Total to Rlg-Dues-Total
               move Ws-Arc-Insur-Total to Rlg-Insur-Total
               write Run-Ledger-Record
               close Run-Ledger.
