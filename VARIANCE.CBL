       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodvariance.
      ******************************************************
      * This program compares each employee's normal        *
      * ('P') YTDHIST.DAT posting for the run-control period *
      * against the prior period's and prints VARIANCE.TXT,  *
      * run after PROJECT2-2 so payroll can answer the calls *
      * before they come in. It lists:                       *
      *   - salary, dues or insurance that moved by more    *
      *     than the tolerance in VARTOL.TXT                 *
      *   - employees who posted last period but not this   *
      *     one, unless they are on Hold or were terminated *
      *     this period (TERMREG.TXT)                        *
      *   - employees posting this period but not last      *
      * Each line carries the most likely cause the files   *
      * show - a CHGHIST.TXT field change between the two   *
      * period dates, an insurance bracket change from a    *
      * dependent-count change (INSURTAB.TXT), a dues       *
      * arrears catch-up (ARREARS.DAT), or a rate row       *
      * change logged to RATEAUDIT.TXT between the periods. *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Tolerance-File assign to "VARTOL.TXT"
                  organization is line sequential
                  file status is Ws-Tolerance-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Hist-Sort-Work assign to "VARHSORT.TMP".
           SELECT Hist-Sorted assign to "VARHSRT.TMP"
                  organization is line sequential.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Arrears-Master assign to "ARREARS.DAT"
                  organization is indexed
                  access mode is random
                  record key is Arr-Emp-Number
                  file status is Ws-Arrears-Status.
           SELECT Rate-Audit-File assign to "RATEAUDIT.TXT"
                  organization is line sequential
                  file status is Ws-Rate-Audit-Status.
           SELECT Change-History assign to "CHGHIST.TXT"
                  organization is line sequential
                  file status is Ws-Chg-Hist-Status.
           SELECT Term-Register assign to "TERMREG.TXT"
                  organization is line sequential
                  file status is Ws-Term-Reg-Status.
           SELECT Insur-Table-File assign to "INSURTAB.TXT"
                  organization is line sequential
                  file status is Ws-Insur-Tab-Status.
           SELECT Missing-Work-File assign to "VARMISS.TMP"
                  organization is line sequential.
           SELECT New-Work-File assign to "VARNEW.TMP"
                  organization is line sequential.
           SELECT Variance-Report assign to "VARIANCE.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
       FD  Tolerance-File.
       01  Tolerance-Record.
           COPY VARTOL.
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
      *************************************************
      * NORMAL POSTINGS UP TO THE CURRENT PERIOD,      *
      * SORTED INTO EMPLOYEE AND PERIOD ORDER SO EACH  *
      * EMPLOYEE'S PERIODS ARE GATHERED IN ONE PASS.   *
      *************************************************
       SD  Hist-Sort-Work.
       01  Hist-Sort-Record.
           05 Hsw-Emp-Number       pic x(5).
           05 Hsw-Period-Number    pic 9(6).
           05 FILLER               pic x(35).
       FD  Hist-Sorted.
       01  Hist-Sorted-Record.
           05 Hss-Emp-Number       pic x(5).
           05 Hss-Period-Number    pic 9(6).
           05 Hss-Source           pic x(1).
           05 Hss-Period-Date      pic 9(8).
           05 Hss-Salary-Posted    pic s9(7)v99
                                   sign leading separate.
           05 Hss-Dues-Posted      pic s9(5)v99
                                   sign leading separate.
           05 Hss-Insur-Posted     pic s9(5)v99
                                   sign leading separate.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Arrears-Master.
       01  Arrears-Record.
           COPY ARREARS.
      *************************************************
      * SAME LAYOUT AS PROJECT2-2.CBL'S RATE-AUDIT-    *
      * LINE.                                          *
      *************************************************
       FD  Rate-Audit-File.
       01  Rate-Audit-Record.
           05 Ra-Effective-Date       pic 9(8).
           05 FILLER                  pic x(1).
           05 Ra-Old-Salary-Factor    pic 9v9999.
           05 FILLER                  pic x(1).
           05 Ra-Old-Dues-Factor      pic 9v9999.
           05 FILLER                  pic x(1).
           05 Ra-Old-Insur-Factor     pic 9v9999.
           05 FILLER                  pic x(1).
           05 Ra-New-Salary-Factor    pic 9v9999.
           05 FILLER                  pic x(1).
           05 Ra-New-Dues-Factor      pic 9v9999.
           05 FILLER                  pic x(1).
           05 Ra-New-Insur-Factor     pic 9v9999.
       FD  Change-History.
       01  Change-History-Record.
           COPY CHGHIST.
      *************************************************
      * THE PERIOD'S TERMINATION REGISTER AS EMPMAINT  *
      * PRINTS IT. ONLY DETAIL LINES CARRY THE 'DEPT: '*
      * TAG, WHICH IS HOW THE HEADER IS SKIPPED.       *
      *************************************************
       FD  Term-Register.
       01  Term-Register-Record.
           05 FILLER               pic x(1).
           05 Trr-Number           pic x(5).
           05 FILLER               pic x(24).
           05 Trr-Dept-Tag         pic x(6).
           05 FILLER               pic x(44).
       FD  Insur-Table-File.
       01  Insur-Table-Record.
           COPY INSURTAB.
       FD  Missing-Work-File.
       01  missing-work-rec        pic x(80).
       FD  New-Work-File.
       01  new-work-rec            pic x(80).
       FD  Variance-Report.
       01  variance-rec            pic x(80).

       WORKING-STORAGE SECTION.
       01 Ws-Runctl-Status         pic xx.
       01 Ws-Tolerance-Status      pic xx.
       01 Ws-Ytd-Hist-Status       pic xx.
       01 Ws-Ytd-Hist-Eof          pic x value 'n'.
       01 Ws-Employee-Status       pic xx.
       01 Ws-Employee-Eof          pic x value 'n'.
       01 Ws-Arrears-Status        pic xx.
       01 Ws-Arrears-Available     pic x value 'N'.
       01 Ws-Rate-Audit-Status     pic xx.
       01 Ws-Rate-Audit-Eof        pic x value 'n'.
       01 Ws-Chg-Hist-Status       pic xx.
       01 Ws-Chg-Hist-Eof          pic x value 'n'.
       01 Ws-Term-Reg-Status       pic xx.
       01 Ws-Term-Reg-Eof          pic x value 'n'.
       01 Ws-Insur-Tab-Status      pic xx.
       01 Ws-Insur-Tab-Eof         pic x value 'n'.
       01 Ws-Work-Eof              pic x value 'n'.
       01 Ws-Run-Date              pic 9(8).
      *************************************************
      * THE TWO PERIODS COMPARED AND THE DATES THEY    *
      * POSTED ON. CHANGE-HISTORY AND RATE-AUDIT       *
      * ENTRIES DATED AFTER THE PRIOR PERIOD'S DATE,   *
      * UP TO AND INCLUDING THE CURRENT PERIOD'S, ARE  *
      * THE ONES THAT CAN EXPLAIN A DIFFERENCE.        *
      *************************************************
       01 Ws-Rc-Period             pic 9(6) value 0.
       01 Ws-Prior-Period          pic 9(6) value 0.
       01 Ws-Current-Date          pic 9(8) value 0.
       01 Ws-Prior-Date            pic 9(8) value 0.
      *************************************************
      * TOLERANCES - NONE ALLOWED, SO EVERY MOVE IS    *
      * LISTED, WHEN VARTOL.TXT IS MISSING.            *
      *************************************************
       01 Ws-Salary-Tolerance      pic 9(5)v99 value 0.
       01 Ws-Dues-Tolerance        pic 9(3)v99 value 0.
       01 Ws-Insur-Tolerance       pic 9(3)v99 value 0.
      *************************************************
      * RATE ROWS THAT CHANGED BETWEEN THE PERIODS -   *
      * THE LATEST AUDIT DATE ON WHICH EACH FACTOR     *
      * MOVED, ZERO WHEN IT DID NOT.                   *
      *************************************************
       01 Ws-Salary-Rate-Date      pic 9(8) value 0.
       01 Ws-Dues-Rate-Date        pic 9(8) value 0.
       01 Ws-Insur-Rate-Date       pic 9(8) value 0.
       01 Ws-Rate-Date             pic 9(8) value 0.
      *************************************************
      * CHANGE-HISTORY ENTRIES BETWEEN THE PERIODS.    *
      *************************************************
       01 Ws-Chg-Count             pic 9(4) value 0.
       01 Ws-Chg-Table.
           05 Ws-Chg-Entry occurs 2000 times
                   indexed by Ws-Chg-Idx.
               10 Ws-Chg-Emp-Number        pic x(5).
               10 Ws-Chg-Field             pic x(12).
               10 Ws-Chg-Old               pic x(20).
               10 Ws-Chg-New               pic x(20).
       01 Ws-Chg-Search-Field      pic x(12).
       01 Ws-Chg-Found             pic x value 'N'.
       01 Ws-Chg-Found-Field       pic x(12).
       01 Ws-Chg-Found-Old         pic x(20).
       01 Ws-Chg-Found-New         pic x(20).
      *************************************************
      * THIS PERIOD'S TERMINATIONS FROM TERMREG.TXT.   *
      *************************************************
       01 Ws-Term-Count            pic 9(3) value 0.
       01 Ws-Term-Table.
           05 Ws-Term-Emp-Number   pic x(5) occurs 500 times
                   indexed by Ws-Term-Idx.
       01 Ws-Term-Found            pic x value 'N'.
      *************************************************
      * INSURANCE BRACKETS FROM INSURTAB.TXT, TO TELL  *
      * WHETHER A DEPENDENT-COUNT CHANGE MOVED THE     *
      * EMPLOYEE INTO ANOTHER BRACKET.                 *
      *************************************************
       01 Ws-Insur-Table-Count     pic 9(3) value 0.
       01 Ws-Insur-Table.
           05 Ws-Insur-Entry occurs 20 times
                   indexed by Ws-Insur-Idx.
               10 Ws-Insur-Age-Low         pic 9(2).
               10 Ws-Insur-Age-High        pic 9(2).
               10 Ws-Insur-Dep-Low         pic 9(1).
               10 Ws-Insur-Dep-High        pic 9(1).
       01 Ws-Bracket-Dependents    pic 9(1).
       01 Ws-Bracket-Found         pic 9(3) value 0.
       01 Ws-Old-Bracket           pic 9(3) value 0.
       01 Ws-New-Bracket           pic 9(3) value 0.
      *************************************************
      * ONE EMPLOYEE'S POSTINGS, GATHERED FROM THE     *
      * SORTED HISTORY, AND THE MASTER RECORD MATCHED  *
      * TO THEM.                                       *
      *************************************************
       01 Ws-Hist-Key              pic x(5).
       01 Ws-Emp-Key               pic x(5).
       01 Ws-Group-Emp             pic x(5).
       01 Ws-Prior-Found           pic x value 'N'.
       01 Ws-Current-Found         pic x value 'N'.
       01 Ws-Earlier-Found         pic x value 'N'.
       01 Ws-Prior-Salary          pic s9(7)v99 value 0.
       01 Ws-Prior-Dues            pic s9(5)v99 value 0.
       01 Ws-Prior-Insur           pic s9(5)v99 value 0.
       01 Ws-Current-Salary        pic s9(7)v99 value 0.
       01 Ws-Current-Dues          pic s9(5)v99 value 0.
       01 Ws-Current-Insur         pic s9(5)v99 value 0.
       01 Ws-On-Master             pic x value 'N'.
       01 Ws-Name                  pic x(20).
       01 Ws-Hold-Flag             pic x(1).
       01 Ws-Age                   pic 9(2).
      *************************************************
      * THE DIFFERENCE BEING TESTED AND ITS CAUSE.     *
      *************************************************
       01 Ws-Field-Code            pic x(1).
       01 Ws-Difference            pic s9(7)v99 value 0.
       01 Ws-Abs-Difference        pic 9(7)v99 value 0.
       01 Ws-Tolerance             pic 9(7)v99 value 0.
       01 Ws-Cause                 pic x(20).
       01 Ws-Variance-Count        pic 9(5) value 0.
       01 Ws-Missing-Count         pic 9(5) value 0.
       01 Ws-New-Count             pic 9(5) value 0.
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 report-header-line.
           05 Filler               pic x(22) value spaces.
           05 Filler               pic x(36) value
              'PERIOD-OVER-PERIOD POSTING VARIANCE'.
           05 Filler               pic x(22) value spaces.
       01 run-info-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(8) value 'PERIOD: '.
           05 Rin-Current-Period   pic 9(6).
           05 Filler               pic x(1) value space.
           05 Filler               pic x(1) value '('.
           05 Rin-Current-Date     pic 9(8).
           05 Filler               pic x(11) value ')  PRIOR: '.
           05 Rin-Prior-Period     pic 9(6).
           05 Filler               pic x(1) value space.
           05 Filler               pic x(1) value '('.
           05 Rin-Prior-Date       pic 9(8).
           05 Filler               pic x(1) value ')'.
       01 tolerance-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(20) value
              'TOLERANCE - SALARY $'.
           05 Tol-Salary           pic zzzz9.99.
           05 Filler               pic x(8) value '  DUES $'.
           05 Tol-Dues             pic zz9.99.
           05 Filler               pic x(9) value '  INSUR $'.
           05 Tol-Insur            pic zz9.99.
       01 variance-title-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(40) value
              'POSTINGS OUTSIDE TOLERANCE'.
       01 missing-title-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(50) value
              'POSTED LAST PERIOD, NOT THIS PERIOD'.
       01 new-title-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(50) value
              'POSTED THIS PERIOD, NOT LAST PERIOD'.
       01 variance-column-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(6) value 'EMP#  '.
           05 Filler               pic x(14) value 'NAME'.
           05 Filler               pic x(5) value 'FLD'.
           05 Filler               pic x(11) value '     PRIOR'.
           05 Filler               pic x(11) value '   CURRENT'.
           05 Filler               pic x(12) value '     CHANGE'.
           05 Filler               pic x(12) value 'LIKELY CAUSE'.
       01 variance-detail-line.
           05 Filler               pic x(1) value space.
           05 Vdl-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Vdl-Name             pic x(13).
           05 Filler               pic x(1) value space.
           05 Vdl-Field            pic x(4).
           05 Filler               pic x(1) value space.
           05 Vdl-Prior            pic zzzzzz9.99.
           05 Filler               pic x(1) value space.
           05 Vdl-Current          pic zzzzzz9.99.
           05 Filler               pic x(1) value space.
           05 Vdl-Change           pic -zzzzzz9.99.
           05 Filler               pic x(1) value space.
           05 Vdl-Cause            pic x(20).
       01 posting-column-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(6) value 'EMP#  '.
           05 Filler               pic x(21) value 'NAME'.
           05 Filler               pic x(11) value '    SALARY'.
           05 Filler               pic x(9) value '    DUES'.
           05 Filler               pic x(9) value '   INSUR'.
           05 Filler               pic x(12) value 'LIKELY CAUSE'.
       01 posting-detail-line.
           05 Filler               pic x(1) value space.
           05 Pdl-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Pdl-Name             pic x(20).
           05 Filler               pic x(1) value space.
           05 Pdl-Salary           pic zzzzzz9.99.
           05 Filler               pic x(1) value space.
           05 Pdl-Dues             pic zzzz9.99.
           05 Filler               pic x(1) value space.
           05 Pdl-Insur            pic zzzz9.99.
           05 Filler               pic x(1) value space.
           05 Pdl-Cause            pic x(20).
       01 none-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(4) value 'NONE'.
       01 count-line.
           05 Filler               pic x(1) value space.
           05 Cnt-Label            pic x(30).
           05 Cnt-Count            pic zzzz9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-READ-RUN-PERIOD
               perform 035-LOAD-TOLERANCES
               perform 040-SORT-PERIOD-HISTORY
               perform 045-LOAD-RATE-CHANGES
               perform 050-LOAD-CHANGE-HISTORY
               perform 055-LOAD-TERM-REGISTER
               perform 060-LOAD-INSURANCE-BRACKETS
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   stop run
               end-if
               open input Arrears-Master
               if Ws-Arrears-Status = "00"
                   move 'Y' to Ws-Arrears-Available
               end-if
               open input Hist-Sorted
               open output Variance-Report, Missing-Work-File,
                           New-Work-File
               perform 200-WRITE-HEADINGS
               perform 150-READ-HISTORY
               perform 170-READ-EMPLOYEE
               perform until Ws-Hist-Key = high-values
                   perform 160-GATHER-EMPLOYEE-HISTORY
                   perform until Ws-Emp-Key >= Ws-Group-Emp
                       perform 170-READ-EMPLOYEE
                   end-perform
                   if Ws-Emp-Key = Ws-Group-Emp
                       move 'Y' to Ws-On-Master
                       move Employee-Name-in to Ws-Name
                       move Employee-Hold-Flag to Ws-Hold-Flag
                       move Age to Ws-Age
                   else
                       move 'N' to Ws-On-Master
                       move '*** NOT ON MASTER' to Ws-Name
                       move spaces to Ws-Hold-Flag
                       move 0 to Ws-Age
                   end-if
                   perform 110-COMPARE-EMPLOYEE
               end-perform
               close Employee-Data, Hist-Sorted, Missing-Work-File,
                     New-Work-File
               if Ws-Arrears-Available = 'Y'
                   close Arrears-Master
               end-if
               perform 210-WRITE-REPORT-TAIL
               close Variance-Report
               display 'PERIOD VARIANCE - OUTSIDE TOLERANCE: '
                   Ws-Variance-Count ' STOPPED: ' Ws-Missing-Count
                   ' STARTED: ' Ws-New-Count.
               stop run.

      *************************************************
      * THE CURRENT PERIOD IS THE RUN-CONTROL PERIOD,  *
      * AND ITS POSTINGS ONLY EXIST ONCE PROJECT2-2    *
      * HAS COMPLETED FOR IT.                          *
      *************************************************
       030-READ-RUN-PERIOD.
               open input Run-Control-File
               if Ws-Runctl-Status not = "00"
                   display 'RUN CONTROL NOT FOUND - VARIANCE '
                       'REPORT NOT RUN'
                   stop run
               end-if
               read Run-Control-File
                   at end
                       display 'RUN CONTROL EMPTY - VARIANCE '
                           'REPORT NOT RUN'
                       close Run-Control-File
                       stop run
               end-read
               close Run-Control-File
               move Rc-Period-Number to Ws-Rc-Period
               if Rc-Payroll-Done not = 'Y'
                   display 'PAYROLL HAS NOT COMPLETED FOR PERIOD '
                       Ws-Rc-Period ' - VARIANCE REPORT NOT RUN'
                   stop run
               end-if
               if Ws-Rc-Period > 1
                   compute Ws-Prior-Period = Ws-Rc-Period - 1
               end-if.

       035-LOAD-TOLERANCES.
               open input Tolerance-File
               if Ws-Tolerance-Status = "00"
                   read Tolerance-File
                       at end
                           display 'VARTOL.TXT EMPTY - EVERY CHANGE '
                               'LISTED'
                       not at end
                           move Vtl-Salary-Tolerance
                               to Ws-Salary-Tolerance
                           move Vtl-Dues-Tolerance to Ws-Dues-Tolerance
                           move Vtl-Insur-Tolerance
                               to Ws-Insur-Tolerance
                   end-read
                   close Tolerance-File
               else
                   display 'VARTOL.TXT NOT FOUND - EVERY CHANGE '
                       'LISTED'
               end-if.

      *************************************************
      * SORTS THE NORMAL POSTINGS UP TO THE CURRENT    *
      * PERIOD INTO EMPLOYEE AND PERIOD ORDER, PICKING *
      * UP THE DATE EACH OF THE TWO PERIODS POSTED ON  *
      * AS THEY GO BY. RETRO ('R') POSTINGS ARE LEFT   *
      * OUT - THEY ARE NOT A PERIOD'S WITHHOLDING.     *
      *************************************************
       040-SORT-PERIOD-HISTORY.
               sort Hist-Sort-Work
                   on ascending key Hsw-Emp-Number
                                    Hsw-Period-Number
                   input procedure is 041-RELEASE-POSTINGS
                   giving Hist-Sorted.

       041-RELEASE-POSTINGS.
               open input Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   perform until Ws-Ytd-Hist-Eof = 'y'
                       read Ytd-History
                           at end
                               move 'y' to Ws-Ytd-Hist-Eof
                           not at end
                               if Hst-Source = 'P'
                                  and Hst-Period-Number <= Ws-Rc-Period
                                   perform 042-NOTE-PERIOD-DATE
                                   move Ytd-History-Record
                                       to Hist-Sort-Record
                                   release Hist-Sort-Record
                               end-if
                       end-read
                   end-perform
                   close Ytd-History
               else
                   display 'YTDHIST.DAT NOT AVAILABLE - STATUS '
                       Ws-Ytd-Hist-Status
               end-if.

       042-NOTE-PERIOD-DATE.
               if Hst-Period-Number = Ws-Rc-Period
                  and Hst-Period-Date > Ws-Current-Date
                   move Hst-Period-Date to Ws-Current-Date
               end-if
               if Hst-Period-Number = Ws-Prior-Period
                  and Hst-Period-Date > Ws-Prior-Date
                   move Hst-Period-Date to Ws-Prior-Date
               end-if.

      *************************************************
      * PROJECT2-2 LOGS A RATEAUDIT.TXT LINE EVERY RUN *
      * WITH THE FACTORS BEFORE AND AFTER. A LINE      *
      * BETWEEN THE TWO PERIOD DATES WHOSE OLD AND NEW *
      * FACTOR DIFFER IS A RATE ROW CHANGE.            *
      *************************************************
       045-LOAD-RATE-CHANGES.
               open input Rate-Audit-File
               if Ws-Rate-Audit-Status = "00"
                   perform until Ws-Rate-Audit-Eof = 'y'
                       read Rate-Audit-File
                           at end
                               move 'y' to Ws-Rate-Audit-Eof
                           not at end
                               if Ra-Effective-Date > Ws-Prior-Date
                                  and Ra-Effective-Date
                                      <= Ws-Current-Date
                                   perform 046-NOTE-RATE-CHANGE
                               end-if
                       end-read
                   end-perform
                   close Rate-Audit-File
               end-if.

       046-NOTE-RATE-CHANGE.
               if Ra-Old-Salary-Factor not = Ra-New-Salary-Factor
                   move Ra-Effective-Date to Ws-Salary-Rate-Date
               end-if
               if Ra-Old-Dues-Factor not = Ra-New-Dues-Factor
                   move Ra-Effective-Date to Ws-Dues-Rate-Date
               end-if
               if Ra-Old-Insur-Factor not = Ra-New-Insur-Factor
                   move Ra-Effective-Date to Ws-Insur-Rate-Date
               end-if.

      *************************************************
      * LOADS THE CHANGE-HISTORY ENTRIES DATED BETWEEN *
      * THE TWO PERIODS.                               *
      *************************************************
       050-LOAD-CHANGE-HISTORY.
               open input Change-History
               if Ws-Chg-Hist-Status = "00"
                   perform until Ws-Chg-Hist-Eof = 'y'
                       read Change-History
                           at end
                               move 'y' to Ws-Chg-Hist-Eof
                           not at end
                             if Chg-Date > Ws-Prior-Date
                                and Chg-Date <= Ws-Current-Date
                               if Ws-Chg-Count < 2000
                                 add 1 to Ws-Chg-Count
                                 set Ws-Chg-Idx to Ws-Chg-Count
                                 move Chg-Emp-Number
                                     to Ws-Chg-Emp-Number (Ws-Chg-Idx)
                                 move Chg-Field-Name
                                     to Ws-Chg-Field (Ws-Chg-Idx)
                                 move Chg-Old-Value
                                     to Ws-Chg-Old (Ws-Chg-Idx)
                                 move Chg-New-Value
                                     to Ws-Chg-New (Ws-Chg-Idx)
                               else
                                 display 'CHANGE HISTORY TABLE FULL - '
                                     'NOT LOADED: ' Chg-Emp-Number
                               end-if
                             end-if
                       end-read
                   end-perform
                   close Change-History
               end-if.

      *************************************************
      * LOADS THE PERIOD'S TERMINATIONS FROM THE       *
      * REGISTER EMPMAINT PRINTED.                     *
      *************************************************
       055-LOAD-TERM-REGISTER.
               open input Term-Register
               if Ws-Term-Reg-Status = "00"
                   perform until Ws-Term-Reg-Eof = 'y'
                       read Term-Register
                           at end
                               move 'y' to Ws-Term-Reg-Eof
                           not at end
                             if Trr-Dept-Tag = 'DEPT: '
                               if Ws-Term-Count < 500
                                 add 1 to Ws-Term-Count
                                 set Ws-Term-Idx to Ws-Term-Count
                                 move Trr-Number
                                     to Ws-Term-Emp-Number (Ws-Term-Idx)
                               else
                                 display 'TERMINATION TABLE FULL - '
                                     'NOT LOADED: ' Trr-Number
                               end-if
                             end-if
                       end-read
                   end-perform
                   close Term-Register
               end-if.

      *************************************************
      * LOADS THE CARRIER'S AGE/DEPENDENT BRACKETS.    *
      * WITHOUT INSURTAB.TXT, ANY DEPENDENT-COUNT      *
      * CHANGE IS TAKEN AS A BRACKET CHANGE.           *
      *************************************************
       060-LOAD-INSURANCE-BRACKETS.
               open input Insur-Table-File
               if Ws-Insur-Tab-Status = "00"
                   perform until Ws-Insur-Tab-Eof = 'y'
                       read Insur-Table-File
                           at end
                               move 'y' to Ws-Insur-Tab-Eof
                           not at end
                             if Ws-Insur-Table-Count < 20
                               add 1 to Ws-Insur-Table-Count
                               set Ws-Insur-Idx to Ws-Insur-Table-Count
                               move Insur-Age-Low
                                 to Ws-Insur-Age-Low (Ws-Insur-Idx)
                               move Insur-Age-High
                                 to Ws-Insur-Age-High (Ws-Insur-Idx)
                               move Insur-Dep-Low
                                 to Ws-Insur-Dep-Low (Ws-Insur-Idx)
                               move Insur-Dep-High
                                 to Ws-Insur-Dep-High (Ws-Insur-Idx)
                             else
                               display 'INSURANCE BRACKET TABLE '
                                   'FULL - BRACKET DROPPED, AGE '
                                   Insur-Age-Low '-' Insur-Age-High
                             end-if
                       end-read
                   end-perform
                   close Insur-Table-File
               end-if.

      *************************************************
      * ONE EMPLOYEE'S TWO PERIODS SIDE BY SIDE.       *
      *************************************************
       110-COMPARE-EMPLOYEE.
               evaluate true
                   when Ws-Prior-Found = 'Y' and Ws-Current-Found = 'Y'
                       move 'S' to Ws-Field-Code
                       compute Ws-Difference =
                           Ws-Current-Salary - Ws-Prior-Salary
                       move Ws-Salary-Tolerance to Ws-Tolerance
                       perform 115-TEST-ONE-AMOUNT
                       move 'D' to Ws-Field-Code
                       compute Ws-Difference =
                           Ws-Current-Dues - Ws-Prior-Dues
                       move Ws-Dues-Tolerance to Ws-Tolerance
                       perform 115-TEST-ONE-AMOUNT
                       move 'I' to Ws-Field-Code
                       compute Ws-Difference =
                           Ws-Current-Insur - Ws-Prior-Insur
                       move Ws-Insur-Tolerance to Ws-Tolerance
                       perform 115-TEST-ONE-AMOUNT
                   when Ws-Prior-Found = 'Y'
                       perform 130-CHECK-STOPPED-POSTING
                   when Ws-Current-Found = 'Y'
                       perform 140-LIST-STARTED-POSTING
               end-evaluate.

       115-TEST-ONE-AMOUNT.
               if Ws-Difference < 0
                   compute Ws-Abs-Difference = 0 - Ws-Difference
               else
                   move Ws-Difference to Ws-Abs-Difference
               end-if
               if Ws-Abs-Difference > Ws-Tolerance
                   perform 120-FIND-AMOUNT-CAUSE
                   add 1 to Ws-Variance-Count
                   move Ws-Group-Emp to Vdl-Emp-Number
                   move Ws-Name to Vdl-Name
                   evaluate Ws-Field-Code
                       when 'S'
                           move 'SAL' to Vdl-Field
                           move Ws-Prior-Salary to Vdl-Prior
                           move Ws-Current-Salary to Vdl-Current
                       when 'D'
                           move 'DUES' to Vdl-Field
                           move Ws-Prior-Dues to Vdl-Prior
                           move Ws-Current-Dues to Vdl-Current
                       when other
                           move 'INS' to Vdl-Field
                           move Ws-Prior-Insur to Vdl-Prior
                           move Ws-Current-Insur to Vdl-Current
                   end-evaluate
                   move Ws-Difference to Vdl-Change
                   move Ws-Cause to Vdl-Cause
                   write variance-rec from variance-detail-line
               end-if.

      *************************************************
      * THE MOST DIRECT EXPLANATION WINS - A CHANGE TO *
      * THE MASTER FIELD ITSELF, THEN A BRACKET MOVE   *
      * OR ARREARS CATCH-UP, THEN A RATE ROW CHANGE    *
      * THAT MOVED EVERYONE.                           *
      *************************************************
       120-FIND-AMOUNT-CAUSE.
               move 'NO CAUSE ON FILE' to Ws-Cause
               evaluate Ws-Field-Code
                   when 'S'
                       move 'SALARY' to Ws-Chg-Search-Field
                       perform 180-FIND-CHANGE
                       if Ws-Chg-Found = 'N'
                           move 'OVERRIDE' to Ws-Chg-Search-Field
                           perform 180-FIND-CHANGE
                       end-if
                       if Ws-Chg-Found = 'N'
                           move 'OVERRIDE-SAL' to Ws-Chg-Search-Field
                           perform 180-FIND-CHANGE
                       end-if
                       if Ws-Chg-Found = 'Y'
                           perform 185-SET-CHANGE-CAUSE
                       else
                           if Ws-Salary-Rate-Date > 0
                               move Ws-Salary-Rate-Date
                                   to Ws-Rate-Date
                               perform 190-SET-RATE-CAUSE
                           end-if
                       end-if
                   when 'D'
                       move 'UNION-DUES' to Ws-Chg-Search-Field
                       perform 180-FIND-CHANGE
                       if Ws-Chg-Found = 'Y'
                           perform 185-SET-CHANGE-CAUSE
                       else
                           perform 125-CHECK-ARREARS-CATCHUP
                           if Ws-Cause = 'NO CAUSE ON FILE'
                              and Ws-Dues-Rate-Date > 0
                               move Ws-Dues-Rate-Date
                                   to Ws-Rate-Date
                               perform 190-SET-RATE-CAUSE
                           end-if
                       end-if
                   when other
                       move 'INSURANCE' to Ws-Chg-Search-Field
                       perform 180-FIND-CHANGE
                       if Ws-Chg-Found = 'Y'
                           perform 185-SET-CHANGE-CAUSE
                       else
                           perform 127-CHECK-BRACKET-CHANGE
                           if Ws-Cause = 'NO CAUSE ON FILE'
                              and Ws-Insur-Rate-Date > 0
                               move Ws-Insur-Rate-Date
                                   to Ws-Rate-Date
                               perform 190-SET-RATE-CAUSE
                           end-if
                       end-if
               end-evaluate.

      *************************************************
      * DUES THAT ROSE BECAUSE PROJECT2-2 DREW ON AN   *
      * ARREARS BALANCE THIS PERIOD, FELL BECAUSE THE  *
      * BALANCE WAS CLEARED, OR FELL BECAUSE THIS      *
      * PERIOD'S DUES WENT INTO ARREARS.               *
      *************************************************
       125-CHECK-ARREARS-CATCHUP.
               if Ws-Arrears-Available = 'Y'
                   move Ws-Group-Emp to Arr-Emp-Number
                   read Arrears-Master
                       invalid key
                           continue
                       not invalid key
                           evaluate true
                               when Arr-Last-Period = Ws-Rc-Period
                                and Arr-Last-Drawn > 0
                                and Ws-Difference > 0
                                   move 'ARREARS CATCH-UP'
                                       to Ws-Cause
                               when Arr-Last-Period = Ws-Rc-Period
                                and Arr-Last-Accrued > 0
                                and Ws-Difference < 0
                                   move 'DUES INTO ARREARS'
                                       to Ws-Cause
                               when Arr-Last-Period = Ws-Prior-Period
                                and Arr-Last-Drawn > 0
                                and Ws-Difference < 0
                                   move 'CATCH-UP ENDED' to Ws-Cause
                           end-evaluate
                   end-read
               end-if.

      *************************************************
      * A DEPENDENT-COUNT CHANGE ONLY MOVES THE        *
      * PREMIUM WHEN IT CROSSES INTO ANOTHER BRACKET   *
      * FOR THE EMPLOYEE'S AGE.                        *
      *************************************************
       127-CHECK-BRACKET-CHANGE.
               move 'DEPENDENTS' to Ws-Chg-Search-Field
               perform 180-FIND-CHANGE
               if Ws-Chg-Found = 'Y'
                   if Ws-Insur-Table-Count = 0
                       move 'BRACKET CHANGE' to Ws-Cause
                   else
                       move Ws-Chg-Found-Old (1:1)
                           to Ws-Bracket-Dependents
                       perform 128-FIND-BRACKET
                       move Ws-Bracket-Found to Ws-Old-Bracket
                       move Ws-Chg-Found-New (1:1)
                           to Ws-Bracket-Dependents
                       perform 128-FIND-BRACKET
                       move Ws-Bracket-Found to Ws-New-Bracket
                       if Ws-Old-Bracket not = Ws-New-Bracket
                           move 'BRACKET CHANGE' to Ws-Cause
                       end-if
                   end-if
               end-if.

       128-FIND-BRACKET.
               move 0 to Ws-Bracket-Found
               perform varying Ws-Insur-Idx from 1 by 1
                       until Ws-Insur-Idx > Ws-Insur-Table-Count
                          or Ws-Bracket-Found > 0
                   if Ws-Age >= Ws-Insur-Age-Low (Ws-Insur-Idx)
                      and Ws-Age <= Ws-Insur-Age-High (Ws-Insur-Idx)
                      and Ws-Bracket-Dependents
                          >= Ws-Insur-Dep-Low (Ws-Insur-Idx)
                      and Ws-Bracket-Dependents
                          <= Ws-Insur-Dep-High (Ws-Insur-Idx)
                       set Ws-Bracket-Found to Ws-Insur-Idx
                   end-if
               end-perform.

      *************************************************
      * POSTED LAST PERIOD BUT NOT THIS ONE. HOLDS AND *
      * THIS PERIOD'S TERMINATIONS ARE EXPECTED TO     *
      * STOP AND ARE NOT LISTED.                       *
      *************************************************
       130-CHECK-STOPPED-POSTING.
               move 'N' to Ws-Term-Found
               perform varying Ws-Term-Idx from 1 by 1
                       until Ws-Term-Idx > Ws-Term-Count
                          or Ws-Term-Found = 'Y'
                   if Ws-Term-Emp-Number (Ws-Term-Idx) = Ws-Group-Emp
                       move 'Y' to Ws-Term-Found
                   end-if
               end-perform
               if Ws-Hold-Flag not = 'H' and Ws-Term-Found = 'N'
                   perform 135-LIST-STOPPED-POSTING
               end-if.

       135-LIST-STOPPED-POSTING.
               move 'NO CAUSE ON FILE' to Ws-Cause
               move spaces to Ws-Chg-Search-Field
               perform 180-FIND-CHANGE
               if Ws-Chg-Found = 'Y'
                   perform 185-SET-CHANGE-CAUSE
               else
                   if Ws-On-Master = 'N'
                       move 'NOT ON MASTER' to Ws-Cause
                   end-if
               end-if
               add 1 to Ws-Missing-Count
               move Ws-Group-Emp to Pdl-Emp-Number
               move Ws-Name to Pdl-Name
               move Ws-Prior-Salary to Pdl-Salary
               move Ws-Prior-Dues to Pdl-Dues
               move Ws-Prior-Insur to Pdl-Insur
               move Ws-Cause to Pdl-Cause
               write missing-work-rec from posting-detail-line.

      *************************************************
      * POSTED THIS PERIOD BUT NOT LAST - A NEW HIRE,  *
      * A REHIRE OFF THE TERMINATION ARCHIVE, A HOLD   *
      * RELEASED, OR POSTING STARTED OR RESUMED.       *
      *************************************************
       140-LIST-STARTED-POSTING.
               move 'EMPLOYEE' to Ws-Chg-Search-Field
               perform 180-FIND-CHANGE
               evaluate true
                   when Ws-Chg-Found = 'Y'
                    and Ws-Chg-Found-New = 'ADDED'
                       move 'NEW HIRE' to Ws-Cause
                   when Ws-Chg-Found = 'Y'
                    and Ws-Chg-Found-New = 'REHIRED'
                       move 'REHIRED' to Ws-Cause
                   when other
                       move 'HOLD-FLAG' to Ws-Chg-Search-Field
                       perform 180-FIND-CHANGE
                       evaluate true
                           when Ws-Chg-Found = 'Y'
                               move 'RELEASED FROM HOLD' to Ws-Cause
                           when Ws-Earlier-Found = 'N'
                               move 'FIRST POSTING' to Ws-Cause
                           when other
                               move 'RESUMED POSTING' to Ws-Cause
                       end-evaluate
               end-evaluate
               add 1 to Ws-New-Count
               move Ws-Group-Emp to Pdl-Emp-Number
               move Ws-Name to Pdl-Name
               move Ws-Current-Salary to Pdl-Salary
               move Ws-Current-Dues to Pdl-Dues
               move Ws-Current-Insur to Pdl-Insur
               move Ws-Cause to Pdl-Cause
               write new-work-rec from posting-detail-line.

       150-READ-HISTORY.
               read Hist-Sorted
                   at end
                       move high-values to Ws-Hist-Key
                   not at end
                       move Hss-Emp-Number to Ws-Hist-Key
               end-read.

      *************************************************
      * GATHERS ONE EMPLOYEE'S POSTINGS - THE CURRENT  *
      * AND PRIOR PERIODS' AMOUNTS, AND WHETHER ANY    *
      * EARLIER PERIOD POSTED AT ALL.                  *
      *************************************************
       160-GATHER-EMPLOYEE-HISTORY.
               move Ws-Hist-Key to Ws-Group-Emp
               move 'N' to Ws-Prior-Found, Ws-Current-Found,
                           Ws-Earlier-Found
               move 0 to Ws-Prior-Salary, Ws-Prior-Dues,
                         Ws-Prior-Insur, Ws-Current-Salary,
                         Ws-Current-Dues, Ws-Current-Insur
               perform until Ws-Hist-Key not = Ws-Group-Emp
                   evaluate true
                       when Hss-Period-Number = Ws-Rc-Period
                           move 'Y' to Ws-Current-Found
                           add Hss-Salary-Posted to Ws-Current-Salary
                           add Hss-Dues-Posted to Ws-Current-Dues
                           add Hss-Insur-Posted to Ws-Current-Insur
                       when Hss-Period-Number = Ws-Prior-Period
                           move 'Y' to Ws-Prior-Found
                           add Hss-Salary-Posted to Ws-Prior-Salary
                           add Hss-Dues-Posted to Ws-Prior-Dues
                           add Hss-Insur-Posted to Ws-Prior-Insur
                       when other
                           move 'Y' to Ws-Earlier-Found
                   end-evaluate
                   perform 150-READ-HISTORY
               end-perform.

       170-READ-EMPLOYEE.
               read Employee-Data
                   at end
                       move high-values to Ws-Emp-Key
                   not at end
                       move Employee-Number-in to Ws-Emp-Key
               end-read.

      *************************************************
      * FINDS THE EMPLOYEE'S CHANGE-HISTORY ENTRY FOR  *
      * THE FIELD NAMED, OR FOR ANY FIELD WHEN THE     *
      * NAME IS BLANK.                                 *
      *************************************************
       180-FIND-CHANGE.
               move 'N' to Ws-Chg-Found
               perform varying Ws-Chg-Idx from 1 by 1
                       until Ws-Chg-Idx > Ws-Chg-Count
                          or Ws-Chg-Found = 'Y'
                   if Ws-Chg-Emp-Number (Ws-Chg-Idx) = Ws-Group-Emp
                      and (Ws-Chg-Search-Field = spaces
                       or Ws-Chg-Field (Ws-Chg-Idx)
                          = Ws-Chg-Search-Field)
                       move 'Y' to Ws-Chg-Found
                       move Ws-Chg-Field (Ws-Chg-Idx)
                           to Ws-Chg-Found-Field
                       move Ws-Chg-Old (Ws-Chg-Idx) to Ws-Chg-Found-Old
                       move Ws-Chg-New (Ws-Chg-Idx) to Ws-Chg-Found-New
                   end-if
               end-perform.

       185-SET-CHANGE-CAUSE.
               move spaces to Ws-Cause
               string 'CHGHIST ' delimited by size
                      Ws-Chg-Found-Field delimited by space
                   into Ws-Cause.

       190-SET-RATE-CAUSE.
               move spaces to Ws-Cause
               string 'RATE ROW ' delimited by size
                      Ws-Rate-Date delimited by size
                   into Ws-Cause.

       200-WRITE-HEADINGS.
               move Ws-Rc-Period to Rin-Current-Period
               move Ws-Current-Date to Rin-Current-Date
               move Ws-Prior-Period to Rin-Prior-Period
               move Ws-Prior-Date to Rin-Prior-Date
               move Ws-Salary-Tolerance to Tol-Salary
               move Ws-Dues-Tolerance to Tol-Dues
               move Ws-Insur-Tolerance to Tol-Insur
               write variance-rec from report-header-line
               write variance-rec from blank-line
               write variance-rec from run-info-line
               write variance-rec from tolerance-line
               write variance-rec from blank-line
               write variance-rec from variance-title-line
               write variance-rec from variance-column-line.

      *************************************************
      * THE STOPPED AND STARTED LISTS FOLLOW THE       *
      * VARIANCES, COPIED BACK FROM THEIR WORK FILES.  *
      *************************************************
       210-WRITE-REPORT-TAIL.
               if Ws-Variance-Count = 0
                   write variance-rec from none-line
               end-if
               write variance-rec from blank-line
               write variance-rec from missing-title-line
               write variance-rec from posting-column-line
               if Ws-Missing-Count = 0
                   write variance-rec from none-line
               else
                   open input Missing-Work-File
                   move 'n' to Ws-Work-Eof
                   perform until Ws-Work-Eof = 'y'
                       read Missing-Work-File
                           at end
                               move 'y' to Ws-Work-Eof
                           not at end
                               write variance-rec from missing-work-rec
                       end-read
                   end-perform
                   close Missing-Work-File
               end-if
               write variance-rec from blank-line
               write variance-rec from new-title-line
               write variance-rec from posting-column-line
               if Ws-New-Count = 0
                   write variance-rec from none-line
               else
                   open input New-Work-File
                   move 'n' to Ws-Work-Eof
                   perform until Ws-Work-Eof = 'y'
                       read New-Work-File
                           at end
                               move 'y' to Ws-Work-Eof
                           not at end
                               write variance-rec from new-work-rec
                       end-read
                   end-perform
                   close New-Work-File
               end-if
               write variance-rec from blank-line
               move 'OUTSIDE TOLERANCE:' to Cnt-Label
               move Ws-Variance-Count to Cnt-Count
               write variance-rec from count-line
               move 'POSTED LAST PERIOD ONLY:' to Cnt-Label
               move Ws-Missing-Count to Cnt-Count
               write variance-rec from count-line
               move 'POSTED THIS PERIOD ONLY:' to Cnt-Label
               move Ws-New-Count to Cnt-Count
               write variance-rec from count-line.
