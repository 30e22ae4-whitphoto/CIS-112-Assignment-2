      * recently completed calendar year (the run year minus  *
      * one) and the one before it - the years YEAREND.CBL    *
      * names its archives for, whether its rollover ran in   *
      * December or slipped into January. The report ends    *
      * with the same comparison by department - each        *
      * employee's department from the indexed Employee-Data *
      * master (EMPINDEX.DAT), with a code retired by a      *
      * reorganization rolled into its successor through the *
      * DEPTXWLK.TXT crosswalk so both years total under one *
      * code.                                                *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Current-Sort-Work assign to "YTDCCWK.TMP".
           SELECT Sorted-Current-File assign to "YTDCCUR.TMP"
                  organization is line sequential.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is random
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Crosswalk-File assign to "DEPTXWLK.TXT"
                  organization is line sequential
                  file status is Ws-Crosswalk-Status.
           SELECT output-file assign to "YTDCOMPR.TXT"
                  organization is line sequential.

           05 Cya-Salary-Total     pic 9(9)v99.
           05 Cya-Dues-Total       pic 9(7)v99.
           05 Cya-Insur-Total      pic 9(7)v99.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Crosswalk-File.
       01  Crosswalk-Record.
           COPY DEPTXWLK.
       FD output-file.
       01 report-rec               pic x(80).

       01 Ws-Grand-Current-Dues     pic 9(9)v99 value 0.
       01 Ws-Grand-Current-Insur    pic 9(9)v99 value 0.
      *************************************************
      * BY-DEPARTMENT TOTALS. AN EMPLOYEE NO LONGER ON *
      * THE MASTER (OR NO EMPINDEX.DAT AT ALL) IS      *
      * BUCKETED UNDER '????', AS YTDRECON.CBL DOES.   *
      * THE CROSSWALK HOLDS EVERY RETIRED CODE WHOSE   *
      * MOVE HAS TAKEN EFFECT BY THE RUN DATE.         *
      *************************************************
       01 Ws-Employee-Status        pic xx.
       01 Ws-Master-Available       pic x value 'N'.
       01 Ws-Crosswalk-Status       pic xx.
       01 Ws-Crosswalk-Eof          pic x value 'n'.
       01 Ws-Xwalk-Count            pic 9(3) value 0.
       01 Ws-Xwalk-Found            pic x value 'N'.
       01 Ws-Xwalk-Moved            pic x value 'N'.
       01 Ws-Xwalk-Hops             pic 9(2) value 0.
       01 Ws-Xwalk-Table.
           05 Ws-Xwalk-Entry occurs 200 times
                   indexed by Ws-Xwalk-Idx.
               10 Ws-Xwalk-Old-Code        pic x(4).
               10 Ws-Xwalk-New-Code        pic x(4).
               10 Ws-Xwalk-Effective-Date  pic 9(8).
       01 Ws-Cmp-Dept-Code          pic x(4).
       01 Ws-Cmp-Dept-Count         pic 9(3) value 0.
       01 Ws-Cmp-Dept-Found         pic x value 'N'.
       01 Ws-Cmp-Sub                pic 9(3) value 0.
       01 Ws-Cmp-Dept-Table.
           05 Ws-Cmp-Dept-Entry occurs 50 times
                   indexed by Ws-Cmp-Idx.
               10 Ws-Cmp-Dept              pic x(4).
               10 Ws-Cmp-Prior-Salary      pic 9(11)v99.
               10 Ws-Cmp-Prior-Dues        pic 9(9)v99.
               10 Ws-Cmp-Prior-Insur       pic 9(9)v99.
               10 Ws-Cmp-Current-Salary    pic 9(11)v99.
               10 Ws-Cmp-Current-Dues      pic 9(9)v99.
               10 Ws-Cmp-Current-Insur     pic 9(9)v99.
      *************************************************
      * WORK FIELDS FOR ONE METRIC'S DOLLAR CHANGE AND  *
      * FOR THE SHARED PERCENT-CHANGE CALCULATION.      *
      * 128-COMPUTE-PERCENT TAKES WS-PCT-NUMERATOR OVER *
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(30) value
              'TOTAL - ALL EMPLOYEES'.
       01 dept-total-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(30) value
              'TOTALS BY DEPARTMENT'.
       01 dept-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(11) value 'DEPARTMENT '.
           05 Dhd-Dept-Out         pic x(4).
       01 total-count-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(23) value
       procedure division.
       100-MAIN.
               accept Ws-Compare-Date from date yyyymmdd
               perform 050-LOAD-CROSSWALK
               move Ws-Compare-Date (1:4) to Ws-Run-Year
               compute Ws-Current-Year = Ws-Run-Year - 1
               compute Ws-Prior-Year = Ws-Run-Year - 2
               write report-rec from header-line-2
               open input Sorted-Prior-File
                          Sorted-Current-File
               open input Employee-Data
               if Ws-Employee-Status = "00"
                   move 'Y' to Ws-Master-Available
               else
                   display 'EMPINDEX.DAT NOT AVAILABLE - DEPARTMENT '
                       'TOTALS ALL UNDER ????'
               end-if
               perform 105-READ-PRIOR
               perform 106-READ-CURRENT
               perform until Ws-Current-Eof = 'y'
                   end-evaluate
               end-perform
               perform 130-WRITE-GRAND-TOTALS
               perform 140-WRITE-DEPT-TOTALS
               if Ws-Master-Available = 'Y'
                   close Employee-Data
               end-if
               close Sorted-Prior-File, Sorted-Current-File,
                     output-file.
               stop run.

      *************************************************
      * LOADS THE DEPARTMENT CROSSWALK, KEEPING ONLY   *
      * MOVES IN EFFECT BY THE RUN DATE - THE LATEST   *
      * WHERE ONE OLD CODE WAS MAPPED MORE THAN ONCE.  *
      *************************************************
       050-LOAD-CROSSWALK.
               open input Crosswalk-File
               if Ws-Crosswalk-Status = "00"
                   perform until Ws-Crosswalk-Eof = 'y'
                       read Crosswalk-File
                           at end
                               move 'y' to Ws-Crosswalk-Eof
                           not at end
                               if Dxw-Effective-Date is numeric
                                  and Dxw-Effective-Date
                                      <= Ws-Compare-Date
                                   perform 055-STORE-CROSSWALK
                               end-if
                       end-read
                   end-perform
                   close Crosswalk-File
               end-if.

       055-STORE-CROSSWALK.
               move 'N' to Ws-Xwalk-Found
               perform varying Ws-Xwalk-Idx from 1 by 1
                   until Ws-Xwalk-Idx > Ws-Xwalk-Count
                      or Ws-Xwalk-Found = 'Y'
                   if Ws-Xwalk-Old-Code (Ws-Xwalk-Idx) = Dxw-Old-Code
                       move 'Y' to Ws-Xwalk-Found
                   end-if
               end-perform
               if Ws-Xwalk-Found = 'Y'
                   set Ws-Xwalk-Idx down by 1
                   if Dxw-Effective-Date
                       >= Ws-Xwalk-Effective-Date (Ws-Xwalk-Idx)
                       move Dxw-New-Code
                           to Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                       move Dxw-Effective-Date
                           to Ws-Xwalk-Effective-Date (Ws-Xwalk-Idx)
                   end-if
               else
                   if Ws-Xwalk-Count < 200
                       add 1 to Ws-Xwalk-Count
                       set Ws-Xwalk-Idx to Ws-Xwalk-Count
                       move Dxw-Old-Code
                           to Ws-Xwalk-Old-Code (Ws-Xwalk-Idx)
                       move Dxw-New-Code
                           to Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                       move Dxw-Effective-Date
                           to Ws-Xwalk-Effective-Date (Ws-Xwalk-Idx)
                   else
                       display 'CROSSWALK TABLE FULL - NOT ROLLED: '
                           Dxw-Old-Code
                   end-if
               end-if.

      *************************************************
      * SORTS BOTH ARCHIVES INTO EMPLOYEE-NUMBER ORDER *
      * SO THE MAIN LOOP CAN MATCH THEM RECORD AGAINST *
               perform 128-COMPUTE-PERCENT
               write report-rec from metric-detail-line
               add Ws-Match-Insur to Ws-Grand-Prior-Insur
               add Cya-Insur-Total to Ws-Grand-Current-Insur
               perform 125-ADD-TO-DEPARTMENT.

      *************************************************
      * ADDS THE EMPLOYEE'S TWO YEARS INTO THEIR       *
      * DEPARTMENT'S ROW - THE DEPARTMENT FROM A       *
      * RANDOM EMPINDEX.DAT READ, ROLLED FORWARD       *
      * THROUGH THE CROSSWALK IF IT HAS BEEN RETIRED.  *
      *************************************************
       125-ADD-TO-DEPARTMENT.
               move '????' to Ws-Cmp-Dept-Code
               if Ws-Master-Available = 'Y'
                   move Cya-Emp-Number to Employee-Number-in
                   read Employee-Data
                       invalid key
                           continue
                       not invalid key
                           move Department-Code to Ws-Cmp-Dept-Code
                   end-read
               end-if
               perform 126-ROLL-RETIRED-CODE
               move 'N' to Ws-Cmp-Dept-Found
               perform varying Ws-Cmp-Idx from 1 by 1
                   until Ws-Cmp-Idx > Ws-Cmp-Dept-Count
                      or Ws-Cmp-Dept-Found = 'Y'
                   if Ws-Cmp-Dept (Ws-Cmp-Idx) = Ws-Cmp-Dept-Code
                       move 'Y' to Ws-Cmp-Dept-Found
                       set Ws-Cmp-Sub to Ws-Cmp-Idx
                   end-if
               end-perform
               if Ws-Cmp-Dept-Found = 'N'
                   if Ws-Cmp-Dept-Count < 50
                       add 1 to Ws-Cmp-Dept-Count
                       move Ws-Cmp-Dept-Count to Ws-Cmp-Sub
                       move Ws-Cmp-Dept-Code to Ws-Cmp-Dept (Ws-Cmp-Sub)
                       move 0 to Ws-Cmp-Prior-Salary (Ws-Cmp-Sub)
                                 Ws-Cmp-Prior-Dues (Ws-Cmp-Sub)
                                 Ws-Cmp-Prior-Insur (Ws-Cmp-Sub)
                                 Ws-Cmp-Current-Salary (Ws-Cmp-Sub)
                                 Ws-Cmp-Current-Dues (Ws-Cmp-Sub)
                                 Ws-Cmp-Current-Insur (Ws-Cmp-Sub)
                       move 'Y' to Ws-Cmp-Dept-Found
                   else
                       display 'DEPARTMENT TABLE FULL - '
                           Ws-Cmp-Dept-Code
                           ' OMITTED FROM THE BY-DEPT TOTALS'
                   end-if
               end-if
               if Ws-Cmp-Dept-Found = 'Y'
                   add Ws-Match-Salary
                       to Ws-Cmp-Prior-Salary (Ws-Cmp-Sub)
                   add Ws-Match-Dues to Ws-Cmp-Prior-Dues (Ws-Cmp-Sub)
                   add Ws-Match-Insur
                       to Ws-Cmp-Prior-Insur (Ws-Cmp-Sub)
                   add Cya-Salary-Total
                       to Ws-Cmp-Current-Salary (Ws-Cmp-Sub)
                   add Cya-Dues-Total
                       to Ws-Cmp-Current-Dues (Ws-Cmp-Sub)
                   add Cya-Insur-Total
                       to Ws-Cmp-Current-Insur (Ws-Cmp-Sub)
               end-if.

      *************************************************
      * REPLACES A RETIRED DEPARTMENT CODE WITH THE    *
      * CODE IT ROLLED INTO, HOP BY HOP, AT MOST TEN   *
      * HOPS SO A MAPPING LOOP CANNOT HANG THE RUN.    *
      *************************************************
       126-ROLL-RETIRED-CODE.
               move 0 to Ws-Xwalk-Hops
               move 'Y' to Ws-Xwalk-Moved
               perform until Ws-Xwalk-Moved = 'N'
                          or Ws-Xwalk-Hops > 10
                   move 'N' to Ws-Xwalk-Moved
                   perform varying Ws-Xwalk-Idx from 1 by 1
                       until Ws-Xwalk-Idx > Ws-Xwalk-Count
                          or Ws-Xwalk-Moved = 'Y'
                       if Ws-Xwalk-Old-Code (Ws-Xwalk-Idx)
                              = Ws-Cmp-Dept-Code
                           move Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                               to Ws-Cmp-Dept-Code
                           move 'Y' to Ws-Xwalk-Moved
                       end-if
                   end-perform
                   add 1 to Ws-Xwalk-Hops
               end-perform.

      *************************************************
      * SHARED PERCENT-CHANGE CALCULATION - EDITS      *
               move Ws-Grand-Prior-Insur to Ws-Pct-Divisor
               perform 128-COMPUTE-PERCENT
               write report-rec from metric-detail-line.

      *************************************************
      * WRITES THE SAME THREE-METRIC COMPARISON FOR    *
      * EACH DEPARTMENT, IN THE ORDER THE DEPARTMENTS  *
      * FIRST TURNED UP.                               *
      *************************************************
       140-WRITE-DEPT-TOTALS.
               write report-rec from blank-line
               write report-rec from dept-total-header-line
               perform 145-WRITE-ONE-DEPT
                   varying Ws-Cmp-Sub from 1 by 1
                   until Ws-Cmp-Sub > Ws-Cmp-Dept-Count.

       145-WRITE-ONE-DEPT.
               move Ws-Cmp-Dept (Ws-Cmp-Sub) to Dhd-Dept-Out
               write report-rec from blank-line
               write report-rec from dept-header-line
               write report-rec from column-header-line

               move 'SALARY' to Mtr-Label-Out
               compute Ws-Metric-Change =
                   Ws-Cmp-Current-Salary (Ws-Cmp-Sub)
                   - Ws-Cmp-Prior-Salary (Ws-Cmp-Sub)
               move Ws-Cmp-Prior-Salary (Ws-Cmp-Sub) to Mtr-Prior-Out
               move Ws-Cmp-Current-Salary (Ws-Cmp-Sub)
                   to Mtr-Current-Out
               move Ws-Metric-Change to Mtr-Change-Out
               move Ws-Metric-Change to Ws-Pct-Numerator
               move Ws-Cmp-Prior-Salary (Ws-Cmp-Sub) to Ws-Pct-Divisor
               perform 128-COMPUTE-PERCENT
               write report-rec from metric-detail-line

               move 'DUES' to Mtr-Label-Out
               compute Ws-Metric-Change =
                   Ws-Cmp-Current-Dues (Ws-Cmp-Sub)
                   - Ws-Cmp-Prior-Dues (Ws-Cmp-Sub)
               move Ws-Cmp-Prior-Dues (Ws-Cmp-Sub) to Mtr-Prior-Out
               move Ws-Cmp-Current-Dues (Ws-Cmp-Sub) to Mtr-Current-Out
               move Ws-Metric-Change to Mtr-Change-Out
               move Ws-Metric-Change to Ws-Pct-Numerator
               move Ws-Cmp-Prior-Dues (Ws-Cmp-Sub) to Ws-Pct-Divisor
               perform 128-COMPUTE-PERCENT
               write report-rec from metric-detail-line

               move 'INSURANCE' to Mtr-Label-Out
               compute Ws-Metric-Change =
                   Ws-Cmp-Current-Insur (Ws-Cmp-Sub)
                   - Ws-Cmp-Prior-Insur (Ws-Cmp-Sub)
               move Ws-Cmp-Prior-Insur (Ws-Cmp-Sub) to Mtr-Prior-Out
               move Ws-Cmp-Current-Insur (Ws-Cmp-Sub)
                   to Mtr-Current-Out
               move Ws-Metric-Change to Mtr-Change-Out
               move Ws-Metric-Change to Ws-Pct-Numerator
               move Ws-Cmp-Prior-Insur (Ws-Cmp-Sub) to Ws-Pct-Divisor
               perform 128-COMPUTE-PERCENT
               write report-rec from metric-detail-line.
