       IDENTIFICATION DIVISION.
       PROGRAM-ID. goodstanding.
      ******************************************************
      * This program decides each member's standing under   *
      * the bylaws for an election cycle, from data the      *
      * system already keeps, and prints two lists - the     *
      * eligibility list by department (ELIGLIST.TXT) and    *
      * the "not in good standing" list (NOTGOOD.TXT) giving *
      * every reason a member fails and the amount needed to *
      * cure it. A member on the indexed Employee-Data       *
      * master (EMPINDEX.DAT) is not in good standing if:    *
      *   - their ARREARS.DAT balance is over the allowance  *
      *   - they have been on Hold longer than the limit     *
      *     (counted from their last normal posting on       *
      *     YTDHIST.DAT, or the periods accrued on their     *
      *     arrears record when the history has none)        *
      *   - PROJECT2-2 found their dues under the negotiated *
      *     minimum in any of the recent periods searched    *
      *     (DUESSHIST.TXT)                                  *
      *   - they will not have the required months of        *
      *     membership by the election date                 *
      * The limits come from GOODSTND.TXT and are printed on *
      * both lists, so a challenged decision can be traced   *
      * back to the rule and the figures behind it.          *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Rule-File assign to "GOODSTND.TXT"
                  organization is line sequential
                  file status is Ws-Rule-Status.
           SELECT Dept-Table-File assign to "DEPTTAB.TXT"
                  organization is line sequential
                  file status is Ws-Dept-Tab-Status.
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
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Hist-Sort-Work assign to "GSHSORT.TMP".
           SELECT Hist-Sorted assign to "GSHSRT.TMP"
                  organization is line sequential.
           SELECT Dues-Short-History assign to "DUESSHIST.TXT"
                  organization is line sequential
                  file status is Ws-Dues-Short-Hist-Status.
           SELECT Short-Sort-Work assign to "GSDSORT.TMP".
           SELECT Short-Sorted assign to "GSDSRT.TMP"
                  organization is line sequential.
           SELECT Standing-Work-File assign to "GSWORK.TMP"
                  organization is line sequential.
           SELECT Standing-Sort-Work assign to "GSSORT.TMP".
           SELECT Standing-Sorted assign to "GSSRT.TMP"
                  organization is line sequential.
           SELECT Eligible-File assign to "ELIGLIST.TXT"
                  organization is line sequential.
           SELECT Not-Good-File assign to "NOTGOOD.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
       FD  Rule-File.
       01  Rule-Record.
           COPY GSRULES.
       FD  Dept-Table-File.
       01  Dept-Table-Record.
           COPY DEPTTAB.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Arrears-Master.
       01  Arrears-Record.
           COPY ARREARS.
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
      *************************************************
      * THE PERIOD HISTORY AND THE SHORTFALL HISTORY,  *
      * EACH SORTED INTO EMPLOYEE ORDER SO BOTH CAN BE *
      * MATCHED AGAINST EMPINDEX.DAT IN ONE PASS.      *
      *************************************************
       SD  Hist-Sort-Work.
       01  Hist-Sort-Record.
           05 Hsw-Emp-Number       pic x(5).
           05 FILLER               pic x(41).
       FD  Hist-Sorted.
       01  Hist-Sorted-Record.
           05 Hss-Emp-Number       pic x(5).
           05 Hss-Period-Number    pic 9(6).
           05 Hss-Source           pic x(1).
           05 Hss-Period-Date      pic 9(8).
           05 FILLER               pic x(26).
       FD  Dues-Short-History.
       01  Dues-Short-History-Record.
           COPY DUESSHIST.
       SD  Short-Sort-Work.
       01  Short-Sort-Record.
           05 FILLER               pic x(14).
           05 Ssw-Emp-Number       pic x(5).
           05 FILLER               pic x(16).
       FD  Short-Sorted.
       01  Short-Sorted-Record.
           05 Sss-Period-Number    pic 9(6).
           05 FILLER               pic x(8).
           05 Sss-Emp-Number       pic x(5).
           05 FILLER               pic x(11).
           05 Sss-Shortfall        pic 999v99.
      *************************************************
      * ONE RECORD PER ELIGIBLE MEMBER, OR ONE PER     *
      * FAILED RULE FOR A MEMBER NOT IN GOOD STANDING, *
      * SORTED INTO DEPARTMENT ORDER FOR THE LISTS.    *
      *************************************************
       FD  Standing-Work-File.
       01  Standing-Work-Record.
           05 Gsw-Department       pic x(4).
           05 Gsw-Standing         pic x(1).
           05 Gsw-Emp-Number       pic x(5).
           05 Gsw-Reason-Seq       pic 9(1).
           05 Gsw-Name             pic x(20).
           05 Gsw-Hire-Date        pic 9(8).
           05 Gsw-Hold-Flag        pic x(1).
           05 Gsw-Reason           pic x(28).
           05 Gsw-Cure-Amount      pic 9(7)v99.
           05 Gsw-Note             pic x(13).
       SD  Standing-Sort-Work.
       01  Standing-Sort-Record.
           05 Gss-Department       pic x(4).
           05 Gss-Standing         pic x(1).
           05 Gss-Emp-Number       pic x(5).
           05 Gss-Reason-Seq       pic 9(1).
           05 FILLER               pic x(79).
       FD  Standing-Sorted.
       01  Standing-Sorted-Record.
           05 Gst-Department       pic x(4).
           05 Gst-Standing         pic x(1).
           05 Gst-Emp-Number       pic x(5).
           05 Gst-Reason-Seq       pic 9(1).
           05 Gst-Name             pic x(20).
           05 Gst-Hire-Date        pic 9(8).
           05 Gst-Hold-Flag        pic x(1).
           05 Gst-Reason           pic x(28).
           05 Gst-Cure-Amount      pic 9(7)v99.
           05 Gst-Note             pic x(13).
       FD  Eligible-File.
       01  eligible-rec            pic x(80).
       FD  Not-Good-File.
       01  not-good-rec            pic x(80).

       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 Ws-Runctl-Status         pic xx.
       01 Ws-Rule-Status           pic xx.
       01 Ws-Dept-Tab-Status       pic xx.
       01 Ws-Dept-Tab-Eof          pic x value 'n'.
       01 Ws-Employee-Status       pic xx.
       01 Ws-Arrears-Status        pic xx.
       01 Ws-Ytd-Hist-Status       pic xx.
       01 Ws-Dues-Short-Hist-Status pic xx.
       01 Ws-Standing-Eof          pic x value 'n'.
       01 Ws-Arrears-Available     pic x value 'N'.
       01 Ws-Run-Date              pic 9(8).
       01 Ws-Rc-Period             pic 9(6) value 0.
      *************************************************
      * THE RULES IN FORCE. THE VALUES BELOW ARE USED  *
      * WHEN GOODSTND.TXT IS MISSING - NO ARREARS      *
      * ALLOWED, SIX PERIODS ON HOLD, THREE PERIODS    *
      * SEARCHED FOR A SHORTFALL, SIX MONTHS OF        *
      * MEMBERSHIP BY THE RUN DATE.                    *
      *************************************************
       01 Ws-Rules.
           05 Ws-Max-Arrears       pic 9(5)v99 value 0.
           05 Ws-Max-Hold-Periods  pic 9(3) value 6.
           05 Ws-Short-Window      pic 9(3) value 3.
           05 Ws-Min-Months        pic 9(3) value 6.
           05 Ws-Election-Date     pic 9(8) value 0.
       01 Ws-Window-Start          pic s9(7) value 0.
      *************************************************
      * MATCH KEYS FOR THE ONE-PASS MERGE. EACH GOES   *
      * TO HIGH-VALUES AT END OF FILE.                 *
      *************************************************
       01 Ws-Hist-Key              pic x(5).
       01 Ws-Short-Key             pic x(5).
      *************************************************
      * ONE MEMBER'S FIGURES, GATHERED BEFORE THE      *
      * RULES ARE APPLIED.                             *
      *************************************************
       01 Ws-Last-Posted-Period    pic 9(6) value 0.
       01 Ws-Short-Periods         pic 9(3) value 0.
       01 Ws-Short-Total           pic 9(7)v99 value 0.
       01 Ws-Arrears-Balance       pic 9(7)v99 value 0.
       01 Ws-Arrears-Periods       pic 9(3) value 0.
       01 Ws-Hold-Periods          pic 9(6) value 0.
       01 Ws-Reason-Count          pic 9(1) value 0.
       01 Ws-Edit-Count            pic zz9.
       01 Ws-Edit-Period           pic 9(6).
      *************************************************
      * DATE THE MEMBER REACHES THE REQUIRED MONTHS OF *
      * MEMBERSHIP - THE HIRE DATE MOVED FORWARD BY    *
      * WHOLE MONTHS.                                  *
      *************************************************
       01 Ws-Eligible-Date.
           05 Ws-Elig-Year         pic 9(4).
           05 Ws-Elig-Month        pic 9(2).
           05 Ws-Elig-Day          pic 9(2).
       01 Ws-Eligible-Date-N redefines Ws-Eligible-Date
                                   pic 9(8).
       01 Ws-Month-Count           pic 9(7) value 0.
      *************************************************
      * DEPARTMENT NAME TABLE - LOADED ONCE FROM        *
      * DEPTTAB.TXT SO EACH DEPARTMENT HEADING CAN      *
      * CARRY ITS NAME.                                 *
      *************************************************
       01 Ws-Dept-Table-Count      pic 9(3) value 0.
       01 Ws-Dept-Name-Found       pic x value 'N'.
       01 Ws-Dept-Table.
           05 Ws-Dept-Entry occurs 50 times
                   indexed by Ws-Dept-Idx.
               10 Ws-Dept-Table-Code       pic x(4).
               10 Ws-Dept-Table-Name       pic x(30).
       01 Ws-Prev-Elig-Dept        pic x(4) value high-values.
       01 Ws-Prev-Not-Good-Dept    pic x(4) value high-values.
       01 Ws-Eligible-Count        pic 9(5) value 0.
       01 Ws-Dept-Eligible-Count   pic 9(5) value 0.
       01 Ws-Not-Good-Count        pic 9(5) value 0.
       01 Ws-Cure-Total            pic 9(9)v99 value 0.
       01 Ws-Member-Cure           pic 9(7)v99 value 0.
       01 eligible-header-line.
           05 Filler               pic x(22) value spaces.
           05 Filler               pic x(36) value
              'ELECTION ELIGIBILITY - GOOD STANDING'.
           05 Filler               pic x(22) value spaces.
       01 not-good-header-line.
           05 Filler               pic x(25) value spaces.
           05 Filler               pic x(30) value
              'MEMBERS NOT IN GOOD STANDING'.
           05 Filler               pic x(25) value spaces.
       01 run-info-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(8) value 'PERIOD: '.
           05 Rin-Period-Out       pic 9(6).
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(15) value
              'ELECTION DATE: '.
           05 Rin-Election-Date    pic 9(8).
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(10) value 'RUN DATE: '.
           05 Rin-Run-Date         pic 9(8).
       01 rule-line-1.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(25) value
              'RULES: ARREARS ALLOWED  $'.
           05 Rul-Max-Arrears      pic zzzz9.99.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(22) value
              'MAX PERIODS ON HOLD : '.
           05 Rul-Max-Hold         pic zz9.
       01 rule-line-2.
           05 Filler               pic x(10) value spaces.
           05 Filler               pic x(26) value
              'SHORTFALL PERIODS SEARCHED'.
           05 Filler               pic x(2) value ': '.
           05 Rul-Short-Window     pic zz9.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(22) value
              'MEMBERSHIP MONTHS   : '.
           05 Rul-Min-Months       pic zz9.
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 dept-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(11) value 'DEPARTMENT '.
           05 Dhd-Department       pic x(4).
           05 Filler               pic x(3) value ' - '.
           05 Dhd-Department-Name  pic x(30).
       01 eligible-column-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(6) value 'EMP#  '.
           05 Filler               pic x(21) value 'NAME'.
           05 Filler               pic x(10) value 'HIRE DATE'.
           05 Filler               pic x(6) value 'STATUS'.
       01 eligible-detail-line.
           05 Filler               pic x(3) value spaces.
           05 Eld-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Eld-Name             pic x(20).
           05 Filler               pic x(1) value space.
           05 Eld-Hire-Date        pic 9(8).
           05 Filler               pic x(2) value spaces.
           05 Eld-Status           pic x(7).
       01 eligible-dept-total-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(26) value
              'ELIGIBLE IN DEPARTMENT  : '.
           05 Edt-Count            pic zzzz9.
       01 eligible-total-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(26) value
              'TOTAL ELIGIBLE MEMBERS  : '.
           05 Elt-Count            pic zzzz9.
       01 not-good-column-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(6) value 'EMP#  '.
           05 Filler               pic x(21) value 'NAME'.
           05 Filler               pic x(29) value 'REASON'.
           05 Filler               pic x(10) value 'TO CURE'.
           05 Filler               pic x(4) value 'NOTE'.
       01 not-good-detail-line.
           05 Filler               pic x(1) value space.
           05 Ngd-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Ngd-Name             pic x(20).
           05 Filler               pic x(1) value space.
           05 Ngd-Reason           pic x(28).
           05 Filler               pic x(1) value space.
           05 Ngd-Cure-Amount      pic zzzzz9.99.
           05 Filler               pic x(1) value space.
           05 Ngd-Note             pic x(13).
       01 not-good-total-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(30) value
              'MEMBERS NOT IN GOOD STANDING: '.
           05 Ngt-Count            pic zzzz9.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(18) value
              'TOTAL TO CURE   : '.
           05 Ngt-Cure-Total       pic zzzzzzzz9.99.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-READ-RUN-PERIOD
               perform 050-LOAD-RULES
               perform 060-LOAD-DEPARTMENT-TABLE
               perform 040-SORT-HISTORIES
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
               open input Hist-Sorted, Short-Sorted
               perform 150-READ-HISTORY
               perform 160-READ-SHORTFALL
               open output Standing-Work-File
               perform until eof = "y"
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           perform 110-JUDGE-ONE-MEMBER
                   end-read
               end-perform
               close Employee-Data, Hist-Sorted, Short-Sorted,
                     Standing-Work-File
               if Ws-Arrears-Available = 'Y'
                   close Arrears-Master
               end-if
               sort Standing-Sort-Work
                   on ascending key Gss-Department
                                    Gss-Standing
                                    Gss-Emp-Number
                                    Gss-Reason-Seq
                   using Standing-Work-File
                   giving Standing-Sorted
               open output Eligible-File, Not-Good-File
               perform 200-WRITE-LIST-HEADINGS
               open input Standing-Sorted
               perform until Ws-Standing-Eof = "y"
                   read Standing-Sorted
                       at end
                           move 'y' to Ws-Standing-Eof
                       not at end
                           if Gst-Standing = 'G'
                               perform 210-LIST-ELIGIBLE
                           else
                               perform 220-LIST-NOT-GOOD
                           end-if
                   end-read
               end-perform
               close Standing-Sorted
               perform 230-WRITE-LIST-TOTALS
               close Eligible-File, Not-Good-File
               display 'GOOD STANDING LISTS WRITTEN - ELIGIBLE: '
                   Ws-Eligible-Count ' NOT IN GOOD STANDING: '
                   Ws-Not-Good-Count.
               stop run.

      *************************************************
      * THE SHORTFALL WINDOW AND THE HOLD COUNT ARE    *
      * MEASURED BACK FROM THE RUN-CONTROL PERIOD.     *
      *************************************************
       030-READ-RUN-PERIOD.
               open input Run-Control-File
               if Ws-Runctl-Status not = "00"
                   display 'RUN CONTROL NOT FOUND - STANDING NOT '
                       'DECIDED'
                   stop run
               end-if
               read Run-Control-File
                   at end
                       display 'RUN CONTROL EMPTY - STANDING NOT '
                           'DECIDED'
                       close Run-Control-File
                       stop run
               end-read
               close Run-Control-File
               move Rc-Period-Number to Ws-Rc-Period.

      *************************************************
      * SORTS THE PERIOD HISTORY AND THE SHORTFALL     *
      * HISTORY INTO EMPLOYEE ORDER. A HISTORY THAT    *
      * DOES NOT EXIST YET SORTS TO AN EMPTY FILE.     *
      *************************************************
       040-SORT-HISTORIES.
               open input Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   close Ytd-History
                   sort Hist-Sort-Work
                       on ascending key Hsw-Emp-Number
                       using Ytd-History
                       giving Hist-Sorted
               else
                   open output Hist-Sorted
                   close Hist-Sorted
               end-if
               open input Dues-Short-History
               if Ws-Dues-Short-Hist-Status = "00"
                   close Dues-Short-History
                   sort Short-Sort-Work
                       on ascending key Ssw-Emp-Number
                       using Dues-Short-History
                       giving Short-Sorted
               else
                   open output Short-Sorted
                   close Short-Sorted
               end-if.

      *************************************************
      * READS THE ONE RULE RECORD. WITHOUT GOODSTND.TXT*
      * THE COMPILED-IN RULES ABOVE APPLY, AND THE     *
      * OPERATOR IS TOLD SO. A ZERO ELECTION DATE      *
      * MEANS THE RUN DATE.                            *
      *************************************************
       050-LOAD-RULES.
               open input Rule-File
               if Ws-Rule-Status = "00"
                   read Rule-File
                       at end
                           display 'GOODSTND.TXT EMPTY - DEFAULT '
                               'RULES USED'
                       not at end
                           move Gsp-Max-Arrears to Ws-Max-Arrears
                           move Gsp-Max-Hold-Periods
                               to Ws-Max-Hold-Periods
                           move Gsp-Short-Window to Ws-Short-Window
                           move Gsp-Min-Months to Ws-Min-Months
                           move Gsp-Election-Date to Ws-Election-Date
                   end-read
                   close Rule-File
               else
                   display 'GOODSTND.TXT NOT FOUND - DEFAULT RULES '
                       'USED'
               end-if
               if Ws-Election-Date = 0
                   move Ws-Run-Date to Ws-Election-Date
               end-if
               compute Ws-Window-Start = Ws-Rc-Period - Ws-Short-Window.

       060-LOAD-DEPARTMENT-TABLE.
               open input Dept-Table-File
               if Ws-Dept-Tab-Status = "00"
                   perform until Ws-Dept-Tab-Eof = 'y'
                       read Dept-Table-File
                           at end
                               move 'y' to Ws-Dept-Tab-Eof
                           not at end
                             if Ws-Dept-Table-Count < 50
                               add 1 to Ws-Dept-Table-Count
                               set Ws-Dept-Idx to Ws-Dept-Table-Count
                               move Dept-Code
                                   to Ws-Dept-Table-Code (Ws-Dept-Idx)
                               move Dept-Name
                                   to Ws-Dept-Table-Name (Ws-Dept-Idx)
                             else
                               display 'DEPARTMENT TABLE FULL - '
                                   'DEPARTMENT DROPPED: ' Dept-Code
                             end-if
                       end-read
                   end-perform
                   close Dept-Table-File
               end-if.

      *************************************************
      * GATHERS ONE MEMBER'S FIGURES FROM THE MERGED   *
      * HISTORIES AND THE ARREARS MASTER, THEN TESTS   *
      * EACH RULE. EVERY FAILED RULE IS WRITTEN AS ITS *
      * OWN LINE SO THE LIST SHOWS ALL THE REASONS,    *
      * NOT JUST THE FIRST ONE FOUND.                  *
      *************************************************
       110-JUDGE-ONE-MEMBER.
               move 0 to Ws-Last-Posted-Period
               perform until Ws-Hist-Key > Employee-Number-in
                   if Ws-Hist-Key = Employee-Number-in
                      and Hss-Source = 'P'
                      and Hss-Period-Number <= Ws-Rc-Period
                      and Hss-Period-Number > Ws-Last-Posted-Period
                       move Hss-Period-Number to Ws-Last-Posted-Period
                   end-if
                   perform 150-READ-HISTORY
               end-perform
               move 0 to Ws-Short-Periods Ws-Short-Total
               perform until Ws-Short-Key > Employee-Number-in
                   if Ws-Short-Key = Employee-Number-in
                      and Sss-Period-Number > Ws-Window-Start
                      and Sss-Period-Number <= Ws-Rc-Period
                       add 1 to Ws-Short-Periods
                       add Sss-Shortfall to Ws-Short-Total
                   end-if
                   perform 160-READ-SHORTFALL
               end-perform
               move 0 to Ws-Arrears-Balance Ws-Arrears-Periods
               if Ws-Arrears-Available = 'Y'
                   move Employee-Number-in to Arr-Emp-Number
                   read Arrears-Master
                       invalid key
                           continue
                       not invalid key
                           move Arr-Balance to Ws-Arrears-Balance
                           move Arr-Accrued-Periods
                               to Ws-Arrears-Periods
                   end-read
               end-if
               move 0 to Ws-Reason-Count
               move spaces to Standing-Work-Record
               move Department-Code to Gsw-Department
               move Employee-Number-in to Gsw-Emp-Number
               move Employee-Name-in to Gsw-Name
               move Employee-Hire-Date to Gsw-Hire-Date
               move Employee-Hold-Flag to Gsw-Hold-Flag
               move 'N' to Gsw-Standing
               perform 120-CHECK-ARREARS
               perform 122-CHECK-HOLD
               perform 124-CHECK-SHORTFALL
               perform 126-CHECK-MEMBERSHIP
               if Ws-Reason-Count = 0
                   move 'G' to Gsw-Standing
                   move 0 to Gsw-Reason-Seq Gsw-Cure-Amount
                   move spaces to Gsw-Reason Gsw-Note
                   write Standing-Work-Record
               end-if.

      *************************************************
      * ARREARS OVER THE ALLOWANCE. THE CURE IS WHAT   *
      * BRINGS THE BALANCE BACK DOWN TO THE ALLOWANCE. *
      *************************************************
       120-CHECK-ARREARS.
               if Ws-Arrears-Balance > Ws-Max-Arrears
                   add 1 to Ws-Reason-Count
                   move Ws-Reason-Count to Gsw-Reason-Seq
                   move 'DUES ARREARS OWING' to Gsw-Reason
                   compute Gsw-Cure-Amount =
                       Ws-Arrears-Balance - Ws-Max-Arrears
                   move spaces to Gsw-Note
                   write Standing-Work-Record
               end-if.

      *************************************************
      * ON HOLD TOO LONG. THE PERIODS ON HOLD RUN FROM *
      * THE LAST NORMAL POSTING; WITH NO POSTING ON    *
      * THE HISTORY (A NEW YEAR, OR NEVER POSTED) THE  *
      * PERIODS ACCRUED ON THE ARREARS RECORD ARE USED *
      * INSTEAD. NO AMOUNT CURES THIS - THE MEMBER     *
      * MUST RETURN FROM HOLD - AND ANY DUES OWED FOR  *
      * THE HOLD ARE ALREADY ON THE ARREARS LINE.      *
      *************************************************
       122-CHECK-HOLD.
               if Employee-Hold-Flag = 'H'
                   if Ws-Last-Posted-Period > 0
                       compute Ws-Hold-Periods =
                           Ws-Rc-Period - Ws-Last-Posted-Period
                   else
                       move Ws-Arrears-Periods to Ws-Hold-Periods
                   end-if
                   if Ws-Hold-Periods > Ws-Max-Hold-Periods
                       add 1 to Ws-Reason-Count
                       move Ws-Reason-Count to Gsw-Reason-Seq
                       move Ws-Hold-Periods to Ws-Edit-Count
                       move spaces to Gsw-Reason
                       string 'ON HOLD ' delimited by size
                              Ws-Edit-Count delimited by size
                              ' PERIODS' delimited by size
                           into Gsw-Reason
                       end-string
                       move 0 to Gsw-Cure-Amount
                       move spaces to Gsw-Note
                       if Ws-Last-Posted-Period > 0
                           move Ws-Last-Posted-Period
                               to Ws-Edit-Period
                           string 'LAST PD ' delimited by size
                                  Ws-Edit-Period delimited by size
                               into Gsw-Note
                           end-string
                       else
                           move 'NO POSTINGS' to Gsw-Note
                       end-if
                       write Standing-Work-Record
                   end-if
               end-if.

      *************************************************
      * SHORT OF THE DUES MINIMUM IN ANY PERIOD INSIDE *
      * THE WINDOW. THE CURE IS THE SHORTFALLS ADDED   *
      * UP OVER THOSE PERIODS.                         *
      *************************************************
       124-CHECK-SHORTFALL.
               if Ws-Short-Periods > 0
                   add 1 to Ws-Reason-Count
                   move Ws-Reason-Count to Gsw-Reason-Seq
                   move Ws-Short-Periods to Ws-Edit-Count
                   move spaces to Gsw-Reason
                   string 'UNDER DUES MINIMUM ' delimited by size
                          Ws-Edit-Count delimited by size
                          ' PD' delimited by size
                       into Gsw-Reason
                   end-string
                   move Ws-Short-Total to Gsw-Cure-Amount
                   move spaces to Gsw-Note
                   write Standing-Work-Record
               end-if.

      *************************************************
      * NOT A MEMBER LONG ENOUGH BY THE ELECTION DATE. *
      * THE NOTE GIVES THE DATE THE MEMBER QUALIFIES.  *
      * A MEMBER WITH NO HIRE DATE ON FILE CANNOT BE   *
      * MEASURED AND IS NOT FAILED ON THIS RULE.       *
      *************************************************
       126-CHECK-MEMBERSHIP.
               if Employee-Hire-Date > 0
                   move Employee-Hire-Date to Ws-Eligible-Date-N
                   compute Ws-Month-Count = Ws-Elig-Year * 12
                       + Ws-Elig-Month - 1 + Ws-Min-Months
                   divide Ws-Month-Count by 12
                       giving Ws-Elig-Year
                       remainder Ws-Elig-Month
                   add 1 to Ws-Elig-Month
                   if Ws-Eligible-Date-N > Ws-Election-Date
                       add 1 to Ws-Reason-Count
                       move Ws-Reason-Count to Gsw-Reason-Seq
                       move Ws-Min-Months to Ws-Edit-Count
                       move spaces to Gsw-Reason
                       string 'MEMBER UNDER ' delimited by size
                              Ws-Edit-Count delimited by size
                              ' MONTHS' delimited by size
                           into Gsw-Reason
                       end-string
                       move 0 to Gsw-Cure-Amount
                       move spaces to Gsw-Note
                       string 'ELIG ' delimited by size
                              Ws-Eligible-Date-N delimited by size
                           into Gsw-Note
                       end-string
                       write Standing-Work-Record
                   end-if
               end-if.

       150-READ-HISTORY.
               read Hist-Sorted
                   at end
                       move high-values to Ws-Hist-Key
                   not at end
                       move Hss-Emp-Number to Ws-Hist-Key
               end-read.

       160-READ-SHORTFALL.
               read Short-Sorted
                   at end
                       move high-values to Ws-Short-Key
                   not at end
                       move Sss-Emp-Number to Ws-Short-Key
               end-read.

      *************************************************
      * BOTH LISTS OPEN WITH THE PERIOD, THE ELECTION  *
      * DATE AND THE RULES THEY WERE DECIDED UNDER.    *
      *************************************************
       200-WRITE-LIST-HEADINGS.
               move Ws-Rc-Period to Rin-Period-Out
               move Ws-Election-Date to Rin-Election-Date
               move Ws-Run-Date to Rin-Run-Date
               move Ws-Max-Arrears to Rul-Max-Arrears
               move Ws-Max-Hold-Periods to Rul-Max-Hold
               move Ws-Short-Window to Rul-Short-Window
               move Ws-Min-Months to Rul-Min-Months
               write eligible-rec from eligible-header-line
               write eligible-rec from run-info-line
               write eligible-rec from rule-line-1
               write eligible-rec from rule-line-2
               write not-good-rec from not-good-header-line
               write not-good-rec from run-info-line
               write not-good-rec from rule-line-1
               write not-good-rec from rule-line-2.

      *************************************************
      * ONE ELIGIBLE MEMBER, UNDER A HEADING FOR EACH  *
      * NEW DEPARTMENT.                                *
      *************************************************
       210-LIST-ELIGIBLE.
               if Gst-Department not = Ws-Prev-Elig-Dept
                   if Ws-Prev-Elig-Dept not = high-values
                       move Ws-Dept-Eligible-Count to Edt-Count
                       write eligible-rec from eligible-dept-total-line
                   end-if
                   move Gst-Department to Ws-Prev-Elig-Dept
                   move 0 to Ws-Dept-Eligible-Count
                   perform 240-SET-DEPT-HEADER
                   write eligible-rec from blank-line
                   write eligible-rec from dept-header-line
                   write eligible-rec from eligible-column-line
               end-if
               move Gst-Emp-Number to Eld-Emp-Number
               move Gst-Name to Eld-Name
               move Gst-Hire-Date to Eld-Hire-Date
               if Gst-Hold-Flag = 'H'
                   move 'ON HOLD' to Eld-Status
               else
                   move 'ACTIVE' to Eld-Status
               end-if
               write eligible-rec from eligible-detail-line
               add 1 to Ws-Eligible-Count
               add 1 to Ws-Dept-Eligible-Count.

      *************************************************
      * ONE REASON A MEMBER IS NOT IN GOOD STANDING,   *
      * UNDER A HEADING FOR EACH NEW DEPARTMENT. THE   *
      * MEMBER IS COUNTED ON THEIR FIRST REASON.       *
      *************************************************
       220-LIST-NOT-GOOD.
               if Gst-Department not = Ws-Prev-Not-Good-Dept
                   move Gst-Department to Ws-Prev-Not-Good-Dept
                   perform 240-SET-DEPT-HEADER
                   write not-good-rec from blank-line
                   write not-good-rec from dept-header-line
                   write not-good-rec from not-good-column-line
               end-if
               if Gst-Reason-Seq = 1
                   add 1 to Ws-Not-Good-Count
                   move Gst-Emp-Number to Ngd-Emp-Number
                   move Gst-Name to Ngd-Name
               else
                   move spaces to Ngd-Emp-Number Ngd-Name
               end-if
               move Gst-Reason to Ngd-Reason
               move Gst-Cure-Amount to Ngd-Cure-Amount
               move Gst-Note to Ngd-Note
               write not-good-rec from not-good-detail-line
               add Gst-Cure-Amount to Ws-Cure-Total.

       230-WRITE-LIST-TOTALS.
               if Ws-Prev-Elig-Dept not = high-values
                   move Ws-Dept-Eligible-Count to Edt-Count
                   write eligible-rec from eligible-dept-total-line
               end-if
               move Ws-Eligible-Count to Elt-Count
               write eligible-rec from blank-line
               write eligible-rec from eligible-total-line
               move Ws-Not-Good-Count to Ngt-Count
               move Ws-Cure-Total to Ngt-Cure-Total
               write not-good-rec from blank-line
               write not-good-rec from not-good-total-line.

       240-SET-DEPT-HEADER.
               move Gst-Department to Dhd-Department
               move spaces to Dhd-Department-Name
               move 'N' to Ws-Dept-Name-Found
               perform varying Ws-Dept-Idx from 1 by 1
                   until Ws-Dept-Idx > Ws-Dept-Table-Count
                      or Ws-Dept-Name-Found = 'Y'
                   if Ws-Dept-Table-Code (Ws-Dept-Idx) = Gst-Department
                       move Ws-Dept-Table-Name (Ws-Dept-Idx)
                           to Dhd-Department-Name
                       move 'Y' to Ws-Dept-Name-Found
                   end-if
               end-perform.
