       IDENTIFICATION DIVISION.
       PROGRAM-ID. runhistory.
      ******************************************************
      * This program answers "when did period 14 run, was   *
      * it rerun, and what did it post" from the permanent  *
      * run-history ledger (RUNLEDGR.TXT) that EMPMAINT,    *
      * EMPBUILD, PROJECT2-2 and YEAREND each append to as  *
      * they finish. The ledger is sorted into period and   *
      * start order and listed period by period on          *
      * RUNHIST.TXT, with each run's mode, start and end    *
      * date/time, count and dollar totals. Along the way   *
      * it flags:                                           *
      *   - gaps - period numbers with no entries at all    *
      *   - reruns - a step run more than once in a period  *
      *     or run under a RUNOVRD.CTL override             *
      *   - out-of-order steps - EMPBUILD with no EMPMAINT  *
      *     ahead of it in the period, or PAYROLL with no   *
      *     EMPBUILD ahead of it                            *
      *   - periods that never reached a payroll run after  *
      *     their last EMPMAINT/EMPBUILD                    *
      * Simulation runs are listed but take no part in the  *
      * order checks. An optional RUNQRY.TXT record gives a *
      * from/to period range to list; without it every      *
      * period on the ledger is listed.                     *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Ledger assign to "RUNLEDGR.TXT"
                  organization is line sequential
                  file status is Ws-Run-Ledger-Status.
           SELECT Ledger-Sort-Work assign to "RUNHSORT.TMP".
           SELECT Ledger-Sorted assign to "RUNHSRT.TMP"
                  organization is line sequential.
           SELECT Query-File assign to "RUNQRY.TXT"
                  organization is line sequential
                  file status is Ws-Query-Status.
           SELECT output-file assign to "RUNHIST.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
      *************************************************
      * THE LEDGER AS APPENDED - ONLY EVER SORTED, SO  *
      * THE BUFFER JUST MATCHES THE RUNLEDGR.CPY (92)  *
      * RECORD LENGTH.                                 *
      *************************************************
       FD  Run-Ledger.
       01  run-ledger-rec          pic x(92).
       SD  Ledger-Sort-Work.
       01  Ledger-Sort-Record.
           05 Lsw-Period-Number    pic 9(6).
           05 FILLER               pic x(9).
           05 Lsw-Start-Date       pic 9(8).
           05 Lsw-Start-Time       pic 9(8).
           05 FILLER               pic x(61).
       FD  Ledger-Sorted.
       01  Ledger-Sorted-Record.
           COPY RUNLEDGR.
       FD  Query-File.
       01  query-rec.
           05 Qry-From-Period      pic 9(6).
           05 Qry-To-Period        pic 9(6).
       FD output-file.
       01 report-rec               pic x(80).

       WORKING-STORAGE SECTION.
       01 Ws-Run-Ledger-Status     pic xx.
       01 Ws-Query-Status          pic xx.
       01 Ws-From-Period           pic 9(6) value 0.
       01 Ws-To-Period             pic 9(6) value 999999.
       01 Ws-Ledger-Key            pic x(6).
      *************************************************
      * ONE PERIOD'S STATE. THE CHAIN LEVEL IS THE     *
      * LAST STEP REACHED IN THE NORMAL ORDER -        *
      * 1 EMPMAINT, 2 EMPBUILD, 3 PAYROLL - SO A STEP  *
      * MORE THAN ONE LEVEL AHEAD OF IT IS OUT OF      *
      * ORDER. A RERUN OF AN EARLIER STEP PULLS THE    *
      * CHAIN BACK, THE SAME WAY ITS RUN-CONTROL RESET *
      * MAKES THE LATER STEPS RUN AGAIN.               *
      *************************************************
       01 Ws-Period                pic 9(6) value 0.
       01 Ws-Prev-Period           pic 9(6) value 0.
       01 Ws-Gap-From              pic 9(6) value 0.
       01 Ws-Gap-To                pic 9(6) value 0.
       01 Ws-Chain-Level           pic 9 value 0.
       01 Ws-Step-Level            pic 9 value 0.
       01 Ws-Step-Seen-Table.
           05 Ws-Step-Seen         pic 9(3) occurs 3 times.
       01 Ws-In-Range              pic x value 'N'.
       01 Ws-Flag-Text             pic x(50).
      *************************************************
      * HHMMSSHH LEDGER TIME EDITED AS HH:MM:SS.       *
      *************************************************
       01 Ws-Time-In               pic 9(8).
       01 Ws-Time-Edit.
           05 Wte-Hh               pic x(2).
           05 Filler               pic x(1) value ':'.
           05 Wte-Mm               pic x(2).
           05 Filler               pic x(1) value ':'.
           05 Wte-Ss               pic x(2).
       01 Ws-Entry-Count           pic 9(5) value 0.
       01 Ws-Period-Count          pic 9(5) value 0.
       01 Ws-Gap-Count             pic 9(5) value 0.
       01 Ws-Rerun-Count           pic 9(5) value 0.
       01 Ws-Order-Count           pic 9(5) value 0.
       01 Ws-Incomplete-Count      pic 9(5) value 0.
       01 header-line-1.
           05 Filler               pic x(27) value spaces.
           05 Filler               pic x(26) value
              'RUN-HISTORY LEDGER'.
           05 Filler               pic x(27) value spaces.
       01 range-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(16) value 'PERIODS LISTED: '.
           05 Rng-From             pic 9(6).
           05 Filler               pic x(6) value ' THRU '.
           05 Rng-To               pic 9(6).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(9) value 'STEP'.
           05 Filler               pic x(9) value 'MODE'.
           05 Filler               pic x(20) value 'STARTED'.
           05 Filler               pic x(18) value 'ENDED'.
           05 Filler               pic x(7) value '  COUNT'.
       01 period-header-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(7) value 'PERIOD '.
           05 Phd-Period           pic 9(6).
       01 entry-line.
           05 Filler               pic x(3) value spaces.
           05 Ent-Step             pic x(8).
           05 Filler               pic x(1) value space.
           05 Ent-Mode             pic x(8).
           05 Filler               pic x(1) value space.
           05 Ent-Start-Date       pic 9(8).
           05 Filler               pic x(1) value space.
           05 Ent-Start-Time       pic x(8).
           05 Filler               pic x(3) value ' - '.
           05 Ent-End-Date         pic 9(8).
           05 Filler               pic x(1) value space.
           05 Ent-End-Time         pic x(8).
           05 Filler               pic x(1) value space.
           05 Ent-Count            pic zzzzzz9.
       01 amount-line.
           05 Filler               pic x(12) value spaces.
           05 Filler               pic x(4) value 'SAL '.
           05 Amt-Salary           pic -zzzzzzzzzz9.99.
           05 Filler               pic x(6) value ' DUES '.
           05 Amt-Dues             pic -zzzzzzzz9.99.
           05 Filler               pic x(5) value ' INS '.
           05 Amt-Insur            pic -zzzzzzzz9.99.
       01 flag-line.
           05 Filler               pic x(12) value spaces.
           05 Filler               pic x(4) value '*** '.
           05 Flg-Text             pic x(50).
       01 gap-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(33) value
              '*** GAP - NO ENTRIES FOR PERIODS '.
           05 Gap-From-Out         pic 9(6).
           05 Filler               pic x(6) value ' THRU '.
           05 Gap-To-Out           pic 9(6).
       01 none-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(40) value
              'NO LEDGER ENTRIES FOR THE PERIODS ASKED'.
       01 count-line.
           05 Filler               pic x(1) value space.
           05 Cnt-Label            pic x(30).
           05 Cnt-Count            pic zzzz9.

       procedure division.
       100-MAIN.
               perform 030-READ-QUERY
               open input Run-Ledger
               if Ws-Run-Ledger-Status not = "00"
                   display 'RUNLEDGR.TXT NOT AVAILABLE - STATUS '
                       Ws-Run-Ledger-Status
                   stop run
               end-if
               close Run-Ledger
               sort Ledger-Sort-Work
                   on ascending key Lsw-Period-Number
                                    Lsw-Start-Date
                                    Lsw-Start-Time
                   using Run-Ledger
                   giving Ledger-Sorted
               open input Ledger-Sorted
               open output output-file
               move Ws-From-Period to Rng-From
               move Ws-To-Period to Rng-To
               write report-rec from header-line-1
               write report-rec from blank-line
               write report-rec from range-line
               write report-rec from blank-line
               write report-rec from column-header-line
               perform 150-READ-LEDGER
               perform until Ws-Ledger-Key = high-values
                   perform 110-START-PERIOD
                   perform until Ws-Ledger-Key = high-values
                          or Rlg-Period-Number not = Ws-Period
                       perform 120-PROCESS-ENTRY
                       perform 150-READ-LEDGER
                   end-perform
                   perform 130-FINISH-PERIOD
               end-perform
               perform 200-WRITE-TOTALS
               close Ledger-Sorted, output-file
               display 'RUN HISTORY LISTED - PERIODS: '
                   Ws-Period-Count ' ENTRIES: ' Ws-Entry-Count.
               stop run.

      *************************************************
      * OPTIONAL FROM/TO PERIOD RANGE.                 *
      *************************************************
       030-READ-QUERY.
               open input Query-File
               if Ws-Query-Status = "00"
                   read Query-File
                       at end
                           continue
                       not at end
                           if Qry-From-Period is numeric
                               move Qry-From-Period to Ws-From-Period
                           end-if
                           if Qry-To-Period is numeric
                              and Qry-To-Period > 0
                               move Qry-To-Period to Ws-To-Period
                           end-if
                   end-read
                   close Query-File
               end-if.

      *************************************************
      * A NEW PERIOD - FLAGS ANY PERIOD NUMBERS        *
      * SKIPPED SINCE THE LAST ONE ON THE LEDGER AND   *
      * RESETS THE PERIOD'S STEP CHAIN.                *
      *************************************************
       110-START-PERIOD.
               move Rlg-Period-Number to Ws-Period
               move 0 to Ws-Chain-Level
               move 0 to Ws-Step-Seen (1) Ws-Step-Seen (2)
                         Ws-Step-Seen (3)
               if Ws-Period >= Ws-From-Period
                  and Ws-Period <= Ws-To-Period
                   move 'Y' to Ws-In-Range
               else
                   move 'N' to Ws-In-Range
               end-if
               if Ws-In-Range = 'Y'
                   add 1 to Ws-Period-Count
                   write report-rec from blank-line
                   if Ws-Prev-Period > 0
                      and Ws-Period > Ws-Prev-Period + 1
                       compute Ws-Gap-From = Ws-Prev-Period + 1
                       compute Ws-Gap-To = Ws-Period - 1
                       move Ws-Gap-From to Gap-From-Out
                       move Ws-Gap-To to Gap-To-Out
                       write report-rec from gap-line
                       add 1 to Ws-Gap-Count
                   end-if
                   move Ws-Period to Phd-Period
                   write report-rec from period-header-line
               end-if.

      *************************************************
      * ONE LEDGER ENTRY - LISTED, THEN CHECKED        *
      * AGAINST THE PERIOD'S STEP CHAIN.               *
      *************************************************
       120-PROCESS-ENTRY.
               evaluate Rlg-Step
                   when 'EMPMAINT'
                       move 1 to Ws-Step-Level
                   when 'EMPBUILD'
                       move 2 to Ws-Step-Level
                   when 'PAYROLL'
                       move 3 to Ws-Step-Level
                   when other
                       move 0 to Ws-Step-Level
               end-evaluate
               if Rlg-Mode = 'S'
                   move 0 to Ws-Step-Level
               end-if
               if Ws-In-Range = 'Y'
                   add 1 to Ws-Entry-Count
                   perform 125-WRITE-ENTRY
               end-if
               if Ws-Step-Level > 0
                   if Ws-Step-Seen (Ws-Step-Level) > 0
                      or Rlg-Mode = 'O'
                       move 'RERUN OF THIS STEP FOR THE PERIOD'
                           to Ws-Flag-Text
                       perform 127-WRITE-FLAG
                       if Ws-In-Range = 'Y'
                           add 1 to Ws-Rerun-Count
                       end-if
                   end-if
                   if Ws-Step-Level > Ws-Chain-Level + 1
                       evaluate Ws-Step-Level
                           when 2
                               move 'OUT OF ORDER - NO EMPMAINT FIRST'
                                   to Ws-Flag-Text
                           when other
                               move 'OUT OF ORDER - NO EMPBUILD FIRST'
                                   to Ws-Flag-Text
                       end-evaluate
                       perform 127-WRITE-FLAG
                       if Ws-In-Range = 'Y'
                           add 1 to Ws-Order-Count
                       end-if
                   end-if
                   move Ws-Step-Level to Ws-Chain-Level
                   add 1 to Ws-Step-Seen (Ws-Step-Level)
               end-if.

       125-WRITE-ENTRY.
               move Rlg-Step to Ent-Step
               evaluate Rlg-Mode
                   when 'N'
                       move 'NORMAL' to Ent-Mode
                   when 'R'
                       move 'RESTART' to Ent-Mode
                   when 'O'
                       move 'OVERRIDE' to Ent-Mode
                   when 'S'
                       move 'SIMULATE' to Ent-Mode
                   when other
                       move Rlg-Mode to Ent-Mode
               end-evaluate
               move Rlg-Start-Date to Ent-Start-Date
               move Rlg-Start-Time to Ws-Time-In
               perform 128-EDIT-TIME
               move Ws-Time-Edit to Ent-Start-Time
               move Rlg-End-Date to Ent-End-Date
               move Rlg-End-Time to Ws-Time-In
               perform 128-EDIT-TIME
               move Ws-Time-Edit to Ent-End-Time
               move Rlg-Record-Count to Ent-Count
               move Rlg-Salary-Total to Amt-Salary
               move Rlg-Dues-Total to Amt-Dues
               move Rlg-Insur-Total to Amt-Insur
               write report-rec from entry-line
               write report-rec from amount-line.

       127-WRITE-FLAG.
               if Ws-In-Range = 'Y'
                   move Ws-Flag-Text to Flg-Text
                   write report-rec from flag-line
               end-if.

       128-EDIT-TIME.
               move Ws-Time-In (1:2) to Wte-Hh
               move Ws-Time-In (3:2) to Wte-Mm
               move Ws-Time-In (5:2) to Wte-Ss.

      *************************************************
      * A PERIOD WHOSE LAST EMPMAINT/EMPBUILD WAS      *
      * NEVER FOLLOWED BY A PAYROLL RUN IS FLAGGED -   *
      * STILL IN PROGRESS IF IT IS THE LATEST PERIOD   *
      * ON THE LEDGER, INCOMPLETE IF A LATER PERIOD    *
      * HAS SINCE STARTED.                             *
      *************************************************
       130-FINISH-PERIOD.
               if Ws-Chain-Level > 0 and Ws-Chain-Level < 3
                   if Ws-Ledger-Key = high-values
                       move 'PERIOD STILL IN PROGRESS - NO PAYROLL YET'
                           to Ws-Flag-Text
                   else
                       move 'INCOMPLETE - NO PAYROLL AFTER LAST STEP'
                           to Ws-Flag-Text
                       if Ws-In-Range = 'Y'
                           add 1 to Ws-Incomplete-Count
                       end-if
                   end-if
                   perform 127-WRITE-FLAG
               end-if
               move Ws-Period to Ws-Prev-Period.

       150-READ-LEDGER.
               read Ledger-Sorted
                   at end
                       move high-values to Ws-Ledger-Key
                   not at end
                       move Rlg-Period-Number to Ws-Ledger-Key
               end-read.

       200-WRITE-TOTALS.
               if Ws-Period-Count = 0
                   write report-rec from blank-line
                   write report-rec from none-line
               end-if
               write report-rec from blank-line
               move 'PERIODS LISTED:' to Cnt-Label
               move Ws-Period-Count to Cnt-Count
               write report-rec from count-line
               move 'LEDGER ENTRIES:' to Cnt-Label
               move Ws-Entry-Count to Cnt-Count
               write report-rec from count-line
               move 'GAPS:' to Cnt-Label
               move Ws-Gap-Count to Cnt-Count
               write report-rec from count-line
               move 'RERUNS:' to Cnt-Label
               move Ws-Rerun-Count to Cnt-Count
               write report-rec from count-line
               move 'STEPS OUT OF ORDER:' to Cnt-Label
               move Ws-Order-Count to Cnt-Count
               write report-rec from count-line
               move 'INCOMPLETE PERIODS:' to Cnt-Label
               move Ws-Incomplete-Count to Cnt-Count
               write report-rec from count-line.
