       IDENTIFICATION DIVISION.
       PROGRAM-ID. stepincrease.
      ******************************************************
      * This program queues the contract's anniversary step *
      * increases. Every employee on the indexed Employee-   *
      * Data master (EMPINDEX.DAT) whose hire-date           *
      * anniversary falls between the run date and the end  *
      * of the look-ahead window (STEPPARM.TXT) is priced    *
      * against the step schedule (STEPSCHD.TXT) for the     *
      * years of service completed that day, and a 'C'       *
      * change transaction carrying the new Annual-Salary is *
      * appended to PENDTRAN.TXT, dated the anniversary, so  *
      * EMPMAINT's pending sweep applies the raise on the    *
      * right day. Employees on Hold or with an active       *
      * Override-Flag are not queued. Everything queued and  *
      * everything passed over is listed on STEPRPT.TXT for  *
      * HR to sign off. A raise over the dual-control salary *
      * limit (DUALCTL.TXT) is starred - EMPMAINT holds it   *
      * until an approved-by ID is added to it.              *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Step-Parm-File assign to "STEPPARM.TXT"
                  organization is line sequential
                  file status is Ws-Step-Parm-Status.
           SELECT Step-Schedule-File assign to "STEPSCHD.TXT"
                  organization is line sequential
                  file status is Ws-Step-Sched-Status.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Pending-File assign to "PENDTRAN.TXT"
                  organization is line sequential
                  file status is Ws-Pending-Status.
           SELECT Pend-Used-File assign to "PENDUSED.TXT"
                  organization is line sequential
                  file status is Ws-Pend-Used-Status.
           SELECT Skip-Work-File assign to "STPSKIP.TMP"
                  organization is line sequential.
           SELECT Step-Report assign to "STEPRPT.TXT"
                  organization is line sequential.
           SELECT Dual-Control-File assign to "DUALCTL.TXT"
                  organization is line sequential
                  file status is Ws-Dual-Ctl-Status.

       Data Division.
       File Section.
       FD  Step-Parm-File.
       01  Step-Parm-Record.
           COPY STEPPARM.
       FD  Step-Schedule-File.
       01  Step-Schedule-Record.
           COPY STEPSCHD.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
      *************************************************
      * PENDING (FUTURE-DATED) TRANSACTIONS - SAME     *
      * LAYOUT AS EMPMAINT.CBL'S PENDING-RECORD. READ  *
      * FIRST FOR WHAT IS ALREADY QUEUED, THEN OPENED  *
      * EXTEND FOR THIS RUN'S STEP INCREASES.          *
      *************************************************
       FD  Pending-File.
       01  Pending-Record.
           05 Pnd-Code                 pic x(1).
           05 Pnd-Employee-No          pic x(5).
           05 FILLER                   pic x(24).
           05 Pnd-Annual-Salary        pic x(6).
           05 FILLER                   pic x(36).
           05 Pnd-Effective-Date       pic 9(8).
           05 FILLER                   pic x(16).
      *************************************************
      * PENDING ITEMS EMPMAINT HAS ALREADY CONSUMED -  *
      * AN ANNIVERSARY THAT CAME DUE AND WAS APPLIED   *
      * SINCE THE LAST RUN IS NOT QUEUED A SECOND TIME.*
      *************************************************
       FD  Pend-Used-File.
       01  Pend-Used-Record.
           05 Pu-Period                pic 9(6).
           05 Pu-Code                  pic x(1).
           05 Pu-Employee-No           pic x(5).
           05 FILLER                   pic x(24).
           05 Pu-Annual-Salary         pic x(6).
           05 FILLER                   pic x(36).
           05 Pu-Effective-Date        pic 9(8).
           05 FILLER                   pic x(16).
       FD  Skip-Work-File.
       01  skip-work-rec               pic x(80).
       FD  Step-Report.
       01  step-report-rec             pic x(80).
       FD  Dual-Control-File.
       01  Dual-Control-Record.
           COPY DUALCTL.

       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 Ws-Step-Parm-Status       pic xx.
       01 Ws-Step-Sched-Status      pic xx.
       01 Ws-Step-Sched-Eof         pic x value 'n'.
       01 Ws-Employee-Status        pic xx.
       01 Ws-Pending-Status         pic xx.
       01 Ws-Pend-Eof               pic x value 'n'.
       01 Ws-Pend-Used-Status       pic xx.
       01 Ws-Pend-Used-Eof          pic x value 'n'.
       01 Ws-Skip-Eof               pic x value 'n'.
       01 Ws-Run-Date               pic 9(8).
      *************************************************
      * LOOK-AHEAD WINDOW. ANNIVERSARIES FROM THE RUN  *
      * DATE THROUGH WS-WINDOW-END ARE QUEUED. A MONTH *
      * PLUS A DAY IS LOOKED AHEAD WHEN STEPPARM.TXT   *
      * IS MISSING.                                    *
      *************************************************
       01 Ws-Window-Days            pic 9(3) value 31.
       01 Ws-Day-Count              pic 9(3) value 0.
       01 Ws-Window-End             pic 9(8) value 0.
       01 Ws-Roll-Date.
           05 Ws-Roll-Year          pic 9(4).
           05 Ws-Roll-Month         pic 9(2).
           05 Ws-Roll-Day           pic 9(2).
       01 Ws-Roll-Date-N redefines Ws-Roll-Date
                                    pic 9(8).
      *************************************************
      * DAYS IN EACH MONTH. FEBRUARY IS RESET FOR THE  *
      * YEAR IN HAND BY 080-SET-FEBRUARY.              *
      *************************************************
       01 Ws-Month-Days-Values      pic x(24) value
              '312831303130313130313031'.
       01 Ws-Month-Days-Table redefines Ws-Month-Days-Values.
           05 Ws-Month-Days         pic 9(2) occurs 12 times.
       01 Ws-Leap-Year              pic 9(4).
       01 Ws-Leap-Quotient          pic 9(4).
       01 Ws-Leap-Remainder         pic 9(3).
       01 Ws-Leap-Switch            pic x value 'N'.
           88 Leap-Year-On               value 'Y'.
      *************************************************
      * THE HIRE DATE AND THE ANNIVERSARY BEING TESTED.*
      * A 29 FEBRUARY HIRE HAS ITS ANNIVERSARY ON THE  *
      * 28TH IN A COMMON YEAR.                         *
      *************************************************
       01 Ws-Hire-Date.
           05 Ws-Hire-Year          pic 9(4).
           05 Ws-Hire-Month         pic 9(2).
           05 Ws-Hire-Day           pic 9(2).
       01 Ws-Hire-Date-N redefines Ws-Hire-Date
                                    pic 9(8).
       01 Ws-Anniv-Date.
           05 Ws-Anniv-Year         pic 9(4).
           05 Ws-Anniv-Month        pic 9(2).
           05 Ws-Anniv-Day          pic 9(2).
       01 Ws-Anniv-Date-N redefines Ws-Anniv-Date
                                    pic 9(8).
       01 Ws-Run-Year               pic 9(4).
       01 Ws-End-Year               pic 9(4).
       01 Ws-Anniv-Found            pic x value 'N'.
       01 Ws-Years-Of-Service       pic 9(2) value 0.
      *************************************************
      * STEP SCHEDULE TABLE - LOADED ONCE FROM         *
      * STEPSCHD.TXT.                                  *
      *************************************************
       01 Ws-Step-Count             pic 9(3) value 0.
       01 Ws-Step-Found             pic x value 'N'.
       01 Ws-Step-Table.
           05 Ws-Step-Entry occurs 60 times
                   indexed by Ws-Step-Idx.
               10 Ws-Step-Years             pic 9(2).
               10 Ws-Step-Type              pic x(1).
               10 Ws-Step-Percent           pic 9(2)v99.
               10 Ws-Step-Amount            pic 9(5).
      *************************************************
      * SALARY CHANGES ALREADY QUEUED ON PENDTRAN.TXT, *
      * OR CONSUMED OFF IT FOR DATES NOT YET BEHIND    *
      * THE RUN DATE, SO A RERUN OR AN OVERLAPPING     *
      * WINDOW NEVER QUEUES A STEP TWICE AND A STEP IS *
      * NOT QUEUED OVER ANOTHER PENDING SALARY CHANGE  *
      * HR HAS KEYED FOR THE SAME EMPLOYEE.            *
      *************************************************
       01 Ws-Queued-Count           pic 9(4) value 0.
       01 Ws-Queued-Table.
           05 Ws-Queued-Entry occurs 1000 times
                   indexed by Ws-Queued-Idx.
               10 Ws-Queued-Employee-No     pic x(5).
               10 Ws-Queued-Effective-Date  pic 9(8).
       01 Ws-Same-Date-Queued       pic x value 'N'.
       01 Ws-Other-Change-Queued    pic x value 'N'.
      *************************************************
      * THE STEP INCREASE BEING PRICED.                *
      *************************************************
       01 Ws-New-Salary             pic 9(7) value 0.
       01 Ws-Increase               pic 9(7) value 0.
       01 Ws-Skip-Reason            pic x(28) value spaces.
       01 Ws-Step-Queued-Count      pic 9(5) value 0.
       01 Ws-Step-Skipped-Count     pic 9(5) value 0.
       01 Ws-Increase-Total         pic 9(9) value 0.
      *************************************************
      * THE 'C' TRANSACTION WRITTEN TO PENDTRAN.TXT -  *
      * THE TRANS.TXT LAYOUT CARRYING ONLY THE NEW     *
      * SALARY. EMPMAINT LEAVES EVERY FIELD A CHANGE   *
      * DOES NOT CARRY AS IT IS ON THE MASTER WHEN THE *
      * STEP COMES DUE. THE ENTERER IS THIS PROGRAM;   *
      * THE APPROVER IS LEFT FOR HR TO FILL IN WHERE   *
      * THE RAISE IS OVER THE DUAL-CONTROL LIMIT.      *
      *************************************************
       01 Step-Trans-Record.
           05 Stt-Code              pic x(1).
           05 Stt-Employee-No       pic x(5).
           05 FILLER                pic x(24).
           05 Stt-Annual-Salary     pic 9(6).
           05 FILLER                pic x(36).
           05 Stt-Effective-Date    pic 9(8).
           05 Stt-Entered-By        pic x(8).
           05 Stt-Approved-By       pic x(8).
      *************************************************
      * DUAL-CONTROL SALARY LIMIT, AS EMPMAINT APPLIES *
      * IT - 10 PERCENT WITHOUT DUALCTL.TXT.           *
      *************************************************
       01 Ws-Dual-Ctl-Status        pic xx.
       01 Ws-Dual-Salary-Percent    pic 9(3)v99 value 10.00.
       01 Ws-Dual-Salary-Limit      pic 9(7)v99 value 0.
       01 Ws-Step-Approval-Count    pic 9(5) value 0.
       01 approval-note-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(45) value
              '* OVER THE DUAL-CONTROL LIMIT - APPROVED-BY  '.
           05 Filler                pic x(23) value
              'ID NEEDED BEFORE DUE : '.
           05 Anl-Count             pic zzzz9.
       01 blank-line.
           05 Filler                pic x(80) value spaces.
       01 report-header-line.
           05 Filler                pic x(20) value spaces.
           05 Filler                pic x(40) value
              'ANNIVERSARY STEP INCREASES FOR SIGN-OFF'.
           05 Filler                pic x(20) value spaces.
       01 run-info-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(10) value 'RUN DATE: '.
           05 Rin-Run-Date          pic 9(8).
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(21) value
              'ANNIVERSARIES FROM : '.
           05 Rin-Window-Start      pic 9(8).
           05 Filler                pic x(6) value ' THRU '.
           05 Rin-Window-End        pic 9(8).
       01 queued-title-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(40) value
              'STEP INCREASES QUEUED TO PENDTRAN.TXT'.
       01 skipped-title-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(40) value
              'ANNIVERSARIES NOT QUEUED'.
       01 queued-column-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(6) value 'EMP#  '.
           05 Filler                pic x(21) value 'NAME'.
           05 Filler                pic x(5) value 'DEPT'.
           05 Filler                pic x(9) value 'EFFECTIVE'.
           05 Filler                pic x(3) value 'YR'.
           05 Filler                pic x(7) value 'OLD SAL'.
           05 Filler                pic x(7) value 'NEW SAL'.
           05 Filler                pic x(4) value 'STEP'.
       01 queued-detail-line.
           05 Filler                pic x(3) value spaces.
           05 Qdl-Emp-Number        pic x(5).
           05 Filler                pic x(1) value space.
           05 Qdl-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Qdl-Department        pic x(4).
           05 Filler                pic x(1) value space.
           05 Qdl-Effective-Date    pic 9(8).
           05 Filler                pic x(1) value space.
           05 Qdl-Years             pic z9.
           05 Filler                pic x(1) value space.
           05 Qdl-Old-Salary        pic zzzzz9.
           05 Filler                pic x(1) value space.
           05 Qdl-New-Salary        pic zzzzz9.
           05 Filler                pic x(1) value space.
           05 Qdl-Step              pic x(10).
           05 Filler                pic x(1) value space.
           05 Qdl-Approval-Flag     pic x(1).
       01 Ws-Step-Percent-Edit.
           05 Wse-Percent           pic z9.99.
           05 Filler                pic x(4) value ' PCT'.
       01 Ws-Step-Amount-Edit.
           05 Filler                pic x(1) value '$'.
           05 Wse-Amount            pic zz,zz9.
       01 skipped-column-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(6) value 'EMP#  '.
           05 Filler                pic x(21) value 'NAME'.
           05 Filler                pic x(5) value 'DEPT'.
           05 Filler                pic x(9) value 'ANNIV'.
           05 Filler                pic x(4) value 'YR'.
           05 Filler                pic x(6) value 'REASON'.
       01 skipped-detail-line.
           05 Filler                pic x(3) value spaces.
           05 Sdl-Emp-Number        pic x(5).
           05 Filler                pic x(1) value space.
           05 Sdl-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Sdl-Department        pic x(4).
           05 Filler                pic x(1) value space.
           05 Sdl-Anniv-Date        pic 9(8).
           05 Filler                pic x(1) value space.
           05 Sdl-Years             pic z9.
           05 Filler                pic x(2) value spaces.
           05 Sdl-Reason            pic x(28).
       01 none-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(4) value 'NONE'.
       01 queued-total-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(18) value
              'QUEUED          : '.
           05 Qtl-Count             pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(26) value
              'ANNUAL INCREASE TOTAL  : $'.
           05 Qtl-Increase-Total    pic zzz,zzz,zz9.
       01 skipped-total-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(18) value
              'NOT QUEUED      : '.
           05 Stl-Count             pic zzzz9.
       01 sign-off-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(45) value
              'HR REVIEWED BY: ____________________________'.
           05 Filler                pic x(20) value
              ' DATE: ____________'.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-SET-WINDOW
               perform 040-LOAD-STEP-SCHEDULE
               perform 045-READ-DUAL-CONTROL
               perform 050-LOAD-QUEUED-CHANGES
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   stop run
               end-if
               OPEN EXTEND Pending-File
               if Ws-Pending-Status not = "00"
                   open output Pending-File
                   close Pending-File
                   open extend Pending-File
               end-if
               open output Step-Report, Skip-Work-File
               write step-report-rec from report-header-line
               move Ws-Run-Date to Rin-Run-Date Rin-Window-Start
               move Ws-Window-End to Rin-Window-End
               write step-report-rec from run-info-line
               write step-report-rec from blank-line
               write step-report-rec from queued-title-line
               write step-report-rec from blank-line
               write step-report-rec from queued-column-line
               perform until eof = "y"
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           perform 110-CHECK-ONE-EMPLOYEE
                   end-read
               end-perform
               close Employee-Data, Pending-File, Skip-Work-File
               perform 200-WRITE-REPORT-TAIL
               close Step-Report
               display 'STEP INCREASES QUEUED: ' Ws-Step-Queued-Count
                   ' NOT QUEUED: ' Ws-Step-Skipped-Count.
               stop run.

      *************************************************
      * READS THE LOOK-AHEAD DAYS AND ROLLS THE RUN    *
      * DATE FORWARD BY THAT MANY DAYS, ONE CALENDAR   *
      * DAY AT A TIME, FOR THE END OF THE WINDOW.      *
      *************************************************
       030-SET-WINDOW.
               open input Step-Parm-File
               if Ws-Step-Parm-Status = "00"
                   read Step-Parm-File
                       at end
                           display 'STEPPARM.TXT EMPTY - DEFAULT '
                               'WINDOW USED'
                       not at end
                           if Spp-Window-Days is numeric
                               move Spp-Window-Days to Ws-Window-Days
                           end-if
                   end-read
                   close Step-Parm-File
               else
                   display 'STEPPARM.TXT NOT FOUND - DEFAULT WINDOW '
                       'USED'
               end-if
               move Ws-Run-Date to Ws-Roll-Date-N
               move 0 to Ws-Day-Count
               perform until Ws-Day-Count >= Ws-Window-Days
                   perform 070-ADVANCE-ONE-DAY
                   add 1 to Ws-Day-Count
               end-perform
               move Ws-Roll-Date-N to Ws-Window-End
               move Ws-Run-Date (1:4) to Ws-Run-Year
               move Ws-Window-End (1:4) to Ws-End-Year.

      *************************************************
      * LOADS THE STEP SCHEDULE. WITHOUT ONE THERE IS  *
      * NOTHING TO PRICE A STEP AGAINST, SO THE RUN    *
      * STOPS BEFORE ANYTHING IS QUEUED.               *
      *************************************************
       040-LOAD-STEP-SCHEDULE.
               open input Step-Schedule-File
               if Ws-Step-Sched-Status not = "00"
                   display 'STEPSCHD.TXT NOT AVAILABLE - STATUS '
                       Ws-Step-Sched-Status
                   stop run
               end-if
               perform until Ws-Step-Sched-Eof = 'y'
                   read Step-Schedule-File
                       at end
                           move 'y' to Ws-Step-Sched-Eof
                       not at end
                           if Ws-Step-Count < 60
                               add 1 to Ws-Step-Count
                               set Ws-Step-Idx to Ws-Step-Count
                               move Stp-Years-Of-Service
                                   to Ws-Step-Years (Ws-Step-Idx)
                               move Stp-Increase-Type
                                   to Ws-Step-Type (Ws-Step-Idx)
                               move Stp-Percent
                                   to Ws-Step-Percent (Ws-Step-Idx)
                               move Stp-Amount
                                   to Ws-Step-Amount (Ws-Step-Idx)
                           else
                               display 'STEP TABLE FULL - STEP '
                                   'DROPPED: ' Stp-Years-Of-Service
                           end-if
                   end-read
               end-perform
               close Step-Schedule-File
               if Ws-Step-Count = 0
                   display 'STEPSCHD.TXT EMPTY - NO STEPS QUEUED'
                   stop run
               end-if.

      *************************************************
      * READS THE DUAL-CONTROL SALARY LIMIT SO RAISES  *
      * EMPMAINT WILL HOLD FOR APPROVAL ARE STARRED.   *
      *************************************************
       045-READ-DUAL-CONTROL.
               open input Dual-Control-File
               if Ws-Dual-Ctl-Status = "00"
                   read Dual-Control-File
                       at end
                           continue
                       not at end
                           move Dlc-Salary-Percent
                               to Ws-Dual-Salary-Percent
                   end-read
                   close Dual-Control-File
               end-if.

      *************************************************
      * LOADS EVERY SALARY CHANGE WAITING ON           *
      * PENDTRAN.TXT, AND EVERY ONE EMPMAINT HAS       *
      * CONSUMED OFF IT DATED ON OR AFTER THE RUN      *
      * DATE. NEITHER FILE EXISTING JUST MEANS NOTHING *
      * IS QUEUED YET.                                 *
      *************************************************
       050-LOAD-QUEUED-CHANGES.
               open input Pending-File
               if Ws-Pending-Status = "00"
                   perform until Ws-Pend-Eof = 'y'
                       read Pending-File
                           at end
                               move 'y' to Ws-Pend-Eof
                           not at end
                               if Pnd-Code = 'C'
                                  and Pnd-Annual-Salary is numeric
                                   perform 055-ADD-PENDING-ENTRY
                               end-if
                       end-read
                   end-perform
                   close Pending-File
               end-if
               open input Pend-Used-File
               if Ws-Pend-Used-Status = "00"
                   perform until Ws-Pend-Used-Eof = 'y'
                       read Pend-Used-File
                           at end
                               move 'y' to Ws-Pend-Used-Eof
                           not at end
                               if Pu-Code = 'C'
                                  and Pu-Annual-Salary is numeric
                                  and Pu-Effective-Date is numeric
                                  and Pu-Effective-Date >= Ws-Run-Date
                                   perform 056-ADD-USED-ENTRY
                               end-if
                       end-read
                   end-perform
                   close Pend-Used-File
               end-if.

       055-ADD-PENDING-ENTRY.
               if Ws-Queued-Count < 1000
                   add 1 to Ws-Queued-Count
                   set Ws-Queued-Idx to Ws-Queued-Count
                   move Pnd-Employee-No
                       to Ws-Queued-Employee-No (Ws-Queued-Idx)
                   move Pnd-Effective-Date
                       to Ws-Queued-Effective-Date (Ws-Queued-Idx)
               else
                   display 'QUEUED CHANGE TABLE FULL - NOT CHECKED: '
                       Pnd-Employee-No
               end-if.

       056-ADD-USED-ENTRY.
               if Ws-Queued-Count < 1000
                   add 1 to Ws-Queued-Count
                   set Ws-Queued-Idx to Ws-Queued-Count
                   move Pu-Employee-No
                       to Ws-Queued-Employee-No (Ws-Queued-Idx)
                   move Pu-Effective-Date
                       to Ws-Queued-Effective-Date (Ws-Queued-Idx)
               else
                   display 'QUEUED CHANGE TABLE FULL - NOT CHECKED: '
                       Pu-Employee-No
               end-if.

      *************************************************
      * MOVES WS-ROLL-DATE ON BY ONE CALENDAR DAY.     *
      *************************************************
       070-ADVANCE-ONE-DAY.
               move Ws-Roll-Year to Ws-Leap-Year
               perform 080-SET-FEBRUARY
               add 1 to Ws-Roll-Day
               if Ws-Roll-Day > Ws-Month-Days (Ws-Roll-Month)
                   move 1 to Ws-Roll-Day
                   add 1 to Ws-Roll-Month
                   if Ws-Roll-Month > 12
                       move 1 to Ws-Roll-Month
                       add 1 to Ws-Roll-Year
                   end-if
               end-if.

      *************************************************
      * SETS FEBRUARY'S LENGTH FOR WS-LEAP-YEAR - EVERY*
      * FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY *
      * 400.                                           *
      *************************************************
       080-SET-FEBRUARY.
               move 'N' to Ws-Leap-Switch
               divide Ws-Leap-Year by 4 giving Ws-Leap-Quotient
                   remainder Ws-Leap-Remainder
               if Ws-Leap-Remainder = 0
                   move 'Y' to Ws-Leap-Switch
                   divide Ws-Leap-Year by 100 giving Ws-Leap-Quotient
                       remainder Ws-Leap-Remainder
                   if Ws-Leap-Remainder = 0
                       divide Ws-Leap-Year by 400
                           giving Ws-Leap-Quotient
                           remainder Ws-Leap-Remainder
                       if Ws-Leap-Remainder not = 0
                           move 'N' to Ws-Leap-Switch
                       end-if
                   end-if
               end-if
               if Leap-Year-On
                   move 29 to Ws-Month-Days (2)
               else
                   move 28 to Ws-Month-Days (2)
               end-if.

      *************************************************
      * LOOKS FOR THE EMPLOYEE'S HIRE-DATE ANNIVERSARY *
      * IN THE WINDOW - IN THE RUN DATE'S YEAR, OR THE *
      * NEXT YEAR WHEN THE WINDOW CROSSES YEAR END. AN *
      * EMPLOYEE WITH NO HIRE DATE ON FILE HAS NO      *
      * ANNIVERSARY TO FIND.                           *
      *************************************************
       110-CHECK-ONE-EMPLOYEE.
               move 'N' to Ws-Anniv-Found
               if Employee-Hire-Date is numeric
                  and Employee-Hire-Date > 0
                   move Employee-Hire-Date to Ws-Hire-Date-N
                   move Ws-Run-Year to Ws-Anniv-Year
                   perform 115-TEST-ANNIVERSARY
                   if Ws-Anniv-Found = 'N'
                      and Ws-End-Year not = Ws-Run-Year
                       move Ws-End-Year to Ws-Anniv-Year
                       perform 115-TEST-ANNIVERSARY
                   end-if
               end-if
               if Ws-Anniv-Found = 'Y'
                   compute Ws-Years-Of-Service =
                       Ws-Anniv-Year - Ws-Hire-Year
                   perform 120-PRICE-STEP
               end-if.

       115-TEST-ANNIVERSARY.
               move Ws-Hire-Month to Ws-Anniv-Month
               move Ws-Hire-Day to Ws-Anniv-Day
               if Ws-Hire-Month = 2 and Ws-Hire-Day = 29
                   move Ws-Anniv-Year to Ws-Leap-Year
                   perform 080-SET-FEBRUARY
                   if not Leap-Year-On
                       move 28 to Ws-Anniv-Day
                   end-if
               end-if
               if Ws-Anniv-Year > Ws-Hire-Year
                  and Ws-Anniv-Date-N >= Ws-Run-Date
                  and Ws-Anniv-Date-N <= Ws-Window-End
                   move 'Y' to Ws-Anniv-Found
               end-if.

      *************************************************
      * DECIDES WHETHER THE ANNIVERSARY IS QUEUED, AND *
      * PRICES THE STEP WHEN IT IS. A PERCENTAGE STEP  *
      * IS ROUNDED TO THE WHOLE DOLLAR, AS ANNUAL-     *
      * SALARY IS CARRIED.                             *
      *************************************************
       120-PRICE-STEP.
               move spaces to Ws-Skip-Reason
               perform 125-FIND-STEP
               perform 130-CHECK-ALREADY-QUEUED
               evaluate true
                   when Employee-Hold-Flag = 'H'
                       move 'ON HOLD' to Ws-Skip-Reason
                   when Override-Flag = 'Y'
                       move 'OVERRIDE SALARY IN EFFECT'
                           to Ws-Skip-Reason
                   when Ws-Step-Found = 'N'
                       move 'NO STEP FOR THESE YEARS'
                           to Ws-Skip-Reason
                   when Ws-Same-Date-Queued = 'Y'
                       move 'ALREADY QUEUED OR APPLIED'
                           to Ws-Skip-Reason
                   when Ws-Other-Change-Queued = 'Y'
                       move 'OTHER SALARY CHANGE PENDING'
                           to Ws-Skip-Reason
               end-evaluate
               if Ws-Skip-Reason = spaces
                   if Ws-Step-Type (Ws-Step-Idx) = 'P'
                       compute Ws-New-Salary rounded =
                           Annual-Salary *
                           (1 + Ws-Step-Percent (Ws-Step-Idx) / 100)
                   else
                       compute Ws-New-Salary =
                           Annual-Salary + Ws-Step-Amount (Ws-Step-Idx)
                   end-if
                   if Ws-New-Salary > 999999
                       move 'NEW SALARY TOO LARGE' to Ws-Skip-Reason
                   end-if
               end-if
               if Ws-Skip-Reason = spaces
                   perform 140-QUEUE-STEP
               else
                   perform 150-LIST-SKIPPED
               end-if.

       125-FIND-STEP.
               move 'N' to Ws-Step-Found
               perform varying Ws-Step-Idx from 1 by 1
                   until Ws-Step-Idx > Ws-Step-Count
                      or Ws-Step-Found = 'Y'
                   if Ws-Step-Years (Ws-Step-Idx) = Ws-Years-Of-Service
                      and (Ws-Step-Type (Ws-Step-Idx) = 'P'
                        or Ws-Step-Type (Ws-Step-Idx) = 'D')
                       move 'Y' to Ws-Step-Found
                   end-if
               end-perform
               if Ws-Step-Found = 'Y'
                   set Ws-Step-Idx down by 1
               end-if.

       130-CHECK-ALREADY-QUEUED.
               move 'N' to Ws-Same-Date-Queued Ws-Other-Change-Queued
               perform varying Ws-Queued-Idx from 1 by 1
                   until Ws-Queued-Idx > Ws-Queued-Count
                   if Ws-Queued-Employee-No (Ws-Queued-Idx)
                      = Employee-Number-in
                       if Ws-Queued-Effective-Date (Ws-Queued-Idx)
                          = Ws-Anniv-Date-N
                           move 'Y' to Ws-Same-Date-Queued
                       else
                           move 'Y' to Ws-Other-Change-Queued
                       end-if
                   end-if
               end-perform.

      *************************************************
      * APPENDS THE STEP INCREASE TO PENDTRAN.TXT AND  *
      * LISTS IT FOR SIGN-OFF.                         *
      *************************************************
       140-QUEUE-STEP.
               move spaces to Step-Trans-Record
               move 'C' to Stt-Code
               move Employee-Number-in to Stt-Employee-No
               move Ws-New-Salary to Stt-Annual-Salary
               move Ws-Anniv-Date-N to Stt-Effective-Date
               move 'STEPINCR' to Stt-Entered-By
               move Step-Trans-Record to Pending-Record
               write Pending-Record
               add 1 to Ws-Step-Queued-Count
               compute Ws-Increase = Ws-New-Salary - Annual-Salary
               add Ws-Increase to Ws-Increase-Total
               move Employee-Number-in to Qdl-Emp-Number
               move Employee-Name-in to Qdl-Name
               move Department-Code to Qdl-Department
               move Ws-Anniv-Date-N to Qdl-Effective-Date
               move Ws-Years-Of-Service to Qdl-Years
               move Annual-Salary to Qdl-Old-Salary
               move Ws-New-Salary to Qdl-New-Salary
               if Ws-Step-Type (Ws-Step-Idx) = 'P'
                   move Ws-Step-Percent (Ws-Step-Idx) to Wse-Percent
                   move Ws-Step-Percent-Edit to Qdl-Step
               else
                   move Ws-Step-Amount (Ws-Step-Idx) to Wse-Amount
                   move Ws-Step-Amount-Edit to Qdl-Step
               end-if
               move space to Qdl-Approval-Flag
               compute Ws-Dual-Salary-Limit =
                   Annual-Salary * Ws-Dual-Salary-Percent / 100
               if Ws-Increase > Ws-Dual-Salary-Limit
                   move '*' to Qdl-Approval-Flag
                   add 1 to Ws-Step-Approval-Count
               end-if
               write step-report-rec from queued-detail-line.

      *************************************************
      * PASSED-OVER ANNIVERSARIES ARE HELD ON A WORK   *
      * FILE SO THEY PRINT AS THEIR OWN SECTION AFTER  *
      * EVERYTHING QUEUED.                             *
      *************************************************
       150-LIST-SKIPPED.
               add 1 to Ws-Step-Skipped-Count
               move Employee-Number-in to Sdl-Emp-Number
               move Employee-Name-in to Sdl-Name
               move Department-Code to Sdl-Department
               move Ws-Anniv-Date-N to Sdl-Anniv-Date
               move Ws-Years-Of-Service to Sdl-Years
               move Ws-Skip-Reason to Sdl-Reason
               write skip-work-rec from skipped-detail-line.

      *************************************************
      * QUEUED TOTALS, THE PASSED-OVER SECTION AND THE *
      * HR SIGN-OFF LINE.                              *
      *************************************************
       200-WRITE-REPORT-TAIL.
               if Ws-Step-Queued-Count = 0
                   write step-report-rec from none-line
               end-if
               write step-report-rec from blank-line
               move Ws-Step-Queued-Count to Qtl-Count
               move Ws-Increase-Total to Qtl-Increase-Total
               write step-report-rec from queued-total-line
               if Ws-Step-Approval-Count > 0
                   move Ws-Step-Approval-Count to Anl-Count
                   write step-report-rec from approval-note-line
               end-if
               write step-report-rec from blank-line
               write step-report-rec from skipped-title-line
               write step-report-rec from blank-line
               write step-report-rec from skipped-column-line
               open input Skip-Work-File
               perform until Ws-Skip-Eof = 'y'
                   read Skip-Work-File
                       at end
                           move 'y' to Ws-Skip-Eof
                       not at end
                           write step-report-rec from skip-work-rec
                   end-read
               end-perform
               close Skip-Work-File
               if Ws-Step-Skipped-Count = 0
                   write step-report-rec from none-line
               end-if
               write step-report-rec from blank-line
               move Ws-Step-Skipped-Count to Stl-Count
               write step-report-rec from skipped-total-line
               write step-report-rec from blank-line
               write step-report-rec from blank-line
               write step-report-rec from sign-off-line.
