       IDENTIFICATION DIVISION.
       PROGRAM-ID. integritysweep.
      ******************************************************
      * This program sweeps the whole set of files that must *
      * agree with one another before a period's payroll is  *
      * run, instead of leaving each pair to its own checker *
      * (DEPAUDIT.CBL for dependents, YTDRECON.CBL for the   *
      * dollar totals). It proves the indexed Employee-Data  *
      * master (EMPINDEX.DAT) against NAMEINDEX.TXT,         *
      * YTDMAST.DAT, TERMYTD.TXT, ARREARS.DAT, DEPENDTS.DAT, *
      * DEPTTAB.TXT, PENDTRAN.TXT and YTDHIST.DAT, and       *
      * YTDHIST.DAT against RUNCTL.DAT. Every orphan and     *
      * contradiction is listed on INTEGRPT.TXT with a       *
      * severity - ERROR where payroll would post wrongly or *
      * money is left with no owner, WARNING where the files *
      * disagree but payroll is not affected, INFO where    *
      * something is worth a look but is allowed. The run    *
      * ends with a return code the operator acts on:        *
      * 0 = passed, 4 = passed with warnings, 8 = failed -   *
      * do not run payroll until the errors are cleared, and *
      * 16 = the master could not be opened at all.          *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Name-Index-File assign to "NAMEINDEX.TXT"
                  organization is line sequential
                  file status is Ws-Name-Index-Status.
           SELECT Name-Sort-Work assign to "NIXWORK.TMP".
           SELECT Sorted-Name-File assign to "NIXSRT.TMP"
                  organization is line sequential.
           SELECT Ytd-Master assign to "YTDMAST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Ytd-Emp-Number
                  file status is Ws-Ytd-Status.
           SELECT Term-Ytd-File assign to "TERMYTD.TXT"
                  organization is line sequential
                  file status is Ws-Term-Ytd-Status.
           SELECT Arrears-Master assign to "ARREARS.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Arr-Emp-Number
                  file status is Ws-Arrears-Status.
           SELECT Dependent-Data assign to "DEPENDTS.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Dep-Key
                  file status is Ws-Dependent-Status.
           SELECT Dept-Table-File assign to "DEPTTAB.TXT"
                  organization is line sequential
                  file status is Ws-Dept-Tab-Status.
           SELECT Pending-File assign to "PENDTRAN.TXT"
                  organization is line sequential
                  file status is Ws-Pending-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Integrity-Report assign to "INTEGRPT.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Name-Index-File.
       01  Name-Index-Record.
           COPY NAMEIDX.
      *************************************************
      * NAME INDEX RE-SORTED INTO EMPLOYEE-NUMBER      *
      * ORDER SO IT CAN BE MATCHED AGAINST THE MASTER  *
      * - SAME LAYOUT AS NAMEIDX.CPY, SPELLED OUT      *
      * UNDER ITS OWN NAMES SO THE SORT'S USING AND    *
      * GIVING FILES STAY DISTINCT.                    *
      *************************************************
       SD  Name-Sort-Work.
       01  Name-Sort-Record.
           05 FILLER                   pic x(40).
           05 Nsr-Emp-Number           pic x(5).
           05 FILLER                   pic x(5).
       FD  Sorted-Name-File.
       01  Sorted-Name-Record.
           05 Srn-Standard-Name        pic x(20).
           05 Srn-Last-Name            pic x(20).
           05 Srn-Emp-Number           pic x(5).
           05 Srn-Department           pic x(4).
           05 Srn-Hold-Flag            pic x(1).
       FD  Ytd-Master.
       01  Ytd-Record.
           COPY YTDMAST.
       FD  Term-Ytd-File.
       01  Term-Ytd-Record.
           COPY TERMYTD.
       FD  Arrears-Master.
       01  Arrears-Record.
           COPY ARREARS.
       FD  Dependent-Data.
       01  Dependent-Record.
           COPY DEPENDTS.
       FD  Dept-Table-File.
       01  Dept-Table-Record.
           COPY DEPTTAB.
      *************************************************
      * PENDING (FUTURE-DATED) TRANSACTIONS - SAME     *
      * LAYOUT AS EMPMAINT.CBL'S PENDING-RECORD, WITH  *
      * ONLY THE FIELDS THIS SWEEP CHECKS NAMED.       *
      *************************************************
       FD  Pending-File.
       01  Pending-Record.
           05 Pnd-Code                 pic x(1).
           05 Pnd-Employee-No          pic x(5).
           05 FILLER                   pic x(44).
           05 Pnd-Department           pic x(4).
           05 FILLER                   pic x(18).
           05 Pnd-Effective-Date       pic 9(8).
           05 FILLER                   pic x(16).
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
       FD  Integrity-Report.
       01  integrity-rec               pic x(80).

       WORKING-STORAGE SECTION.
       01 eof                       pic x value "n".
       01 Ws-Employee-Status        pic xx.
       01 Ws-Name-Index-Status      pic xx.
       01 Ws-Ytd-Status             pic xx.
       01 Ws-Ytd-Eof                pic x value "n".
       01 Ws-Term-Ytd-Status        pic xx.
       01 Ws-Term-Ytd-Eof           pic x value "n".
       01 Ws-Arrears-Status         pic xx.
       01 Ws-Arrears-Eof            pic x value "n".
       01 Ws-Dependent-Status       pic xx.
       01 Ws-Dep-Eof                pic x value "n".
       01 Ws-Dependents-Available   pic x value 'N'.
       01 Ws-Dept-Tab-Status        pic xx.
       01 Ws-Dept-Tab-Eof           pic x value "n".
       01 Ws-Dept-Tab-Available     pic x value 'N'.
       01 Ws-Pending-Status         pic xx.
       01 Ws-Pend-Eof               pic x value "n".
       01 Ws-Ytd-Hist-Status        pic xx.
       01 Ws-Hist-Eof               pic x value "n".
       01 Ws-Runctl-Status          pic xx.
       01 Ws-Runctl-Available       pic x value 'N'.
       01 Ws-Run-Date               pic 9(8).
      *************************************************
      * RUN CONTROL AS IT STANDS. THE LAST PAID PERIOD *
      * IS THE CURRENT ONE ONCE ITS PAYROLL STEP IS    *
      * DONE, OTHERWISE THE ONE BEFORE IT - THE PERIOD *
      * AN ARREARS DRAW-DOWN SHOULD LAST HAVE HIT.     *
      *************************************************
       01 Ws-Rc-Period              pic 9(6) value 0.
       01 Ws-Rc-Payroll             pic x value 'N'.
       01 Ws-Last-Paid-Period       pic 9(6) value 0.
      *************************************************
      * DEPARTMENT TABLE - LOADED ONCE FROM            *
      * DEPTTAB.TXT. A CODE LISTED TWICE IS REPORTED   *
      * AND THE FIRST ROW KEPT.                        *
      *************************************************
       01 Ws-Dept-Count             pic 9(3) value 0.
       01 Ws-Dept-Found             pic x value 'N'.
       01 Ws-Check-Dept             pic x(4).
       01 Ws-Dept-Table.
           05 Ws-Dept-Entry occurs 50 times
                   indexed by Ws-Dept-Idx.
               10 Ws-Dept-Code          pic x(4).
      *************************************************
      * THIS YEAR'S LEAVERS FROM TERMYTD.TXT, SO A YTD *
      * RECORD WITH NO MASTER CAN BE TOLD FROM ONE     *
      * THAT SIMPLY HAS NO OWNER.                      *
      *************************************************
       01 Ws-Term-Count             pic 9(4) value 0.
       01 Ws-Term-Found             pic x value 'N'.
       01 Ws-Term-Table.
           05 Ws-Term-Entry occurs 1000 times
                   indexed by Ws-Term-Idx.
               10 Ws-Term-Emp-Number    pic x(5).
               10 Ws-Term-Department    pic x(4).
      *************************************************
      * EMPLOYEE NUMBERS ADDED BY A PENDING 'A', SO A  *
      * LATER PENDING CHANGE FOR THE SAME NEW HIRE IS  *
      * NOT TAKEN FOR AN ORPHAN.                       *
      *************************************************
       01 Ws-Pend-Add-Count         pic 9(3) value 0.
       01 Ws-Pend-Add-Found         pic x value 'N'.
       01 Ws-Pend-Add-Table.
           05 Ws-Pend-Add-Emp occurs 500 times
                   indexed by Ws-Pend-Add-Idx
                                        pic x(5).
       01 Ws-On-Master              pic x value 'N'.
       01 Ws-Dep-Detail-Count       pic 9(3) value 0.
       01 Ws-Mst-Key                pic x(5).
       01 Ws-Nix-Key                pic x(5).
       01 Ws-Prev-Nix-Key           pic x(5).
       01 Ws-Nix-Dup                pic x value 'N'.
       01 Ws-Hist-Ahead-Count       pic 9(7) value 0.
       01 Ws-Hist-Open-Count        pic 9(7) value 0.
       01 Ws-Hist-High-Period       pic 9(6) value 0.
      *************************************************
      * RECORDS READ PER FILE AND FINDINGS PER         *
      * SEVERITY, FOR THE SUMMARY AND RETURN CODE.     *
      *************************************************
       01 Ws-Master-Read            pic 9(7) value 0.
       01 Ws-Nix-Read               pic 9(7) value 0.
       01 Ws-Ytd-Read               pic 9(7) value 0.
       01 Ws-Arrears-Read           pic 9(7) value 0.
       01 Ws-Dep-Read               pic 9(7) value 0.
       01 Ws-Pend-Read              pic 9(7) value 0.
       01 Ws-Hist-Read              pic 9(7) value 0.
       01 Ws-Error-Count            pic 9(5) value 0.
       01 Ws-Warning-Count          pic 9(5) value 0.
       01 Ws-Info-Count             pic 9(5) value 0.
       01 Ws-Return-Code            pic 9(2) value 0.
       01 Ws-Edit-Amount            pic zzzzzz9.99.
       01 Ws-Edit-Period            pic 9(6).
       01 Ws-Count-Value.
           05 Ws-Cv-Master          pic 9(1).
           05 Filler                pic x(4) value ' VS '.
           05 Ws-Cv-Detail          pic zz9.
       01 Ws-Pend-Message.
           05 Filler                pic x(9) value 'PENDING '''.
           05 Ws-Pm-Code            pic x(1).
           05 Filler                pic x(30) value
              ''' FOR EMPLOYEE NOT ON MASTER'.
       01 Ws-Hist-Message.
           05 Ws-Hm-Count           pic zzzzzz9.
           05 Filler                pic x(33) value
              ' POSTED AFTER THE RUNCTL PERIOD'.

       01 integrity-header.
           05 Filler               pic x(22) value spaces.
           05 Filler               pic x(36) value
              'CROSS-FILE INTEGRITY SWEEP'.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(5) value 'RUN: '.
           05 Ihd-Run-Date         pic 9(8).
       01 integrity-period-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(19) value
              'RUN CONTROL PERIOD '.
           05 Ipl-Period-Out       pic 9(6).
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(18) value
              'LAST PAID PERIOD: '.
           05 Ipl-Paid-Out         pic 9(6).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(8) value 'SEVERITY'.
           05 Filler               pic x(14) value 'FILE'.
           05 Filler               pic x(6) value 'EMP'.
           05 Filler               pic x(41) value 'FINDING'.
           05 Filler               pic x(5) value 'VALUE'.
       01 section-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(3) value '-- '.
           05 Sec-Title-Out        pic x(40).
       01 finding-line.
           05 Filler               pic x(1) value space.
           05 Fnd-Severity         pic x(7).
           05 Filler               pic x(1) value space.
           05 Fnd-File             pic x(13).
           05 Filler               pic x(1) value space.
           05 Fnd-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Fnd-Message          pic x(40).
           05 Filler               pic x(1) value space.
           05 Fnd-Value            pic x(10).
       01 count-line.
           05 Filler               pic x(1) value space.
           05 Cnt-File-Out         pic x(14).
           05 Filler               pic x(17) value
              'RECORDS CHECKED: '.
           05 Cnt-Records-Out      pic z,zzz,zz9.
       01 severity-total-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(8) value 'ERRORS: '.
           05 Stl-Error-Out        pic zzzz9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(10) value 'WARNINGS: '.
           05 Stl-Warning-Out      pic zzzz9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(6) value 'INFO: '.
           05 Stl-Info-Out         pic zzzz9.
       01 result-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(8) value 'RESULT: '.
           05 Rsl-Result-Out       pic x(40).
           05 Filler               pic x(13) value 'RETURN CODE: '.
           05 Rsl-Code-Out         pic z9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               open output Integrity-Report
               move Ws-Run-Date to Ihd-Run-Date
               write integrity-rec from integrity-header
               write integrity-rec from blank-line
               perform 020-READ-RUN-CONTROL
               write integrity-rec from column-header-line
               perform 030-LOAD-DEPT-TABLE
               perform 040-LOAD-TERM-YTD
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   move 'ERROR' to Fnd-Severity
                   move 'EMPINDEX.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'MASTER NOT AVAILABLE - NOTHING CHECKED'
                       to Fnd-Message
                   move Ws-Employee-Status to Fnd-Value
                   perform 950-WRITE-FINDING
                   move 16 to Ws-Return-Code
                   perform 900-WRITE-SUMMARY
                   close Integrity-Report
                   move Ws-Return-Code to return-code
                   stop run
               end-if
               open input Dependent-Data
               if Ws-Dependent-Status = "00"
                   move 'Y' to Ws-Dependents-Available
               end-if
               perform 200-CHECK-MASTER
               perform 300-CHECK-NAME-INDEX
               perform 400-CHECK-YTD-MASTER
               perform 450-CHECK-TERM-YTD
               perform 500-CHECK-ARREARS
               perform 600-CHECK-DEPENDENTS
               perform 700-CHECK-PENDING
               perform 800-CHECK-HISTORY
               if Ws-Error-Count > 0
                   move 8 to Ws-Return-Code
               else
                   if Ws-Warning-Count > 0
                       move 4 to Ws-Return-Code
                   end-if
               end-if
               perform 900-WRITE-SUMMARY
               if Ws-Dependents-Available = 'Y'
                   close Dependent-Data
               end-if
               close Employee-Data, Integrity-Report
               display 'INTEGRITY SWEEP - ERRORS: ' Ws-Error-Count
                   ' WARNINGS: ' Ws-Warning-Count
                   ' RETURN CODE: ' Ws-Return-Code
               move Ws-Return-Code to return-code
               stop run.

      *************************************************
      * READS RUNCTL.DAT FOR THE CURRENT PERIOD AND    *
      * WORKS OUT THE LAST PERIOD PAYROLL HAS POSTED.  *
      * A MISSING RUN CONTROL IS ITSELF A WARNING, AND *
      * THE CHECKS THAT NEED A PERIOD ARE SKIPPED.     *
      *************************************************
       020-READ-RUN-CONTROL.
               open input Run-Control-File
               if Ws-Runctl-Status = "00"
                   read Run-Control-File
                       at end
                           continue
                       not at end
                           move 'Y' to Ws-Runctl-Available
                           move Rc-Period-Number to Ws-Rc-Period
                           move Rc-Payroll-Done to Ws-Rc-Payroll
                   end-read
                   close Run-Control-File
               end-if
               if Ws-Runctl-Available = 'Y'
                   if Ws-Rc-Payroll = 'Y'
                       move Ws-Rc-Period to Ws-Last-Paid-Period
                   else
                       if Ws-Rc-Period > 0
                           compute Ws-Last-Paid-Period =
                               Ws-Rc-Period - 1
                       end-if
                   end-if
                   move Ws-Rc-Period to Ipl-Period-Out
                   move Ws-Last-Paid-Period to Ipl-Paid-Out
                   write integrity-rec from integrity-period-line
                   write integrity-rec from blank-line
               else
                   move 'WARNING' to Fnd-Severity
                   move 'RUNCTL.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'NO RUN CONTROL - PERIOD CHECKS SKIPPED'
                       to Fnd-Message
                   move spaces to Fnd-Value
                   perform 950-WRITE-FINDING
               end-if.

      *************************************************
      * LOADS THE DEPARTMENT CODES FROM DEPTTAB.TXT.   *
      * WITHOUT THE TABLE NO DEPARTMENT CAN BE PROVED, *
      * WHICH IS AN ERROR IN ITS OWN RIGHT.            *
      *************************************************
       030-LOAD-DEPT-TABLE.
               open input Dept-Table-File
               if Ws-Dept-Tab-Status not = "00"
                   move 'ERROR' to Fnd-Severity
                   move 'DEPTTAB.TXT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'DEPARTMENT TABLE NOT AVAILABLE'
                       to Fnd-Message
                   move Ws-Dept-Tab-Status to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   move 'Y' to Ws-Dept-Tab-Available
                   perform until Ws-Dept-Tab-Eof = 'y'
                       read Dept-Table-File
                           at end
                               move 'y' to Ws-Dept-Tab-Eof
                           not at end
                               perform 035-STORE-DEPT
                       end-read
                   end-perform
                   close Dept-Table-File
               end-if.

       035-STORE-DEPT.
               move Dept-Code to Ws-Check-Dept
               perform 160-FIND-DEPT
               if Ws-Dept-Found = 'Y'
                   move 'WARNING' to Fnd-Severity
                   move 'DEPTTAB.TXT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'DEPARTMENT CODE LISTED MORE THAN ONCE'
                       to Fnd-Message
                   move Dept-Code to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   if Ws-Dept-Count < 50
                       add 1 to Ws-Dept-Count
                       move Dept-Code to Ws-Dept-Code (Ws-Dept-Count)
                   else
                       display 'DEPARTMENT TABLE FULL - NOT LOADED: '
                           Dept-Code
                   end-if
               end-if.

      *************************************************
      * LOADS THIS YEAR'S LEAVERS FROM TERMYTD.TXT.    *
      *************************************************
       040-LOAD-TERM-YTD.
               open input Term-Ytd-File
               if Ws-Term-Ytd-Status = "00"
                   perform until Ws-Term-Ytd-Eof = 'y'
                       read Term-Ytd-File
                           at end
                               move 'y' to Ws-Term-Ytd-Eof
                           not at end
                               if Ws-Term-Count < 1000
                                   add 1 to Ws-Term-Count
                                   move Tyd-Emp-Number to
                                       Ws-Term-Emp-Number
                                           (Ws-Term-Count)
                                   move Tyd-Department-Code to
                                       Ws-Term-Department
                                           (Ws-Term-Count)
                               else
                                   display 'TERMYTD TABLE FULL - '
                                       'NOT LOADED: ' Tyd-Emp-Number
                               end-if
                       end-read
                   end-perform
                   close Term-Ytd-File
               end-if.

      *************************************************
      * ONE PASS OF THE MASTER: EVERY EMPLOYEE'S       *
      * DEPARTMENT MUST BE ON DEPTTAB.TXT (PAYROLL'S   *
      * GL EXTRACT POSTS BY IT), AND THEIR DEPENDENT-  *
      * COUNT MUST AGREE WITH THE DEPENDENTS.DAT       *
      * DETAIL THE CARRIER AUDITS.                     *
      *************************************************
       200-CHECK-MASTER.
               move 'EMPLOYEE MASTER (EMPINDEX.DAT)' to Sec-Title-Out
               perform 940-WRITE-SECTION
               move 'n' to eof
               move low-values to Employee-Number-in
               start Employee-Data key not < Employee-Number-in
                   invalid key
                       move 'y' to eof
               end-start
               perform until eof = 'y'
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to Ws-Master-Read
                           perform 210-CHECK-ONE-EMPLOYEE
                   end-read
               end-perform.

       210-CHECK-ONE-EMPLOYEE.
               if Ws-Dept-Tab-Available = 'Y'
                   move Department-Code to Ws-Check-Dept
                   perform 160-FIND-DEPT
                   if Ws-Dept-Found = 'N'
                       move 'ERROR' to Fnd-Severity
                       move 'EMPINDEX.DAT' to Fnd-File
                       move Employee-Number-in to Fnd-Emp-Number
                       move 'DEPARTMENT NOT ON DEPTTAB.TXT'
                           to Fnd-Message
                       move Department-Code to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
               end-if
               if Ws-Dependents-Available = 'Y'
                   perform 220-COUNT-DEPENDENTS
                   if Ws-Dep-Detail-Count not = Dependent-Count
                       move Dependent-Count to Ws-Cv-Master
                       move Ws-Dep-Detail-Count to Ws-Cv-Detail
                       move 'WARNING' to Fnd-Severity
                       move 'EMPINDEX.DAT' to Fnd-File
                       move Employee-Number-in to Fnd-Emp-Number
                       move 'DEPENDENT COUNT NOT AS ON DEPENDTS.DAT'
                           to Fnd-Message
                       move Ws-Count-Value to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
               end-if.

      *************************************************
      * COUNTS THIS EMPLOYEE'S DEPENDENT DETAIL, THE   *
      * SAME START/READ-NEXT DEPAUDIT.CBL USES.        *
      *************************************************
       220-COUNT-DEPENDENTS.
               move 0 to Ws-Dep-Detail-Count
               move 'n' to Ws-Dep-Eof
               move Employee-Number-in to Dep-Emp-Number
               move 0 to Dep-Seq-No
               start Dependent-Data key not < Dep-Key
                   invalid key
                       move 'y' to Ws-Dep-Eof
               end-start
               perform until Ws-Dep-Eof = 'y'
                   read Dependent-Data next record
                       at end
                           move 'y' to Ws-Dep-Eof
                       not at end
                           if Dep-Emp-Number = Employee-Number-in
                               add 1 to Ws-Dep-Detail-Count
                           else
                               move 'y' to Ws-Dep-Eof
                           end-if
                   end-read
               end-perform.

      *************************************************
      * NAME INDEX AGAINST THE MASTER. NAMEINDEX.TXT   *
      * IS IN NAME ORDER, SO IT IS SORTED INTO         *
      * EMPLOYEE-NUMBER ORDER AND MATCHED AGAINST A    *
      * SECOND PASS OF THE MASTER. ANY DISAGREEMENT    *
      * ONLY MISLEADS NAMESRCH.CBL, SO ALL ARE         *
      * WARNINGS - THE NEXT EMPBUILD RUN REBUILDS IT.  *
      *************************************************
       300-CHECK-NAME-INDEX.
               move 'NAME INDEX (NAMEINDEX.TXT)' to Sec-Title-Out
               perform 940-WRITE-SECTION
               open input Name-Index-File
               if Ws-Name-Index-Status not = "00"
                   move 'WARNING' to Fnd-Severity
                   move 'NAMEINDEX.TXT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'NAME INDEX NOT AVAILABLE - NOT CHECKED'
                       to Fnd-Message
                   move Ws-Name-Index-Status to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   close Name-Index-File
                   sort Name-Sort-Work
                       on ascending key Nsr-Emp-Number
                       using Name-Index-File
                       giving Sorted-Name-File
                   open input Sorted-Name-File
                   move low-values to Ws-Prev-Nix-Key
                   perform 315-READ-NAME-INDEX
                   move 'n' to eof
                   move low-values to Employee-Number-in
                   start Employee-Data key not < Employee-Number-in
                       invalid key
                           move 'y' to eof
                   end-start
                   perform 310-READ-MASTER-NEXT
                   perform until Ws-Mst-Key = high-values
                              and Ws-Nix-Key = high-values
                       evaluate true
                           when Ws-Mst-Key < Ws-Nix-Key
                               move 'WARNING' to Fnd-Severity
                               move 'NAMEINDEX.TXT' to Fnd-File
                               move Ws-Mst-Key to Fnd-Emp-Number
                               move 'NOT ON THE NAME INDEX'
                                   to Fnd-Message
                               move spaces to Fnd-Value
                               perform 950-WRITE-FINDING
                               perform 310-READ-MASTER-NEXT
                           when Ws-Nix-Key < Ws-Mst-Key
                               move 'WARNING' to Fnd-Severity
                               move 'NAMEINDEX.TXT' to Fnd-File
                               move Ws-Nix-Key to Fnd-Emp-Number
                               move 'NAME INDEX ENTRY WITH NO MASTER'
                                   to Fnd-Message
                               move Srn-Last-Name to Fnd-Value
                               perform 950-WRITE-FINDING
                               perform 315-READ-NAME-INDEX
                           when other
                               perform 320-COMPARE-NAME-ENTRY
                               perform 310-READ-MASTER-NEXT
                               perform 315-READ-NAME-INDEX
                       end-evaluate
                   end-perform
                   close Sorted-Name-File
               end-if.

       310-READ-MASTER-NEXT.
               if eof = 'y'
                   move high-values to Ws-Mst-Key
               else
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                           move high-values to Ws-Mst-Key
                       not at end
                           move Employee-Number-in to Ws-Mst-Key
                   end-read
               end-if.

      *************************************************
      * READS THE NEXT SORTED NAME-INDEX ENTRY. A      *
      * SECOND ENTRY FOR THE SAME EMPLOYEE IS LISTED   *
      * AND PASSED OVER.                               *
      *************************************************
       315-READ-NAME-INDEX.
               move 'Y' to Ws-Nix-Dup
               perform until Ws-Nix-Dup = 'N'
                   read Sorted-Name-File
                       at end
                           move high-values to Ws-Nix-Key
                           move 'N' to Ws-Nix-Dup
                       not at end
                           add 1 to Ws-Nix-Read
                           move Srn-Emp-Number to Ws-Nix-Key
                           if Ws-Nix-Key = Ws-Prev-Nix-Key
                               move 'WARNING' to Fnd-Severity
                               move 'NAMEINDEX.TXT' to Fnd-File
                               move Ws-Nix-Key to Fnd-Emp-Number
                               move 'EMPLOYEE ON THE NAME INDEX TWICE'
                                   to Fnd-Message
                               move Srn-Last-Name to Fnd-Value
                               perform 950-WRITE-FINDING
                           else
                               move 'N' to Ws-Nix-Dup
                           end-if
                   end-read
               end-perform
               move Ws-Nix-Key to Ws-Prev-Nix-Key.

       320-COMPARE-NAME-ENTRY.
               if Srn-Department not = Department-Code
                   move 'WARNING' to Fnd-Severity
                   move 'NAMEINDEX.TXT' to Fnd-File
                   move Ws-Mst-Key to Fnd-Emp-Number
                   move 'NAME INDEX DEPT DIFFERS FROM MASTER'
                       to Fnd-Message
                   move Srn-Department to Fnd-Value
                   perform 950-WRITE-FINDING
               end-if
               if Srn-Hold-Flag not = Employee-Hold-Flag
                   move 'WARNING' to Fnd-Severity
                   move 'NAMEINDEX.TXT' to Fnd-File
                   move Ws-Mst-Key to Fnd-Emp-Number
                   move 'NAME INDEX HOLD FLAG DIFFERS FROM MASTER'
                       to Fnd-Message
                   move Srn-Hold-Flag to Fnd-Value
                   perform 950-WRITE-FINDING
               end-if.

      *************************************************
      * EVERY LIVE YTD RECORD NEEDS A MASTER. ONE FOR  *
      * AN EMPLOYEE WHO HAS LEFT SHOULD HAVE MOVED TO  *
      * TERMYTD.TXT; ONE WITH NEITHER HAS NO OWNER AND *
      * WILL THROW YTDRECON.CBL OUT OF BALANCE.        *
      *************************************************
       400-CHECK-YTD-MASTER.
               move 'YEAR-TO-DATE MASTER (YTDMAST.DAT)'
                   to Sec-Title-Out
               perform 940-WRITE-SECTION
               open input Ytd-Master
               if Ws-Ytd-Status not = "00"
                   move 'INFO' to Fnd-Severity
                   move 'YTDMAST.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'NO YTD MASTER - NOT CHECKED' to Fnd-Message
                   move Ws-Ytd-Status to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   perform until Ws-Ytd-Eof = 'y'
                       read Ytd-Master next record
                           at end
                               move 'y' to Ws-Ytd-Eof
                           not at end
                               add 1 to Ws-Ytd-Read
                               perform 410-CHECK-ONE-YTD
                       end-read
                   end-perform
                   close Ytd-Master
               end-if.

       410-CHECK-ONE-YTD.
               move Ytd-Emp-Number to Employee-Number-in
               perform 170-CHECK-ON-MASTER
               if Ws-On-Master = 'N'
                   perform 180-FIND-TERM
                   move 'YTDMAST.DAT' to Fnd-File
                   move Ytd-Emp-Number to Fnd-Emp-Number
                   move Ytd-Salary-Total to Ws-Edit-Amount
                   move Ws-Edit-Amount to Fnd-Value
                   if Ws-Term-Found = 'Y'
                       move 'WARNING' to Fnd-Severity
                       move 'LEAVER STILL ON THE LIVE YTD MASTER'
                           to Fnd-Message
                   else
                       move 'ERROR' to Fnd-Severity
                       move 'YTD WITH NO MASTER AND NO TERMINATION'
                           to Fnd-Message
                   end-if
                   perform 950-WRITE-FINDING
               end-if.

      *************************************************
      * THIS YEAR'S LEAVERS: A DEPARTMENT NO LONGER ON *
      * DEPTTAB.TXT, OR A LEAVER BACK ON THE MASTER    *
      * (A REHIRE, WHICH IS ALLOWED BUT WORTH NOTING). *
      *************************************************
       450-CHECK-TERM-YTD.
               move 'TERMINATED YTD ARCHIVE (TERMYTD.TXT)'
                   to Sec-Title-Out
               perform 940-WRITE-SECTION
               perform varying Ws-Term-Idx from 1 by 1
                   until Ws-Term-Idx > Ws-Term-Count
                   move Ws-Term-Emp-Number (Ws-Term-Idx)
                       to Employee-Number-in
                   perform 170-CHECK-ON-MASTER
                   if Ws-On-Master = 'Y'
                       move 'INFO' to Fnd-Severity
                       move 'TERMYTD.TXT' to Fnd-File
                       move Ws-Term-Emp-Number (Ws-Term-Idx)
                           to Fnd-Emp-Number
                       move 'LEFT THIS YEAR AND BACK ON THE MASTER'
                           to Fnd-Message
                       move spaces to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
                   if Ws-Dept-Tab-Available = 'Y'
                      and Ws-Term-Department (Ws-Term-Idx)
                          not = spaces
                       move Ws-Term-Department (Ws-Term-Idx)
                           to Ws-Check-Dept
                       perform 160-FIND-DEPT
                       if Ws-Dept-Found = 'N'
                           move 'WARNING' to Fnd-Severity
                           move 'TERMYTD.TXT' to Fnd-File
                           move Ws-Term-Emp-Number (Ws-Term-Idx)
                               to Fnd-Emp-Number
                           move 'DEPARTMENT NOT ON DEPTTAB.TXT'
                               to Fnd-Message
                           move Ws-Term-Department (Ws-Term-Idx)
                               to Fnd-Value
                           perform 950-WRITE-FINDING
                       end-if
                   end-if
               end-perform.

      *************************************************
      * AN ARREARS BALANCE MUST BELONG TO SOMEONE ON   *
      * THE MASTER (EMPMAINT MOVES A LEAVER'S TO       *
      * TERMARR.TXT). OFF HOLD, THE BALANCE SHOULD BE  *
      * BEING DRAWN DOWN - THE LAST PAID PERIOD SHOULD *
      * SHOW A CATCH-UP DRAWN, OR AN ACCRUAL IF THEY   *
      * WERE STILL ON HOLD THEN AND ONLY RELEASED FOR  *
      * THIS PERIOD.                                   *
      *************************************************
       500-CHECK-ARREARS.
               move 'DUES ARREARS (ARREARS.DAT)' to Sec-Title-Out
               perform 940-WRITE-SECTION
               open input Arrears-Master
               if Ws-Arrears-Status not = "00"
                   move 'INFO' to Fnd-Severity
                   move 'ARREARS.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'NO ARREARS MASTER - NOT CHECKED'
                       to Fnd-Message
                   move Ws-Arrears-Status to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   perform until Ws-Arrears-Eof = 'y'
                       read Arrears-Master next record
                           at end
                               move 'y' to Ws-Arrears-Eof
                           not at end
                               add 1 to Ws-Arrears-Read
                               if Arr-Balance > 0
                                   perform 510-CHECK-ONE-ARREARS
                               end-if
                       end-read
                   end-perform
                   close Arrears-Master
               end-if.

       510-CHECK-ONE-ARREARS.
               move Arr-Emp-Number to Employee-Number-in
               perform 170-CHECK-ON-MASTER
               move 'ARREARS.DAT' to Fnd-File
               move Arr-Emp-Number to Fnd-Emp-Number
               move Arr-Balance to Ws-Edit-Amount
               move Ws-Edit-Amount to Fnd-Value
               if Ws-On-Master = 'N'
                   move 'ERROR' to Fnd-Severity
                   move 'ARREARS BALANCE WITH NO MASTER'
                       to Fnd-Message
                   perform 950-WRITE-FINDING
               else
                   if Employee-Hold-Flag not = 'H'
                      and Ws-Last-Paid-Period > 0
                       if Arr-Last-Period not = Ws-Last-Paid-Period
                          or (Arr-Last-Drawn = 0
                              and Arr-Last-Accrued = 0)
                           move 'WARNING' to Fnd-Severity
                           move 'NOT ON HOLD AND NOT BEING DRAWN DOWN'
                               to Fnd-Message
                           perform 950-WRITE-FINDING
                       end-if
                   end-if
               end-if.

      *************************************************
      * DEPENDENT DETAIL FOR AN EMPLOYEE NO LONGER ON  *
      * THE MASTER. THE COUNT CHECK WAS MADE IN THE    *
      * MASTER PASS.                                   *
      *************************************************
       600-CHECK-DEPENDENTS.
               move 'DEPENDENT DETAIL (DEPENDTS.DAT)' to Sec-Title-Out
               perform 940-WRITE-SECTION
               if Ws-Dependents-Available = 'N'
                   move 'INFO' to Fnd-Severity
                   move 'DEPENDTS.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   move 'NO DEPENDENT DETAIL - NOT CHECKED'
                       to Fnd-Message
                   move Ws-Dependent-Status to Fnd-Value
                   perform 950-WRITE-FINDING
               else
                   move 'n' to Ws-Dep-Eof
                   move low-values to Dep-Key
                   start Dependent-Data key not < Dep-Key
                       invalid key
                           move 'y' to Ws-Dep-Eof
                   end-start
                   perform until Ws-Dep-Eof = 'y'
                       read Dependent-Data next record
                           at end
                               move 'y' to Ws-Dep-Eof
                           not at end
                               add 1 to Ws-Dep-Read
                               move Dep-Emp-Number
                                   to Employee-Number-in
                               perform 170-CHECK-ON-MASTER
                               if Ws-On-Master = 'N'
                                   move 'WARNING' to Fnd-Severity
                                   move 'DEPENDTS.DAT' to Fnd-File
                                   move Dep-Emp-Number
                                       to Fnd-Emp-Number
                                   move 'EMPLOYEE NOT ON THE MASTER'
                                       to Fnd-Message
                                   move Dep-Name to Fnd-Value
                                   perform 950-WRITE-FINDING
                               end-if
                       end-read
                   end-perform
               end-if.

      *************************************************
      * FUTURE-DATED TRANSACTIONS: A CHANGE, DELETE,   *
      * HOLD OR REINSTATE FOR SOMEONE NOT ON THE       *
      * MASTER (NOR ADDED OR REHIRED EARLIER IN THE    *
      * QUEUE) WILL BE REJECTED WHEN IT COMES DUE, AS  *
      * WILL A DEPARTMENT NOT ON DEPTTAB.TXT.          *
      *************************************************
       700-CHECK-PENDING.
               move 'PENDING TRANSACTIONS (PENDTRAN.TXT)'
                   to Sec-Title-Out
               perform 940-WRITE-SECTION
               open input Pending-File
               if Ws-Pending-Status = "00"
                   perform until Ws-Pend-Eof = 'y'
                       read Pending-File
                           at end
                               move 'y' to Ws-Pend-Eof
                           not at end
                               add 1 to Ws-Pend-Read
                               perform 710-CHECK-ONE-PENDING
                       end-read
                   end-perform
                   close Pending-File
               end-if.

       710-CHECK-ONE-PENDING.
               move 'PENDTRAN.TXT' to Fnd-File
               move Pnd-Employee-No to Fnd-Emp-Number
               move Pnd-Employee-No to Employee-Number-in
               perform 170-CHECK-ON-MASTER
               if Pnd-Code = 'A' or Pnd-Code = 'E'
                   if Ws-On-Master = 'Y'
                       move 'WARNING' to Fnd-Severity
                       if Pnd-Code = 'A'
                           move 'PENDING ADD FOR AN EXISTING EMPLOYEE'
                               to Fnd-Message
                       else
                           move
                               'PENDING REHIRE OF AN EXISTING EMPLOYEE'
                               to Fnd-Message
                       end-if
                       move Pnd-Effective-Date to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
                   if Ws-Pend-Add-Count < 500
                       add 1 to Ws-Pend-Add-Count
                       move Pnd-Employee-No
                           to Ws-Pend-Add-Emp (Ws-Pend-Add-Count)
                   end-if
               else
                   if Ws-On-Master = 'N'
                       perform 720-FIND-PENDING-ADD
                       if Ws-Pend-Add-Found = 'N'
                           move 'ERROR' to Fnd-Severity
                           move Pnd-Code to Ws-Pm-Code
                           move Ws-Pend-Message to Fnd-Message
                           move Pnd-Effective-Date to Fnd-Value
                           perform 950-WRITE-FINDING
                       end-if
                   end-if
               end-if
               if (Pnd-Code = 'A' or Pnd-Code = 'C' or Pnd-Code = 'E')
                  and Pnd-Department not = spaces
                  and Ws-Dept-Tab-Available = 'Y'
                   move Pnd-Department to Ws-Check-Dept
                   perform 160-FIND-DEPT
                   if Ws-Dept-Found = 'N'
                       move 'ERROR' to Fnd-Severity
                       move 'PENDING DEPARTMENT NOT ON DEPTTAB.TXT'
                           to Fnd-Message
                       move Pnd-Department to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
               end-if
               if Pnd-Effective-Date is not numeric
                   move 'WARNING' to Fnd-Severity
                   move 'PENDING ITEM WITH NO EFFECTIVE DATE'
                       to Fnd-Message
                   move spaces to Fnd-Value
                   perform 950-WRITE-FINDING
               end-if.

       720-FIND-PENDING-ADD.
               move 'N' to Ws-Pend-Add-Found
               perform varying Ws-Pend-Add-Idx from 1 by 1
                   until Ws-Pend-Add-Idx > Ws-Pend-Add-Count
                      or Ws-Pend-Add-Found = 'Y'
                   if Ws-Pend-Add-Emp (Ws-Pend-Add-Idx)
                          = Pnd-Employee-No
                       move 'Y' to Ws-Pend-Add-Found
                   end-if
               end-perform.

      *************************************************
      * PERIOD HISTORY MAY NOT RUN AHEAD OF RUN        *
      * CONTROL - POSTINGS STAMPED WITH A LATER PERIOD *
      * WOULD BE DOUBLED WHEN THAT PERIOD IS REACHED.  *
      * POSTINGS FOR THE CURRENT PERIOD BEFORE ITS     *
      * PAYROLL STEP IS MARKED DONE ARE WHAT AN ABEND  *
      * LEAVES FOR THE CHECKPOINT RESTART - NOTED, NOT *
      * FAULTED. BOTH ARE COUNTED, NOT LISTED BY       *
      * RECORD.                                        *
      *************************************************
       800-CHECK-HISTORY.
               move 'PERIOD HISTORY (YTDHIST.DAT)' to Sec-Title-Out
               perform 940-WRITE-SECTION
               if Ws-Runctl-Available = 'Y'
                   open input Ytd-History
                   if Ws-Ytd-Hist-Status = "00"
                       perform until Ws-Hist-Eof = 'y'
                           read Ytd-History
                               at end
                                   move 'y' to Ws-Hist-Eof
                               not at end
                                   add 1 to Ws-Hist-Read
                                   perform 810-CHECK-ONE-HISTORY
                           end-read
                       end-perform
                       close Ytd-History
                   end-if
                   move 'YTDHIST.DAT' to Fnd-File
                   move spaces to Fnd-Emp-Number
                   if Ws-Hist-Ahead-Count > 0
                       move 'ERROR' to Fnd-Severity
                       move Ws-Hist-Ahead-Count to Ws-Hm-Count
                       move Ws-Hist-Message to Fnd-Message
                       move Ws-Hist-High-Period to Ws-Edit-Period
                       move Ws-Edit-Period to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
                   if Ws-Hist-Open-Count > 0
                       move 'INFO' to Fnd-Severity
                       move 'CURRENT PERIOD POSTED, PAYROLL NOT DONE'
                           to Fnd-Message
                       move Ws-Rc-Period to Ws-Edit-Period
                       move Ws-Edit-Period to Fnd-Value
                       perform 950-WRITE-FINDING
                   end-if
               end-if.

       810-CHECK-ONE-HISTORY.
               if Hst-Period-Number > Ws-Rc-Period
                   add 1 to Ws-Hist-Ahead-Count
                   if Hst-Period-Number > Ws-Hist-High-Period
                       move Hst-Period-Number to Ws-Hist-High-Period
                   end-if
               else
                   if Hst-Period-Number = Ws-Rc-Period
                      and Ws-Rc-Payroll not = 'Y'
                       add 1 to Ws-Hist-Open-Count
                   end-if
               end-if.

      *************************************************
      * LOOKS UP WS-CHECK-DEPT ON THE DEPARTMENT TABLE.*
      *************************************************
       160-FIND-DEPT.
               move 'N' to Ws-Dept-Found
               perform varying Ws-Dept-Idx from 1 by 1
                   until Ws-Dept-Idx > Ws-Dept-Count
                      or Ws-Dept-Found = 'Y'
                   if Ws-Dept-Code (Ws-Dept-Idx) = Ws-Check-Dept
                       move 'Y' to Ws-Dept-Found
                   end-if
               end-perform.

      *************************************************
      * RANDOM READ OF THE MASTER FOR THE EMPLOYEE NOW *
      * IN EMPLOYEE-NUMBER-IN.                         *
      *************************************************
       170-CHECK-ON-MASTER.
               move 'Y' to Ws-On-Master
               read Employee-Data
                   invalid key
                       move 'N' to Ws-On-Master
               end-read.

       180-FIND-TERM.
               move 'N' to Ws-Term-Found
               perform varying Ws-Term-Idx from 1 by 1
                   until Ws-Term-Idx > Ws-Term-Count
                      or Ws-Term-Found = 'Y'
                   if Ws-Term-Emp-Number (Ws-Term-Idx)
                          = Employee-Number-in
                       move 'Y' to Ws-Term-Found
                   end-if
               end-perform.

      *************************************************
      * RECORDS CHECKED PER FILE, FINDINGS PER         *
      * SEVERITY AND THE PASS/FAIL RESULT.             *
      *************************************************
       900-WRITE-SUMMARY.
               write integrity-rec from blank-line
               move 'EMPINDEX.DAT' to Cnt-File-Out
               move Ws-Master-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'NAMEINDEX.TXT' to Cnt-File-Out
               move Ws-Nix-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'YTDMAST.DAT' to Cnt-File-Out
               move Ws-Ytd-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'TERMYTD.TXT' to Cnt-File-Out
               move Ws-Term-Count to Cnt-Records-Out
               write integrity-rec from count-line
               move 'ARREARS.DAT' to Cnt-File-Out
               move Ws-Arrears-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'DEPENDTS.DAT' to Cnt-File-Out
               move Ws-Dep-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'DEPTTAB.TXT' to Cnt-File-Out
               move Ws-Dept-Count to Cnt-Records-Out
               write integrity-rec from count-line
               move 'PENDTRAN.TXT' to Cnt-File-Out
               move Ws-Pend-Read to Cnt-Records-Out
               write integrity-rec from count-line
               move 'YTDHIST.DAT' to Cnt-File-Out
               move Ws-Hist-Read to Cnt-Records-Out
               write integrity-rec from count-line
               write integrity-rec from blank-line
               move Ws-Error-Count to Stl-Error-Out
               move Ws-Warning-Count to Stl-Warning-Out
               move Ws-Info-Count to Stl-Info-Out
               write integrity-rec from severity-total-line
               evaluate Ws-Return-Code
                   when 0
                       move 'PASSED' to Rsl-Result-Out
                   when 4
                       move 'PASSED WITH WARNINGS' to Rsl-Result-Out
                   when 16
                       move 'FAILED - MASTER NOT AVAILABLE'
                           to Rsl-Result-Out
                   when other
                       move 'FAILED - CLEAR ERRORS BEFORE PAYROLL'
                           to Rsl-Result-Out
               end-evaluate
               move Ws-Return-Code to Rsl-Code-Out
               write integrity-rec from result-line.

       940-WRITE-SECTION.
               write integrity-rec from blank-line
               write integrity-rec from section-line.

      *************************************************
      * WRITES THE FINDING NOW IN FINDING-LINE AND     *
      * COUNTS IT UNDER ITS SEVERITY.                  *
      *************************************************
       950-WRITE-FINDING.
               evaluate Fnd-Severity
                   when 'ERROR'
                       add 1 to Ws-Error-Count
                   when 'WARNING'
                       add 1 to Ws-Warning-Count
                   when other
                       add 1 to Ws-Info-Count
               end-evaluate
               write integrity-rec from finding-line.
