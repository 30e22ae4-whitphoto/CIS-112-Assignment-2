      * hold takes an employee out of PROJECT2-2's payroll   *
      * report/YTD posting for a leave of absence or          *
      * suspension without deleting their history, until an  *
      * 'R' reinstate clears it. Deletions, large salary    *
      * moves and override settings need a second, listed   *
      * approver on the transaction, or are held back on    *
      * the awaiting-approval report instead of applied.    *
      * An 'E' rehire brings a terminated member back from  *
      * the termination archive under their old employee    *
      * number, with the salary and department on the       *
      * transaction, bridging or resetting their seniority  *
      * by the REHIRE.TXT rule and putting any dues arrears *
      * archived at termination back on ARREARS.DAT.        *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Term-Ytd-File assign to "TERMYTD.TXT"
                  organization is line sequential
                  file status is Ws-Term-Ytd-Status.
           SELECT Contact-Data assign to "MEMBADDR.DAT"
                  organization is indexed
                  access mode is random
                  record key is Adr-Emp-Number
                  file status is Ws-Contact-Status.
           SELECT Term-Register assign to "TERMREG.TXT"
                  organization is line sequential.
           SELECT Arrears-Master assign to "ARREARS.DAT"
           SELECT Override-Flag-File assign to "RUNOVRD.CTL"
                  organization is line sequential
                  file status is Ws-Override-Status.
           SELECT Run-Ledger assign to "RUNLEDGR.TXT"
                  organization is line sequential
                  file status is Ws-Run-Ledger-Status.
           SELECT Preview-File assign to "PREVIEW.TXT"
                  organization is line sequential.
           SELECT Approver-File assign to "APPROVER.TXT"
                  organization is line sequential
                  file status is Ws-Approver-Status.
           SELECT Dual-Control-File assign to "DUALCTL.TXT"
                  organization is line sequential
                  file status is Ws-Dual-Ctl-Status.
           SELECT Awaiting-Report assign to "AWAITAPR.TXT"
                  organization is line sequential.
           SELECT Held-Trans-File assign to "HELDTRAN.TXT"
                  organization is line sequential.
           SELECT Rehire-Param-File assign to "REHIRE.TXT"
                  organization is line sequential
                  file status is Ws-Rehire-Param-Status.
           SELECT Rehire-Register assign to "REHIREG.TXT"
                  organization is line sequential.
           SELECT Term-Arr-Work assign to "TERMARR.TMP"
                  organization is line sequential.

       Data Division.
       File Section.
      * LAYOUT) MEANS EFFECTIVE IMMEDIATELY.           *
      *************************************************
           05 Raw-Trans-Effective-Date pic 9(8).
      *************************************************
      * WHO KEYED THE TRANSACTION AND WHO SIGNED IT    *
      * OFF. A DELETION, A SALARY MOVE OVER THE        *
      * DUALCTL.TXT LIMIT OR AN OVERRIDE BEING SET IS  *
      * ONLY APPLIED WHEN THE APPROVER IS ON           *
      * APPROVER.TXT AND IS NOT THE ENTERER. GENERATED *
      * TRANSACTIONS CARRY THE GENERATING PROGRAM'S    *
      * NAME AS THE ENTERER. BOTH ARE BLANK ON THE OLD *
      * 80-BYTE LAYOUT.                                *
      *************************************************
           05 Raw-Trans-Entered-By     pic x(8).
           05 Raw-Trans-Approved-By    pic x(8).
       SD  Sort-Trans-Work.
       01  Sort-Trans-Record.
           05 Srt-Trans-Code           pic x(1).
           05 Srt-Trans-Override-Sal   pic 9(6).
           05 Srt-Trans-Hire-Date      pic 9(8).
           05 Srt-Trans-Effective-Date pic 9(8).
           05 Srt-Trans-Entered-By     pic x(8).
           05 Srt-Trans-Approved-By    pic x(8).
       FD  Sorted-Trans.
       01  Trans-Record.
           05 Trans-Code               pic x(1).
           05 Trans-Override-Sal       pic 9(6).
           05 Trans-Hire-Date           pic 9(8).
           05 Trans-Effective-Date      pic 9(8).
           05 Trans-Entered-By          pic x(8).
           05 Trans-Approved-By         pic x(8).
       FD  New-Master.
       01  New-Master-Record.
           05 New-Employee-Number-in   pic x(5).
       01  Term-Ytd-Record.
           COPY TERMYTD.
      *************************************************
      * MEMBER CONTACT MASTER - EACH FINAL STATEMENT   *
      * IS ADDRESSED FROM IT SO TERMSTMT.TXT IS READY  *
      * TO MAIL. THE CONTACT IS KEPT AFTER DELETION.   *
      *************************************************
       FD  Contact-Data.
       01  Contact-Record.
           COPY MEMBADDR.
      *************************************************
      * ONE LINE PER EMPLOYEE TERMINATED THIS RUN, SO  *
      * THE UNION LOCAL KNOWS WHO LEFT THE PERIOD.     *
      *************************************************
           05 Pnd-Employee-No          pic x(5).
           05 Pnd-Trans-Body           pic x(66).
           05 Pnd-Effective-Date       pic 9(8).
           05 Pnd-Entered-By           pic x(8).
           05 Pnd-Approved-By          pic x(8).
       FD  Pend-Work-File.
       01  Pend-Work-Record.
           05 Pwk-Code                 pic x(1).
           05 Pwk-Employee-No          pic x(5).
           05 Pwk-Trans-Body           pic x(66).
           05 Pwk-Effective-Date       pic 9(8).
           05 Pwk-Entered-By           pic x(8).
           05 Pwk-Approved-By          pic x(8).
      *************************************************
      * CONSUMED-PENDING ARCHIVE. EVERY PENDING ITEM   *
      * THAT COMES DUE IS RECORDED HERE WITH THE RUN-  *
       FD  Pend-Used-File.
       01  Pend-Used-Record.
           05 Pu-Period                pic 9(6).
           05 Pu-Trans-Data            pic x(96).
       FD  Pending-Report.
       01  pending-report-rec          pic x(80).
       FD  Run-Control-File.
           COPY RUNCTL.
       FD  Override-Flag-File.
       01  override-flag-rec           pic x(1).
      *************************************************
      * PERMANENT RUN-HISTORY LEDGER - ONE ENTRY IS    *
      * APPENDED PER COMPLETED RUN. SEE RUNLEDGR.CPY.  *
      *************************************************
       FD  Run-Ledger.
       01  Run-Ledger-Record.
           COPY RUNLEDGR.
      *************************************************
      * AUTHORIZED APPROVERS AND THE DUAL-CONTROL      *
      * SALARY LIMIT - SEE APPROVER.CPY/DUALCTL.CPY.   *
      *************************************************
       FD  Approver-File.
       01  Approver-Record.
           COPY APPROVER.
       FD  Dual-Control-File.
       01  Dual-Control-Record.
           COPY DUALCTL.
      *************************************************
      * ONE LINE PER TRANSACTION HELD THIS RUN FOR     *
      * WANT OF A VALID SECOND APPROVER, WITH THE RULE *
      * THAT CALLED FOR ONE AND WHY IT FAILED. THE     *
      * HELD TRANSACTIONS THEMSELVES GO TO             *
      * HELDTRAN.TXT IN TRANS.TXT LAYOUT, SO ONCE AN   *
      * APPROVER HAS SIGNED THEM OFF HR FILLS IN THE   *
      * APPROVED-BY ID AND FEEDS THEM BACK THROUGH     *
      * TRANS.TXT. BOTH FILES ARE THIS RUN'S ONLY.     *
      *************************************************
       FD  Awaiting-Report.
       01  awaiting-report-rec         pic x(80).
       FD  Held-Trans-File.
       01  held-trans-rec              pic x(96).
      *************************************************
      * SENIORITY RULE FOR REHIRES - SEE REHIRE.CPY.   *
      *************************************************
       FD  Rehire-Param-File.
       01  Rehire-Param-Record.
           COPY REHIRE.
      *************************************************
      * ONE LINE PER MEMBER REHIRED THIS RUN, WITH THE *
      * SENIORITY DECISION AND THE ARREARS THEY STILL  *
      * OWE, SO THE LOCAL SEES WHO CAME BACK.          *
      *************************************************
       FD  Rehire-Register.
       01  rehire-register-rec         pic x(80).
      *************************************************
      * TERMARR.TXT LESS THE BALANCES RESTORED TO      *
      * ARREARS.DAT THIS RUN, COPIED BACK OVER IT AT   *
      * END OF RUN.                                    *
      *************************************************
       FD  Term-Arr-Work.
       01  Term-Arr-Work-Record        pic x(25).

       WORKING-STORAGE SECTION.
       01 Ws-Old-Master-Status      pic xx.
       01 Ws-Term-Arr-Status        pic xx.
       01 Ws-Arrears-Available      pic x value 'N'.
       01 Ws-Term-Arr-Balance       pic 9(7)v99 value 0.
       01 Ws-Contact-Status         pic xx.
       01 Ws-Contact-Available      pic x value 'N'.
       01 term-register-header.
           05 Filler                pic x(27) value spaces.
           05 Filler                pic x(24) value
           05 Tst-Number-Out        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Tst-Name-Out          pic x(20).
       01 term-stmt-mail-line.
           05 Filler                pic x(3) value spaces.
           05 Tsm-Label-Out         pic x(9).
           05 Tsm-Address-Out       pic x(30).
       01 term-stmt-city-line.
           05 Filler                pic x(12) value spaces.
           05 Tsc-City-Out          pic x(20).
           05 Filler                pic x(1) value space.
           05 Tsc-State-Out         pic x(2).
           05 Filler                pic x(2) value spaces.
           05 Tsc-Zip-Out           pic x(10).
       01 term-stmt-steward-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(30) value
              'HAND DELIVER THROUGH STEWARD: '.
           05 Tss-Steward-Out       pic x(20).
           05 Filler                pic x(7) value ' DEPT: '.
           05 Tss-Department-Out    pic x(4).
       01 term-stmt-no-address-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(45) value
              'NO CONTACT ON FILE - CANNOT BE MAILED'.
       01 term-stmt-ytd-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(12) value 'YTD SALARY: '.
           05 Ws-Rc-Empbuild        pic x value 'N'.
           05 Ws-Rc-Payroll         pic x value 'N'.
           05 Ws-Rc-Extracts        pic x value 'N'.
      *************************************************
      * RUN-HISTORY LEDGER ENTRY FOR THIS RUN - WHEN   *
      * IT STARTED AND WHICH MODE IT RAN IN (N NORMAL, *
      * O OVERRIDE RERUN - SEE RUNLEDGR.CPY).          *
      *************************************************
       01 Ws-Run-Ledger-Status      pic xx.
       01 Ws-Ledger-Start-Date      pic 9(8).
       01 Ws-Ledger-Start-Time      pic 9(8).
       01 Ws-Ledger-Mode            pic x value 'N'.
      *************************************************
      * DUAL-CONTROL WORKING STORAGE. THE APPROVER     *
      * TABLE IS LOADED ONCE FROM APPROVER.TXT - WITH  *
      * NO FILE NO ONE CAN APPROVE, SO EVERY HIGH-     *
      * IMPACT TRANSACTION IS HELD. THE SALARY LIMIT   *
      * DEFAULTS TO 10 PERCENT WITHOUT DUALCTL.TXT.    *
      *************************************************
       01 Ws-Approver-Status        pic xx.
       01 Ws-Approver-Eof           pic x value "n".
       01 Ws-Dual-Ctl-Status        pic xx.
       01 Ws-Dual-Salary-Percent    pic 9(3)v99 value 10.00.
       01 Ws-Approver-Count         pic 9(3) value 0.
       01 Ws-Approver-Found         pic x value 'N'.
       01 Ws-Approver-Table.
           05 Ws-Approver-Entry occurs 100 times
                   indexed by Ws-Apv-Idx.
               10 Ws-Apv-User-Id            pic x(8).
       01 Ws-Approval-Held          pic x value 'N'.
           88 Approval-Held              value 'Y'.
       01 Ws-Approval-Rule          pic x(17).
       01 Ws-Approval-Reason        pic x(24).
       01 Ws-Salary-Move            pic 9(6) value 0.
       01 Ws-Salary-Limit           pic 9(6)v99 value 0.
       01 Ws-Held-Count             pic 9(5) value 0.
       01 awaiting-header.
           05 Filler                pic x(24) value spaces.
           05 Filler                pic x(32) value
              'TRANSACTIONS AWAITING APPROVAL'.
           05 Filler                pic x(24) value spaces.
       01 awaiting-column-header.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(9) value 'C EMP#   '.
           05 Filler                pic x(10) value 'ENTERED   '.
           05 Filler                pic x(10) value 'APPROVED  '.
           05 Filler                pic x(19) value 'RULE'.
           05 Filler                pic x(6) value 'REASON'.
       01 awaiting-detail.
           05 Filler                pic x(1) value space.
           05 Awd-Code              pic x(1).
           05 Filler                pic x(1) value space.
           05 Awd-Employee-No       pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Awd-Entered-By        pic x(8).
           05 Filler                pic x(2) value spaces.
           05 Awd-Approved-By       pic x(8).
           05 Filler                pic x(2) value spaces.
           05 Awd-Rule              pic x(17).
           05 Filler                pic x(2) value spaces.
           05 Awd-Reason            pic x(24).
       01 awaiting-none-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(34) value
              'NO TRANSACTIONS AWAITING APPROVAL'.
       01 awaiting-count-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(14) value 'ITEMS HELD:   '.
           05 Awc-Count-Out         pic zzzz9.
       01 awaiting-resubmit-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(41) value
              'HELD ITEMS ARE ON HELDTRAN.TXT - ADD THE '.
           05 Filler                pic x(34) value
              'APPROVED-BY ID AND RESUBMIT.'.
      *************************************************
      * REHIRE WORKING STORAGE. AN 'E' TRANSACTION     *
      * FINDS THE MEMBER'S LATEST TERMINATION ON       *
      * TERMARCH.TXT AND REBUILDS THEIR MASTER RECORD  *
      * FROM IT. THE SENIORITY RULE DEFAULTS TO 'L'    *
      * (BRIDGE WHEN BACK WITHIN 12 MONTHS) WITHOUT    *
      * REHIRE.TXT. EVERY TERMARR.TXT ENTRY WHOSE      *
      * BALANCE GOES BACK ON ARREARS.DAT IS REMEMBERED *
      * SO IT CAN BE TAKEN OFF THE ARCHIVE AT END OF   *
      * RUN, AND A RERUN CANNOT RESTORE IT TWICE.      *
      *************************************************
       01 Ws-Rehire-Param-Status    pic xx.
       01 Ws-Seniority-Rule         pic x value 'L'.
       01 Ws-Bridge-Months          pic 9(3) value 12.
       01 Ws-Rehire-Count           pic 9(5) value 0.
       01 Ws-Rehire-Reject          pic x(40).
       01 Ws-Arch-Found             pic x value 'N'.
       01 Ws-Arch-Eof               pic x value "n".
       01 Ws-Arch-Term-Date.
           05 Ws-Atd-Year           pic 9(4).
           05 Ws-Atd-Month          pic 9(2).
           05 Ws-Atd-Day            pic 9(2).
       01 Ws-Arch-Term-Date-N redefines Ws-Arch-Term-Date
                                    pic 9(8).
       01 Ws-Arch-Master.
           05 Arm-Employee-No       pic x(5).
           05 Arm-Employee-Name     pic x(20).
           05 FILLER                pic x(4).
           05 Arm-Annual-Salary     pic 9(6).
           05 FILLER                pic x(4).
           05 Arm-Union-Dues        pic 999v99.
           05 Arm-Insurance         pic 999v99.
           05 Arm-Department        pic x(4).
           05 Arm-Age               pic 9(2).
           05 Arm-Dependents        pic 9(1).
           05 Arm-Override-Flag     pic x(1).
           05 Arm-Override-Sal      pic 9(6).
           05 Arm-Hire-Date         pic 9(8).
           05 Arm-Hold-Flag         pic x(1).
       01 Ws-Rehire-Date.
           05 Ws-Rhd-Year           pic 9(4).
           05 Ws-Rhd-Month          pic 9(2).
           05 Ws-Rhd-Day            pic 9(2).
       01 Ws-Rehire-Date-N redefines Ws-Rehire-Date
                                    pic 9(8).
       01 Ws-Break-Months           pic s9(5).
       01 Ws-Seniority-Action       pic x(7).
       01 Ws-Term-Arr-Eof           pic x value "n".
       01 Ws-Rehire-Arr-Found       pic x value 'N'.
       01 Ws-Rehire-Arr-Balance     pic 9(7)v99 value 0.
       01 Ws-Rehire-Arr-Periods     pic 9(3) value 0.
       01 Ws-Rehire-Arr-Total       pic 9(9)v99 value 0.
       01 Ws-Chg-Arrears-Edited     pic zzzzzz9.99.
       01 Ws-Restored-Count         pic 9(3) value 0.
       01 Ws-Restored-Match         pic x value 'N'.
       01 Ws-Restored-Table.
           05 Ws-Restored-Entry occurs 200 times
                   indexed by Ws-Rst-Idx.
               10 Ws-Rst-Emp-Number     pic x(5).
               10 Ws-Rst-Term-Date      pic 9(8).
       01 rehire-register-header.
           05 Filler                pic x(30) value spaces.
           05 Filler                pic x(20) value
              'REHIRE REGISTER'.
           05 Filler                pic x(30) value spaces.
       01 rehire-column-header.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(7) value 'EMP#'.
           05 Filler                pic x(22) value 'NAME'.
           05 Filler                pic x(6) value 'DEPT'.
           05 Filler                pic x(10) value 'LEFT'.
           05 Filler                pic x(10) value 'HIRE DATE'.
           05 Filler                pic x(12) value 'SENIORITY'.
           05 Filler                pic x(7) value 'ARREARS'.
       01 rehire-register-detail.
           05 Filler                pic x(1) value space.
           05 Rrg-Number-Out        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Name-Out          pic x(20).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Department        pic x(4).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Term-Date         pic 9(8).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Hire-Date         pic 9(8).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Seniority         pic x(7).
           05 Filler                pic x(2) value spaces.
           05 Rrg-Arrears-Out       pic zzzzzz9.99.
       01 rehire-none-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(17) value
              'NO REHIRES'.
       01 rehire-total-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(10) value 'REHIRES: '.
           05 Rrt-Count-Out         pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(19) value
              'ARREARS RESTORED: '.
           05 Rrt-Arrears-Out       pic zzz,zzz,zz9.99.
       01 preview-header.
           05 Filler                pic x(20) value spaces.
           05 Filler                pic x(40) value
       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               accept Ws-Ledger-Start-Time from time
               move Ws-Run-Date to Ws-Ledger-Start-Date
               perform 046-CHECK-PREVIEW-MODE
               if not Preview-Mode-On
                   perform 030-CHECK-RUN-CONTROL
               end-if
               perform 036-LOAD-APPROVERS
               perform 038-READ-DUAL-CONTROL
               perform 039-READ-REHIRE-RULE
               perform 040-SORT-TRANSACTIONS
               perform 045-SORT-OLD-MASTER
               OPEN INPUT Sorted-Old-Master
                       open extend Change-History
                   end-if
                   perform 047-OPEN-TERMINATION-FILES
                   open output Rehire-Register
                   write rehire-register-rec from rehire-register-header
                   write rehire-register-rec from blank-line
                   write rehire-register-rec from rehire-column-header
                   open output Awaiting-Report
                               Held-Trans-File
                   write awaiting-report-rec from awaiting-header
                   write awaiting-report-rec from blank-line
                   write awaiting-report-rec
                       from awaiting-column-header
               end-if
               perform 110-READ-OLD-MASTER
               perform 120-READ-TRANSACTION
                   if Ws-Arrears-Available = 'Y'
                       close Arrears-Master
                   end-if
                   if Ws-Contact-Available = 'Y'
                       close Contact-Data
                   end-if
                   perform 239-CLOSE-AWAITING-REPORT
                   perform 280-CLOSE-REHIRE-REGISTER
                   perform 282-REMOVE-RESTORED-ARREARS
                   perform 248-WRITE-CONTROL-TOTALS
                   perform 250-MARK-RUN-CONTROL
                   perform 255-WRITE-RUN-LEDGER
               end-if.
               stop run.

                               move 'N' to Ws-Rc-Empbuild
                                           Ws-Rc-Payroll
                                           Ws-Rc-Extracts
                               move 'O' to Ws-Ledger-Mode
                           else
                               display 'EMPMAINT ALREADY COMPLETED '
                                   'FOR PERIOD ' Ws-Rc-Period
                   close Override-Flag-File
               end-if.

      *************************************************
      * LOADS THE AUTHORIZED-APPROVER TABLE. WITHOUT   *
      * APPROVER.TXT THE TABLE STAYS EMPTY AND EVERY   *
      * TRANSACTION NEEDING A SECOND APPROVER IS HELD. *
      *************************************************
       036-LOAD-APPROVERS.
               open input Approver-File
               if Ws-Approver-Status = "00"
                   perform until Ws-Approver-Eof = 'y'
                       read Approver-File
                           at end
                               move 'y' to Ws-Approver-Eof
                           not at end
                             if Apv-User-Id not = spaces
                               if Ws-Approver-Count < 100
                                   add 1 to Ws-Approver-Count
                                   set Ws-Apv-Idx to Ws-Approver-Count
                                   move Apv-User-Id
                                       to Ws-Apv-User-Id (Ws-Apv-Idx)
                               else
                                   display 'APPROVER TABLE FULL - '
                                       'DROPPED: ' Apv-User-Id
                               end-if
                             end-if
                       end-read
                   end-perform
                   close Approver-File
               else
                   display 'APPROVER.TXT NOT FOUND - TRANSACTIONS '
                       'NEEDING APPROVAL WILL BE HELD'
               end-if.

      *************************************************
      * READS THE DUAL-CONTROL SALARY LIMIT. WITHOUT   *
      * DUALCTL.TXT THE COMPILED-IN 10 PERCENT APPLIES *
      * AND THE OPERATOR IS TOLD SO.                   *
      *************************************************
       038-READ-DUAL-CONTROL.
               open input Dual-Control-File
               if Ws-Dual-Ctl-Status = "00"
                   read Dual-Control-File
                       at end
                           display 'DUALCTL.TXT EMPTY - DEFAULT '
                               'SALARY LIMIT USED'
                       not at end
                           move Dlc-Salary-Percent
                               to Ws-Dual-Salary-Percent
                   end-read
                   close Dual-Control-File
               else
                   display 'DUALCTL.TXT NOT FOUND - DEFAULT SALARY '
                       'LIMIT USED'
               end-if.

      *************************************************
      * READS THE REHIRE SENIORITY RULE. WITHOUT       *
      * REHIRE.TXT, OR WITH A RULE OTHER THAN B, R OR  *
      * L IN IT, THE COMPILED-IN 'L' WITH 12 MONTHS    *
      * APPLIES AND THE OPERATOR IS TOLD SO.           *
      *************************************************
       039-READ-REHIRE-RULE.
               open input Rehire-Param-File
               if Ws-Rehire-Param-Status = "00"
                   read Rehire-Param-File
                       at end
                           display 'REHIRE.TXT EMPTY - DEFAULT '
                               'SENIORITY RULE USED'
                       not at end
                           if Rhp-Seniority-Rule = 'B' or 'R' or 'L'
                               move Rhp-Seniority-Rule
                                   to Ws-Seniority-Rule
                               if Rhp-Bridge-Months is numeric
                                   move Rhp-Bridge-Months
                                       to Ws-Bridge-Months
                               end-if
                           else
                               display 'REHIRE.TXT RULE '
                                   Rhp-Seniority-Rule
                                   ' NOT B, R OR L - DEFAULT USED'
                           end-if
                   end-read
                   close Rehire-Param-File
               else
                   display 'REHIRE.TXT NOT FOUND - DEFAULT SENIORITY '
                       'RULE USED'
               end-if.

      *************************************************
      * EVERY NEW-MASTER RECORD GOES OUT THROUGH HERE  *
      * SO THE CONTROL TOTALS ALWAYS COVER EXACTLY     *
               write Run-Control-Record
               close Run-Control-File.

      *************************************************
      * APPENDS THIS RUN'S ENTRY TO THE PERMANENT RUN- *
      * HISTORY LEDGER, CREATING THE LEDGER THE FIRST  *
      * TIME ANY STEP WRITES TO IT.                    *
      *************************************************
       255-WRITE-RUN-LEDGER.
               open extend Run-Ledger
               if Ws-Run-Ledger-Status not = "00"
                   open output Run-Ledger
                   close Run-Ledger
                   open extend Run-Ledger
               end-if
               move Ws-Rc-Period to Rlg-Period-Number
               move 'EMPMAINT' to Rlg-Step
               move Ws-Ledger-Mode to Rlg-Mode
               move Ws-Ledger-Start-Date to Rlg-Start-Date
               move Ws-Ledger-Start-Time to Rlg-Start-Time
               accept Rlg-End-Date from date yyyymmdd
               accept Rlg-End-Time from time
               move Ws-Ctl-Record-Count to Rlg-Record-Count
               move Ws-Ctl-Salary-Total to Rlg-Salary-Total
               move Ws-Ctl-Dues-Total to Rlg-Dues-Total
               move Ws-Ctl-Insur-Total to Rlg-Insur-Total
               write Run-Ledger-Record
               close Run-Ledger.

      *************************************************
      * IF PREVIEW.CTL EXISTS, HR WANTS A DRY-RUN      *
      * PREVIEW OF THIS BATCH INSTEAD OF APPLYING IT - *

      *************************************************
      * A TRANSACTION EMPLOYEE NUMBER WITH NO MATCHING *
      * MASTER RECORD IS ONLY VALID AS AN ADD OR AN    *
      * 'E' REHIRE; CHANGE OR DELETE AGAINST A NON-    *
      * EXISTENT EMPLOYEE IS REJECTED TO THE LOG. AN   *
      * ADD THAT SETS AN OVERRIDE SALARY NEEDS A       *
      * SECOND APPROVER.                               *
      *************************************************
       210-PROCESS-ADD-ONLY.
               if Trans-Code = 'E'
                   perform 270-PROCESS-REHIRE
               else
                   perform 211-PROCESS-ADD-OR-REJECT
               end-if
               perform 120-READ-TRANSACTION.

       211-PROCESS-ADD-OR-REJECT.
               move 'N' to Ws-Approval-Held
               if Trans-Code = 'A' and Trans-Override-Flag = 'Y'
                   move 'OVERRIDE ON ADD' to Ws-Approval-Rule
                   perform 236-CHECK-APPROVAL
               end-if
               if Approval-Held
                   perform 237-HOLD-TRANSACTION
               else
                   if Trans-Code = 'A'
                       move Trans-Employee-No to New-Employee-Number-in
                       move Trans-Employee-Name to New-Employee-Name-in
                       move Trans-Annual-Salary to New-Annual-Salary
                       move Trans-Union-Dues to New-Union-Dues
                       move Trans-Insurance to New-Insurance
                       move Trans-Department to New-Department-Code
                       move Trans-Age to New-Age
                       move Trans-Dependents to New-Dependent-Count
                       move Trans-Override-Flag to New-Override-Flag
                       move Trans-Override-Sal to New-Override-Salary
                       move Trans-Hire-Date to New-Hire-Date
                       move spaces to New-Hold-Flag
                       if Preview-Mode-On
                           move 'A' to Prv-Code
                           move Trans-Employee-No to Prv-Employee-No
                           move 'WOULD ADD NEW EMPLOYEE'
                               to Prv-Action
                           move 0 to Prv-Old-Salary Prv-Old-Dues
                                     Prv-Old-Insur
                           move Trans-Annual-Salary to Prv-New-Salary
                           move Trans-Union-Dues to Prv-New-Dues
                           move Trans-Insurance to Prv-New-Insur
                           write preview-rec from preview-detail
                       else
                           perform 245-WRITE-NEW-MASTER
                           add 1 to Ws-Add-Count
                           move 'A' to Log-Code
                           move Trans-Employee-No to Log-Employee-No
                           move 'ADDED NEW EMPLOYEE' to Log-Action
                           write trans-log-rec from log-detail
                           move 'EMPLOYEE' to Ws-Chg-Field-Name
                           move spaces to Ws-Chg-Old-Value
                           move 'ADDED' to Ws-Chg-New-Value
                           perform 240-WRITE-CHANGE-HISTORY
                       end-if
                   else
                       if Preview-Mode-On
                           move Trans-Code to Prv-Code
                           move Trans-Employee-No to Prv-Employee-No
                           move 'WOULD REJECT - NO MASTER'
                               to Prv-Action
                           move 0 to Prv-Old-Salary Prv-New-Salary
                                     Prv-Old-Dues   Prv-New-Dues
                                     Prv-Old-Insur  Prv-New-Insur
                           write preview-rec from preview-detail
                       else
                           add 1 to Ws-Reject-Count
                           move Trans-Code to Log-Code
                           move Trans-Employee-No to Log-Employee-No
                           move 'REJECTED - NO MATCHING MASTER RECORD'
                               to Log-Action
                           write trans-log-rec from log-detail
                       end-if
                   end-if
               end-if.

      *************************************************
      * NO TRANSACTION AGAINST THIS EMPLOYEE THIS      *
      * PERIOD - CARRY THE MASTER RECORD FORWARD AS-IS. *
      *************************************************
      * THE TRANSACTION EMPLOYEE NUMBER MATCHES A      *
      * MASTER RECORD - APPLY A CHANGE, DROP THE       *
      * RECORD ON A DELETE, OR REJECT A DUPLICATE ADD  *
      * OR A REHIRE OF SOMEONE STILL ON THE MASTER.    *
      * A DELETE, OR A CHANGE OVER THE DUAL-CONTROL    *
      * LIMITS, IS HELD INSTEAD WHEN IT LACKS A VALID  *
      * SECOND APPROVER.                               *
      *************************************************
       230-PROCESS-MATCH.
               evaluate Trans-Code
                   when 'C'
                       perform 232-APPLY-CHANGE-FIELDS
                       perform 233-CHECK-CHANGE-APPROVAL
                       if Approval-Held
                           perform 237-HOLD-TRANSACTION
                       else
                           if Preview-Mode-On
                               move 'C' to Prv-Code
                               move Trans-Employee-No to Prv-Employee-No
                               move 'WOULD CHANGE EMPLOYEE'
                                   to Prv-Action
                               move Old-Annual-Salary to Prv-Old-Salary
                               move New-Annual-Salary to Prv-New-Salary
                               move Old-Union-Dues to Prv-Old-Dues
                               move New-Union-Dues to Prv-New-Dues
                               move Old-Insurance to Prv-Old-Insur
                               move New-Insurance to Prv-New-Insur
                               write preview-rec from preview-detail
                           else
                               perform 245-WRITE-NEW-MASTER
                               add 1 to Ws-Change-Count
                               move 'C' to Log-Code
                               move Trans-Employee-No to Log-Employee-No
                               move 'CHANGED EMPLOYEE DETAILS'
                                   to Log-Action
                               write trans-log-rec from log-detail
                               perform 235-RECORD-FIELD-CHANGES
                           end-if
                       end-if
                   when 'D'
                       move 'DELETION' to Ws-Approval-Rule
                       perform 236-CHECK-APPROVAL
                       if Approval-Held
                           perform 237-HOLD-TRANSACTION
                       else
                           if Preview-Mode-On
                               move 'D' to Prv-Code
                               move Trans-Employee-No to Prv-Employee-No
                               move 'WOULD DELETE EMPLOYEE'
                                   to Prv-Action
                               move Old-Annual-Salary to Prv-Old-Salary
                               move Old-Union-Dues to Prv-Old-Dues
                               move Old-Insurance to Prv-Old-Insur
                               move 0 to Prv-New-Salary Prv-New-Dues
                                         Prv-New-Insur
                               write preview-rec from preview-detail
                           else
                               add 1 to Ws-Delete-Count
                               move 'D' to Log-Code
                               move Trans-Employee-No to Log-Employee-No
                               move 'DELETED EMPLOYEE' to Log-Action
                               write trans-log-rec from log-detail
                               move 'EMPLOYEE' to Ws-Chg-Field-Name
                               move 'ON FILE' to Ws-Chg-Old-Value
                               move 'DELETED' to Ws-Chg-New-Value
                               perform 240-WRITE-CHANGE-HISTORY
                               perform 260-PROCESS-TERMINATION
                           end-if
                       end-if
                   when 'H'
                       move Old-Employee-Number-in
                   open output Term-Arr-File
                   close Term-Arr-File
                   open extend Term-Arr-File
               end-if
               move 'N' to Ws-Contact-Available
               open input Contact-Data
               if Ws-Contact-Status = "00"
                   move 'Y' to Ws-Contact-Available
               end-if.

      *************************************************
               move Old-Employee-Number-in to Tst-Number-Out
               move Old-Employee-Name-in to Tst-Name-Out
               write term-stmt-rec from term-stmt-emp-line
               perform 261-ADDRESS-STATEMENT
               if Ws-Term-Arr-Balance > 0
                   move Ws-Term-Arr-Balance to Tst-Arrears-Out
                   write term-stmt-rec from term-stmt-arrears-line
               move Old-Master-Record to Tar-Master-Record
               write Term-Arch-Record.

      *************************************************
      * ADDRESSES THE FINAL STATEMENT FROM THE MEMBER  *
      * CONTACT MASTER - THE MAILING ADDRESS, OR THE   *
      * STEWARD WHO HANDS IT OVER, OR A LINE SAYING    *
      * THERE IS NO CONTACT TO SEND IT TO.             *
      *************************************************
       261-ADDRESS-STATEMENT.
               move 'N' to Adr-Delivery
               if Ws-Contact-Available = 'Y'
                   move Old-Employee-Number-in to Adr-Emp-Number
                   read Contact-Data
                       invalid key
                           move 'N' to Adr-Delivery
                   end-read
               end-if
               evaluate true
                   when Adr-Deliver-By-Mail
                       move 'MAIL TO: ' to Tsm-Label-Out
                       move Adr-Address-Line-1 to Tsm-Address-Out
                       write term-stmt-rec from term-stmt-mail-line
                       if Adr-Address-Line-2 not = spaces
                           move spaces to Tsm-Label-Out
                           move Adr-Address-Line-2 to Tsm-Address-Out
                           write term-stmt-rec
                               from term-stmt-mail-line
                       end-if
                       move Adr-City to Tsc-City-Out
                       move Adr-State to Tsc-State-Out
                       move Adr-Zip-Code to Tsc-Zip-Out
                       write term-stmt-rec from term-stmt-city-line
                   when Adr-Deliver-By-Steward
                       move Adr-Steward-Name to Tss-Steward-Out
                       move Old-Department-Code to Tss-Department-Out
                       write term-stmt-rec from term-stmt-steward-line
                   when other
                       write term-stmt-rec
                           from term-stmt-no-address-line
               end-evaluate.

      *************************************************
      * READS THE LEAVER'S DUES ARREARS RECORD, LEAVES *
      * THE OUTSTANDING BALANCE IN WS-TERM-ARR-BALANCE *
               end-if.

      *************************************************
      * REHIRES A TERMINATED MEMBER. THE LATEST        *
      * MASTER RECORD ARCHIVED FOR THEM IS RESTORED    *
      * UNDER THEIR OLD EMPLOYEE NUMBER WITH THE       *
      * TRANSACTION'S SALARY AND DEPARTMENT, WHICH A   *
      * REHIRE MUST CARRY. A REHIRE THAT SETS AN       *
      * OVERRIDE SALARY NEEDS A SECOND APPROVER, THE   *
      * SAME AS AN ADD.                                *
      *************************************************
       270-PROCESS-REHIRE.
               perform 272-FIND-ARCHIVED-MASTER
               evaluate true
                   when Ws-Arch-Found not = 'Y'
                       move 'REJECTED - NOT ON TERMINATION ARCHIVE'
                           to Ws-Rehire-Reject
                   when Trans-Annual-Salary not numeric
                     or Trans-Department = spaces
                       move 'REJECTED - REHIRE NEEDS SALARY AND DEPT'
                           to Ws-Rehire-Reject
                   when other
                       move spaces to Ws-Rehire-Reject
               end-evaluate
               move 'N' to Ws-Approval-Held
               if Ws-Rehire-Reject = spaces
                  and Trans-Override-Flag = 'Y'
                   move 'REHIRE OVERRIDE' to Ws-Approval-Rule
                   perform 236-CHECK-APPROVAL
               end-if
               evaluate true
                   when Ws-Rehire-Reject not = spaces
                       perform 279-REJECT-REHIRE
                   when Approval-Held
                       perform 237-HOLD-TRANSACTION
                   when other
                       perform 274-BUILD-REHIRED-MASTER
                       if Preview-Mode-On
                           move 'E' to Prv-Code
                           move Trans-Employee-No to Prv-Employee-No
                           if Ws-Seniority-Action = 'BRIDGED'
                               move 'WOULD REHIRE - BRIDGED'
                                   to Prv-Action
                           else
                               move 'WOULD REHIRE - RESET'
                                   to Prv-Action
                           end-if
                           move Arm-Annual-Salary to Prv-Old-Salary
                           move New-Annual-Salary to Prv-New-Salary
                           move Arm-Union-Dues to Prv-Old-Dues
                           move New-Union-Dues to Prv-New-Dues
                           move Arm-Insurance to Prv-Old-Insur
                           move New-Insurance to Prv-New-Insur
                           write preview-rec from preview-detail
                       else
                           perform 245-WRITE-NEW-MASTER
                           add 1 to Ws-Rehire-Count
                           perform 276-RESTORE-ARREARS
                           move 'E' to Log-Code
                           move Trans-Employee-No to Log-Employee-No
                           if Ws-Seniority-Action = 'BRIDGED'
                               move 'REHIRED - SENIORITY BRIDGED'
                                   to Log-Action
                           else
                               move 'REHIRED - SENIORITY RESET'
                                   to Log-Action
                           end-if
                           write trans-log-rec from log-detail
                           perform 277-RECORD-REHIRE-HISTORY
                           perform 278-WRITE-REHIRE-REGISTER
                       end-if
               end-evaluate.

      *************************************************
      * FINDS THE MEMBER'S LATEST TERMINATION ON       *
      * TERMARCH.TXT - SOMEONE WHO HAS LEFT MORE THAN  *
      * ONCE COMES BACK AS THEY WERE WHEN THEY LAST    *
      * LEFT. THE ARCHIVE IS OPEN FOR EXTEND ON A LIVE *
      * RUN, SO IT IS CLOSED FOR THE SCAN AND REOPENED *
      * AFTER; A LEAVER ARCHIVED EARLIER IN THIS RUN   *
      * IS THEREFORE FOUND TOO.                        *
      *************************************************
       272-FIND-ARCHIVED-MASTER.
               move 'N' to Ws-Arch-Found
               move 0 to Ws-Arch-Term-Date-N
               move spaces to Ws-Arch-Master
               if not Preview-Mode-On
                   close Term-Arch-File
               end-if
               move 'n' to Ws-Arch-Eof
               open input Term-Arch-File
               if Ws-Term-Arch-Status = "00"
                   perform until Ws-Arch-Eof = 'y'
                       read Term-Arch-File
                           at end
                               move 'y' to Ws-Arch-Eof
                           not at end
                               if Tar-Master-Record (1:5)
                                      = Trans-Employee-No
                                  and Tar-Term-Date
                                      >= Ws-Arch-Term-Date-N
                                   move 'Y' to Ws-Arch-Found
                                   move Tar-Term-Date
                                       to Ws-Arch-Term-Date-N
                                   move Tar-Master-Record
                                       to Ws-Arch-Master
                               end-if
                       end-read
                   end-perform
                   close Term-Arch-File
               end-if
               if not Preview-Mode-On
                   open extend Term-Arch-File
               end-if.

      *************************************************
      * BUILDS THE REHIRED MASTER RECORD FROM THE      *
      * ARCHIVED ONE. SALARY AND DEPARTMENT ALWAYS     *
      * COME FROM THE TRANSACTION; NAME, DUES,         *
      * INSURANCE, AGE AND DEPENDENTS ONLY WHEN IT     *
      * CARRIES THEM, THE SAME WAY A 'C' WORKS. AN     *
      * OVERRIDE SALARY IS NEVER REVIVED FROM THE      *
      * ARCHIVE, AND THE MEMBER COMES BACK OFF HOLD.   *
      * THE REHIRE DATE IS THE TRANSACTION'S HIRE DATE *
      * WHEN IT HAS ONE, OTHERWISE THE RUN DATE.       *
      *************************************************
       274-BUILD-REHIRED-MASTER.
               move Ws-Arch-Master to New-Master-Record
               if Trans-Employee-Name not = spaces
                   move Trans-Employee-Name to New-Employee-Name-in
               end-if
               move Trans-Annual-Salary to New-Annual-Salary
               if Trans-Union-Dues is numeric
                   move Trans-Union-Dues to New-Union-Dues
               end-if
               if Trans-Insurance is numeric
                   move Trans-Insurance to New-Insurance
               end-if
               move Trans-Department to New-Department-Code
               if Trans-Age is numeric
                   move Trans-Age to New-Age
               end-if
               if Trans-Dependents is numeric
                   move Trans-Dependents to New-Dependent-Count
               end-if
               if Trans-Override-Flag = 'Y'
                   move 'Y' to New-Override-Flag
                   if Trans-Override-Sal is numeric
                       move Trans-Override-Sal to New-Override-Salary
                   else
                       move 0 to New-Override-Salary
                   end-if
               else
                   move 'N' to New-Override-Flag
                   move 0 to New-Override-Salary
               end-if
               move spaces to New-Hold-Flag
               if Trans-Hire-Date is numeric and Trans-Hire-Date > 0
                   move Trans-Hire-Date to Ws-Rehire-Date-N
               else
                   move Ws-Run-Date to Ws-Rehire-Date-N
               end-if
               perform 275-APPLY-SENIORITY-RULE.

      *************************************************
      * BRIDGED SENIORITY KEEPS THE ORIGINAL HIRE DATE *
      * FROM THE ARCHIVE; RESET SENIORITY STARTS AGAIN *
      * FROM THE REHIRE DATE. UNDER RULE 'L' THE BREAK *
      * IS COUNTED IN WHOLE MONTHS FROM THE            *
      * TERMINATION DATE TO THE REHIRE DATE.           *
      *************************************************
       275-APPLY-SENIORITY-RULE.
               evaluate Ws-Seniority-Rule
                   when 'B'
                       move 'BRIDGED' to Ws-Seniority-Action
                   when 'R'
                       move 'RESET' to Ws-Seniority-Action
                   when other
                       compute Ws-Break-Months =
                           (Ws-Rhd-Year * 12 + Ws-Rhd-Month)
                         - (Ws-Atd-Year * 12 + Ws-Atd-Month)
                       if Ws-Rhd-Day < Ws-Atd-Day
                           subtract 1 from Ws-Break-Months
                       end-if
                       if Ws-Break-Months <= Ws-Bridge-Months
                           move 'BRIDGED' to Ws-Seniority-Action
                       else
                           move 'RESET' to Ws-Seniority-Action
                       end-if
               end-evaluate
               if Ws-Seniority-Action = 'RESET'
                   move Ws-Rehire-Date-N to New-Hire-Date
               end-if.

      *************************************************
      * PUTS THE ARREARS BALANCE ARCHIVED AT THE       *
      * TERMINATION BEING REVERSED BACK ON ARREARS.DAT *
      * FOR CATCH-UP COLLECTION, CREATING ARREARS.DAT  *
      * IF NO ONE HAS EVER ACCRUED. THE RESTORED       *
      * RECORD CARRIES NO LAST-PERIOD POSTING, SO A    *
      * PAYROLL RERUN HAS NOTHING TO REVERSE ON IT.    *
      * THE TERMARR.TXT ENTRY IS REMEMBERED AND TAKEN  *
      * OFF THE ARCHIVE AT END OF RUN BY 282-REMOVE-   *
      * RESTORED-ARREARS.                              *
      *************************************************
       276-RESTORE-ARREARS.
               move 'N' to Ws-Rehire-Arr-Found
               move 0 to Ws-Rehire-Arr-Balance Ws-Rehire-Arr-Periods
               close Term-Arr-File
               move 'n' to Ws-Term-Arr-Eof
               open input Term-Arr-File
               if Ws-Term-Arr-Status = "00"
                   perform until Ws-Term-Arr-Eof = 'y'
                       read Term-Arr-File
                           at end
                               move 'y' to Ws-Term-Arr-Eof
                           not at end
                               if Tra-Emp-Number = Trans-Employee-No
                                  and Tra-Term-Date
                                      = Ws-Arch-Term-Date-N
                                   move 'Y' to Ws-Rehire-Arr-Found
                                   move Tra-Balance
                                       to Ws-Rehire-Arr-Balance
                                   move Tra-Accrued-Periods
                                       to Ws-Rehire-Arr-Periods
                               end-if
                       end-read
                   end-perform
                   close Term-Arr-File
               end-if
               open extend Term-Arr-File
               if Ws-Rehire-Arr-Found = 'Y'
                  and Ws-Restored-Count = 200
                   display 'RESTORED ARREARS TABLE FULL - '
                       Trans-Employee-No ' LEFT ON TERMARR.TXT'
                   move 'N' to Ws-Rehire-Arr-Found
                   move 0 to Ws-Rehire-Arr-Balance
               end-if
               if Ws-Rehire-Arr-Found = 'Y'
                  and Ws-Arrears-Available not = 'Y'
                   open i-o Arrears-Master
                   if Ws-Arrears-Status = "35"
                       open output Arrears-Master
                       close Arrears-Master
                       open i-o Arrears-Master
                   end-if
                   if Ws-Arrears-Status = "00"
                       move 'Y' to Ws-Arrears-Available
                   else
                       display 'ARREARS.DAT NOT AVAILABLE - '
                           Trans-Employee-No ' LEFT ON TERMARR.TXT'
                       move 'N' to Ws-Rehire-Arr-Found
                       move 0 to Ws-Rehire-Arr-Balance
                   end-if
               end-if
               if Ws-Rehire-Arr-Found = 'Y'
                   move Trans-Employee-No to Arr-Emp-Number
                   read Arrears-Master
                       invalid key
                           move Ws-Rehire-Arr-Balance to Arr-Balance
                           move Ws-Rehire-Arr-Periods
                               to Arr-Accrued-Periods
                           move Ws-Run-Date to Arr-Last-Date
                           move 0 to Arr-Last-Period Arr-Last-Accrued
                                     Arr-Last-Drawn
                           write Arrears-Record
                               invalid key
                                   display 'ARREARS RESTORE FAILED '
                                       'FOR ' Trans-Employee-No
                                       ' - STATUS ' Ws-Arrears-Status
                           end-write
                       not invalid key
                           add Ws-Rehire-Arr-Balance to Arr-Balance
                           add Ws-Rehire-Arr-Periods
                               to Arr-Accrued-Periods
                           move Ws-Run-Date to Arr-Last-Date
                           rewrite Arrears-Record
                               invalid key
                                   display 'ARREARS RESTORE FAILED '
                                       'FOR ' Trans-Employee-No
                                       ' - STATUS ' Ws-Arrears-Status
                           end-rewrite
                   end-read
                   add 1 to Ws-Restored-Count
                   set Ws-Rst-Idx to Ws-Restored-Count
                   move Trans-Employee-No
                       to Ws-Rst-Emp-Number (Ws-Rst-Idx)
                   move Ws-Arch-Term-Date-N
                       to Ws-Rst-Term-Date (Ws-Rst-Idx)
                   add Ws-Rehire-Arr-Balance to Ws-Rehire-Arr-Total
               end-if.

      *************************************************
      * CHANGE HISTORY FOR A REHIRE - THE REHIRE       *
      * ITSELF, EACH FIELD THAT DIFFERS FROM THE       *
      * ARCHIVED RECORD, A RESET HIRE DATE AND ANY     *
      * ARREARS PUT BACK.                              *
      *************************************************
       277-RECORD-REHIRE-HISTORY.
               move 'EMPLOYEE' to Ws-Chg-Field-Name
               move 'TERMINATED' to Ws-Chg-Old-Value
               move 'REHIRED' to Ws-Chg-New-Value
               perform 240-WRITE-CHANGE-HISTORY
               if New-Employee-Name-in not = Arm-Employee-Name
                   move 'NAME' to Ws-Chg-Field-Name
                   move Arm-Employee-Name to Ws-Chg-Old-Value
                   move New-Employee-Name-in to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Annual-Salary not = Arm-Annual-Salary
                   move 'SALARY' to Ws-Chg-Field-Name
                   move Arm-Annual-Salary to Ws-Chg-Old-Value
                   move New-Annual-Salary to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Union-Dues not = Arm-Union-Dues
                   move 'UNION-DUES' to Ws-Chg-Field-Name
                   move Arm-Union-Dues to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-Old-Value
                   move New-Union-Dues to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Insurance not = Arm-Insurance
                   move 'INSURANCE' to Ws-Chg-Field-Name
                   move Arm-Insurance to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-Old-Value
                   move New-Insurance to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Department-Code not = Arm-Department
                   move 'DEPARTMENT' to Ws-Chg-Field-Name
                   move Arm-Department to Ws-Chg-Old-Value
                   move New-Department-Code to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Dependent-Count not = Arm-Dependents
                   move 'DEPENDENTS' to Ws-Chg-Field-Name
                   move Arm-Dependents to Ws-Chg-Old-Value
                   move New-Dependent-Count to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Override-Flag not = Arm-Override-Flag
                   move 'OVERRIDE' to Ws-Chg-Field-Name
                   move Arm-Override-Flag to Ws-Chg-Old-Value
                   move New-Override-Flag to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Hire-Date not = Arm-Hire-Date
                   move 'HIRE-DATE' to Ws-Chg-Field-Name
                   move Arm-Hire-Date to Ws-Chg-Old-Value
                   move New-Hire-Date to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if Ws-Rehire-Arr-Found = 'Y'
                   move 'ARREARS' to Ws-Chg-Field-Name
                   move 'ON TERMARR.TXT' to Ws-Chg-Old-Value
                   move Ws-Rehire-Arr-Balance to Ws-Chg-Arrears-Edited
                   move Ws-Chg-Arrears-Edited to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if.

       278-WRITE-REHIRE-REGISTER.
               move New-Employee-Number-in to Rrg-Number-Out
               move New-Employee-Name-in to Rrg-Name-Out
               move New-Department-Code to Rrg-Department
               move Ws-Arch-Term-Date-N to Rrg-Term-Date
               move New-Hire-Date to Rrg-Hire-Date
               move Ws-Seniority-Action to Rrg-Seniority
               move Ws-Rehire-Arr-Balance to Rrg-Arrears-Out
               write rehire-register-rec from rehire-register-detail.

       279-REJECT-REHIRE.
               if Preview-Mode-On
                   move 'E' to Prv-Code
                   move Trans-Employee-No to Prv-Employee-No
                   if Ws-Arch-Found not = 'Y'
                       move 'WOULD REJECT - NO ARCHIVE' to Prv-Action
                   else
                       move 'WOULD REJECT - NO SAL/DPT' to Prv-Action
                   end-if
                   move 0 to Prv-Old-Salary Prv-New-Salary
                             Prv-Old-Dues   Prv-New-Dues
                             Prv-Old-Insur  Prv-New-Insur
                   write preview-rec from preview-detail
               else
                   add 1 to Ws-Reject-Count
                   move 'E' to Log-Code
                   move Trans-Employee-No to Log-Employee-No
                   move Ws-Rehire-Reject to Log-Action
                   write trans-log-rec from log-detail
               end-if.

      *************************************************
      * FINISHES AND CLOSES THE REHIRE REGISTER.       *
      *************************************************
       280-CLOSE-REHIRE-REGISTER.
               if Ws-Rehire-Count = 0
                   write rehire-register-rec from rehire-none-line
               else
                   move Ws-Rehire-Count to Rrt-Count-Out
                   move Ws-Rehire-Arr-Total to Rrt-Arrears-Out
                   write rehire-register-rec from blank-line
                   write rehire-register-rec from rehire-total-line
                   display 'MEMBERS REHIRED: ' Ws-Rehire-Count
               end-if
               close Rehire-Register.

      *************************************************
      * TAKES THE TERMARR.TXT ENTRIES WHOSE BALANCES   *
      * WENT BACK ON ARREARS.DAT THIS RUN OFF THE      *
      * ARCHIVE, THROUGH TERMARR.TMP THE WAY           *
      * 042-REWRITE-PENDING-FILE CARRIES PENDTRAN.TXT, *
      * SO THE DEBT IS ONLY ON RECORD IN ONE PLACE.    *
      *************************************************
       282-REMOVE-RESTORED-ARREARS.
               if Ws-Restored-Count > 0
                   open input Term-Arr-File
                   open output Term-Arr-Work
                   move 'n' to Ws-Term-Arr-Eof
                   perform until Ws-Term-Arr-Eof = 'y'
                       read Term-Arr-File
                           at end
                               move 'y' to Ws-Term-Arr-Eof
                           not at end
                               perform 283-CHECK-RESTORED
                               if Ws-Restored-Match = 'N'
                                   write Term-Arr-Work-Record
                                       from Term-Arr-Record
                               end-if
                       end-read
                   end-perform
                   close Term-Arr-File, Term-Arr-Work
                   open input Term-Arr-Work
                   open output Term-Arr-File
                   move 'n' to Ws-Term-Arr-Eof
                   perform until Ws-Term-Arr-Eof = 'y'
                       read Term-Arr-Work
                           at end
                               move 'y' to Ws-Term-Arr-Eof
                           not at end
                               write Term-Arr-Record
                                   from Term-Arr-Work-Record
                       end-read
                   end-perform
                   close Term-Arr-Work, Term-Arr-File
               end-if.

       283-CHECK-RESTORED.
               move 'N' to Ws-Restored-Match
               perform varying Ws-Rst-Idx from 1 by 1
                   until Ws-Rst-Idx > Ws-Restored-Count
                      or Ws-Restored-Match = 'Y'
                   if Ws-Rst-Emp-Number (Ws-Rst-Idx) = Tra-Emp-Number
                      and Ws-Rst-Term-Date (Ws-Rst-Idx) = Tra-Term-Date
                       move 'Y' to Ws-Restored-Match
                   end-if
               end-perform.

      *************************************************
      * BUILDS THE CHANGED MASTER RECORD. A 'C'        *
      * TRANSACTION ONLY ALTERS THE FIELDS IT CARRIES  *
      * - A BLANK NAME OR DEPARTMENT, A SALARY, DUES,  *
      * INSURANCE, DEPENDENT COUNT OR OVERRIDE SALARY  *
      * THAT IS NOT NUMERIC, OR A BLANK OVERRIDE FLAG  *
      * LEAVES THE MASTER'S VALUE AS IT WAS. THAT LETS *
      * A GENERATED CHANGE (A STEP INCREASE, A         *
      * DEPENDENT AGE-OUT) CARRY ONLY WHAT IT CHANGES, *
      * SO IT CANNOT UNDO ANOTHER CHANGE THAT CAME DUE *
      * BETWEEN BEING QUEUED AND BEING APPLIED.        *
      *************************************************
       232-APPLY-CHANGE-FIELDS.
               move Old-Master-Record to New-Master-Record
               if Trans-Employee-Name not = spaces
                   move Trans-Employee-Name to New-Employee-Name-in
               end-if
               if Trans-Annual-Salary is numeric
                   move Trans-Annual-Salary to New-Annual-Salary
               end-if
               if Trans-Union-Dues is numeric
                   move Trans-Union-Dues to New-Union-Dues
               end-if
               if Trans-Insurance is numeric
                   move Trans-Insurance to New-Insurance
               end-if
               if Trans-Department not = spaces
                   move Trans-Department to New-Department-Code
               end-if
               if Trans-Dependents is numeric
                   move Trans-Dependents to New-Dependent-Count
               end-if
               if Trans-Override-Flag not = space
                   move Trans-Override-Flag to New-Override-Flag
               end-if
               if Trans-Override-Sal is numeric
                   move Trans-Override-Sal to New-Override-Salary
               end-if.

      *************************************************
      * DECIDES WHETHER THE CHANGE 232-APPLY-CHANGE-   *
      * FIELDS JUST BUILT NEEDS A SECOND APPROVER - A  *
      * SALARY MOVE, EITHER WAY, OF MORE THAN THE      *
      * DUALCTL.TXT PERCENTAGE OF THE OLD SALARY (ANY  *
      * MOVE FROM A ZERO SALARY), OR THE OVERRIDE FLAG *
      * BEING SET, OR THE OVERRIDE SALARY CHANGED      *
      * WHILE THE OVERRIDE IS ON. STEP INCREASES ARE   *
      * HELD LIKE ANY OTHER CHANGE WHEN THEY ARE OVER  *
      * THE LIMIT.                                     *
      *************************************************
       233-CHECK-CHANGE-APPROVAL.
               move 'N' to Ws-Approval-Held
               move spaces to Ws-Approval-Rule
               if New-Annual-Salary > Old-Annual-Salary
                   compute Ws-Salary-Move =
                       New-Annual-Salary - Old-Annual-Salary
               else
                   compute Ws-Salary-Move =
                       Old-Annual-Salary - New-Annual-Salary
               end-if
               compute Ws-Salary-Limit =
                   Old-Annual-Salary * Ws-Dual-Salary-Percent / 100
               if Ws-Salary-Move > Ws-Salary-Limit
                   move 'SALARY OVER LIMIT' to Ws-Approval-Rule
               end-if
               if New-Override-Flag = 'Y'
                  and (Old-Override-Flag not = 'Y'
                    or New-Override-Salary not = Old-Override-Salary)
                   if Ws-Approval-Rule = spaces
                       move 'OVERRIDE SET' to Ws-Approval-Rule
                   else
                       move 'SALARY + OVERRIDE' to Ws-Approval-Rule
                   end-if
               end-if
               if Ws-Approval-Rule not = spaces
                   perform 236-CHECK-APPROVAL
               end-if.

      *************************************************
      * CHECKS THE TRANSACTION'S IDS FOR A RULE THAT   *
      * CALLS FOR A SECOND APPROVER - BOTH IDS MUST BE *
      * PRESENT, DIFFERENT, AND THE APPROVER MUST BE   *
      * ON APPROVER.TXT. ANY FAILURE HOLDS IT, WITH    *
      * THE REASON LEFT IN WS-APPROVAL-REASON.         *
      *************************************************
       236-CHECK-APPROVAL.
               move 'N' to Ws-Approval-Held
               move spaces to Ws-Approval-Reason
               evaluate true
                   when Trans-Entered-By = spaces
                       move 'NO ENTERED-BY ID' to Ws-Approval-Reason
                   when Trans-Approved-By = spaces
                       move 'NO APPROVER' to Ws-Approval-Reason
                   when Trans-Approved-By = Trans-Entered-By
                       move 'APPROVER IS THE ENTERER'
                           to Ws-Approval-Reason
                   when other
                       move 'N' to Ws-Approver-Found
                       perform varying Ws-Apv-Idx from 1 by 1
                           until Ws-Apv-Idx > Ws-Approver-Count
                              or Ws-Approver-Found = 'Y'
                           if Ws-Apv-User-Id (Ws-Apv-Idx)
                               = Trans-Approved-By
                               move 'Y' to Ws-Approver-Found
                           end-if
                       end-perform
                       if Ws-Approver-Found = 'N'
                           move 'APPROVER NOT AUTHORIZED'
                               to Ws-Approval-Reason
                       end-if
               end-evaluate
               if Ws-Approval-Reason not = spaces
                   move 'Y' to Ws-Approval-Held
               end-if.

      *************************************************
      * HOLDS A TRANSACTION THAT LACKS A VALID SECOND  *
      * APPROVER. THE EMPLOYEE'S MASTER RECORD (IF ANY *
      * - A HELD ADD OR REHIRE HAS NONE) IS CARRIED    *
      * FORWARD UNCHANGED, THE HOLD IS LOGGED, LISTED  *
      * ON AWAITAPR.TXT AND THE TRANSACTION WRITTEN TO *
      * HELDTRAN.TXT FOR RESUBMISSION. NOTHING GOES TO *
      * THE CHANGE HISTORY SINCE NOTHING CHANGED.      *
      *************************************************
       237-HOLD-TRANSACTION.
               if Preview-Mode-On
                   move Trans-Code to Prv-Code
                   move Trans-Employee-No to Prv-Employee-No
                   move 'WOULD HOLD FOR APPROVAL' to Prv-Action
                   evaluate Trans-Code
                       when 'A'
                       when 'E'
                           move 0 to Prv-Old-Salary Prv-Old-Dues
                                     Prv-Old-Insur
                           move Trans-Annual-Salary to Prv-New-Salary
                           move Trans-Union-Dues to Prv-New-Dues
                           move Trans-Insurance to Prv-New-Insur
                       when 'D'
                           move Old-Annual-Salary to Prv-Old-Salary
                           move Old-Union-Dues to Prv-Old-Dues
                           move Old-Insurance to Prv-Old-Insur
                           move 0 to Prv-New-Salary Prv-New-Dues
                                     Prv-New-Insur
                       when other
                           move Old-Annual-Salary to Prv-Old-Salary
                           move New-Annual-Salary to Prv-New-Salary
                           move Old-Union-Dues to Prv-Old-Dues
                           move New-Union-Dues to Prv-New-Dues
                           move Old-Insurance to Prv-Old-Insur
                           move New-Insurance to Prv-New-Insur
                   end-evaluate
                   write preview-rec from preview-detail
               else
                   if Trans-Code not = 'A' and Trans-Code not = 'E'
                       move Old-Master-Record to New-Master-Record
                       perform 245-WRITE-NEW-MASTER
                   end-if
                   add 1 to Ws-Held-Count
                   move Trans-Code to Log-Code
                   move Trans-Employee-No to Log-Employee-No
                   move 'HELD - AWAITING APPROVAL' to Log-Action
                   write trans-log-rec from log-detail
                   move Trans-Code to Awd-Code
                   move Trans-Employee-No to Awd-Employee-No
                   move Trans-Entered-By to Awd-Entered-By
                   move Trans-Approved-By to Awd-Approved-By
                   move Ws-Approval-Rule to Awd-Rule
                   move Ws-Approval-Reason to Awd-Reason
                   write awaiting-report-rec from awaiting-detail
                   write held-trans-rec from Trans-Record
               end-if.

      *************************************************
      * FINISHES AND CLOSES THE AWAITING-APPROVAL      *
      * REPORT AND THE HELD-TRANSACTION FILE.          *
      *************************************************
       239-CLOSE-AWAITING-REPORT.
               if Ws-Held-Count = 0
                   write awaiting-report-rec from awaiting-none-line
               else
                   move Ws-Held-Count to Awc-Count-Out
                   write awaiting-report-rec from blank-line
                   write awaiting-report-rec from awaiting-count-line
                   write awaiting-report-rec
                       from awaiting-resubmit-line
                   display 'TRANSACTIONS HELD FOR APPROVAL: '
                       Ws-Held-Count
               end-if
               close Awaiting-Report, Held-Trans-File.

      *************************************************
      * COMPARES EACH FIELD OF THE CHANGED MASTER      *
      * RECORD AGAINST THE OLD ONE AND WRITES ONE      *
      * CHANGE-HISTORY RECORD PER FIELD THAT ACTUALLY  *
      * CHANGED. DUES AND INSURANCE ARE EDITED WITH A  *
      * DECIMAL POINT ON THE WAY INTO THE VALUE        *
      * COLUMNS SO THE HISTORY READS IN DOLLARS.       *
      *************************************************
       235-RECORD-FIELD-CHANGES.
               if New-Employee-Name-in not = Old-Employee-Name-in
                   move 'NAME' to Ws-Chg-Field-Name
                   move Old-Employee-Name-in to Ws-Chg-Old-Value
                   move New-Employee-Name-in to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Annual-Salary not = Old-Annual-Salary
                   move 'SALARY' to Ws-Chg-Field-Name
                   move Old-Annual-Salary to Ws-Chg-Old-Value
                   move New-Annual-Salary to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Union-Dues not = Old-Union-Dues
                   move 'UNION-DUES' to Ws-Chg-Field-Name
                   move Old-Union-Dues to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-Old-Value
                   move New-Union-Dues to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Insurance not = Old-Insurance
                   move 'INSURANCE' to Ws-Chg-Field-Name
                   move Old-Insurance to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-Old-Value
                   move New-Insurance to Ws-Chg-Amount-Edited
                   move Ws-Chg-Amount-Edited to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Department-Code not = Old-Department-Code
                   move 'DEPARTMENT' to Ws-Chg-Field-Name
                   move Old-Department-Code to Ws-Chg-Old-Value
                   move New-Department-Code to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Dependent-Count not = Old-Dependent-Count
                   move 'DEPENDENTS' to Ws-Chg-Field-Name
                   move Old-Dependent-Count to Ws-Chg-Old-Value
                   move New-Dependent-Count to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Override-Flag not = Old-Override-Flag
                   move 'OVERRIDE' to Ws-Chg-Field-Name
                   move Old-Override-Flag to Ws-Chg-Old-Value
                   move New-Override-Flag to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if
               if New-Override-Salary not = Old-Override-Salary
                   move 'OVERRIDE-SAL' to Ws-Chg-Field-Name
                   move Old-Override-Salary to Ws-Chg-Old-Value
                   move New-Override-Salary to Ws-Chg-New-Value
                   perform 240-WRITE-CHANGE-HISTORY
               end-if.

               move Ws-Chg-Field-Name to Chg-Field-Name
               move Ws-Chg-Old-Value to Chg-Old-Value
               move Ws-Chg-New-Value to Chg-New-Value
               move Trans-Entered-By to Chg-Entered-By
               move Trans-Approved-By to Chg-Approved-By
               write Change-History-Record.
