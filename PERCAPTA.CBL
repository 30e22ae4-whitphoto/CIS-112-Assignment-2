       IDENTIFICATION DIVISION.
       PROGRAM-ID. percapita.
      ******************************************************
      * This program prints the monthly per-capita tax      *
      * report the local owes the International. Every      *
      * member on the indexed Employee-Data master          *
      * (EMPINDEX.DAT) is classed as working (posted dues   *
      * for the run-control period on YTDHIST.DAT), exempt  *
      * (on Hold) or not posted, and counted by department  *
      * and by the site on their YTDMAST.DAT record. The    *
      * working count is priced at the per-capita rate in   *
      * PERCAPRT.TXT, and the total is written twice - on   *
      * the report (PERCAPITA.TXT) and on a one-page        *
      * remittance slip (PERCAPRMT.TXT) to attach to the    *
      * check. Each run also saves a member-status snapshot  *
      * (PERCAPCUR.TXT) and compares it to last month's      *
      * (PERCAPPRV.TXT) to show how the count moved - adds,  *
      * terminations (named from TERMREG.TXT), holds and     *
      * releases. Run it after PROJECT2-2 has posted the     *
      * period.                                              *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Percap-Rate-File assign to "PERCAPRT.TXT"
                  organization is line sequential
                  file status is Ws-Percap-Rate-Status.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Ytd-Master assign to "YTDMAST.DAT"
                  organization is indexed
                  access mode is random
                  record key is Ytd-Emp-Number
                  file status is Ws-Ytd-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Hist-Sort-Work assign to "PCHSORT.TMP".
           SELECT Hist-Sorted assign to "PCHSRT.TMP"
                  organization is line sequential.
           SELECT Term-Register assign to "TERMREG.TXT"
                  organization is line sequential
                  file status is Ws-Term-Reg-Status.
           SELECT Prior-Snapshot assign to "PERCAPPRV.TXT"
                  organization is line sequential
                  file status is Ws-Prior-Status.
           SELECT Current-Snapshot assign to "PERCAPCUR.TXT"
                  organization is line sequential
                  file status is Ws-Current-Status.
           SELECT Count-Work-File assign to "PCCWORK.TMP"
                  organization is line sequential.
           SELECT Count-Sort-Work assign to "PCCSORT.TMP".
           SELECT Count-Sorted assign to "PCCSRT.TMP"
                  organization is line sequential.
           SELECT Movement-Work-File assign to "PCMWORK.TMP"
                  organization is line sequential.
           SELECT output-file assign to "PERCAPITA.TXT"
                  organization is line sequential.
           SELECT Remit-File assign to "PERCAPRMT.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
       FD  Percap-Rate-File.
       01  Percap-Rate-Record.
           COPY PERCAPTAB.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Ytd-Master.
       01  Ytd-Record.
           COPY YTDMAST.
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
      *************************************************
      * THE PERIOD HISTORY SORTED INTO EMPLOYEE ORDER  *
      * SO IT CAN BE MATCHED AGAINST EMPINDEX.DAT IN   *
      * ONE PASS. ONLY THE KEY FIELDS ARE NAMED - THE  *
      * AMOUNTS ARE NOT NEEDED FOR A HEAD COUNT.       *
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
      *************************************************
      * THE PERIOD'S TERMINATION REGISTER AS EMPMAINT  *
      * PRINTS IT. ONLY DETAIL LINES CARRY THE 'DEPT: '*
      * TAG, WHICH IS HOW THE HEADER IS SKIPPED.       *
      *************************************************
       FD  Term-Register.
       01  Term-Register-Record.
           05 FILLER               pic x(1).
           05 Trr-Number           pic x(5).
           05 FILLER               pic x(2).
           05 Trr-Name             pic x(20).
           05 FILLER               pic x(2).
           05 Trr-Dept-Tag         pic x(6).
           05 Trr-Department       pic x(4).
           05 FILLER               pic x(14).
           05 Trr-Term-Date        pic x(8).
           05 FILLER               pic x(18).
      *************************************************
      * ONE SNAPSHOT RECORD PER MEMBER ON THE MASTER - *
      * STATUS 'W' WORKING, 'H' EXEMPT ON HOLD, 'N'    *
      * NOT POSTED - WRITTEN IN EMPLOYEE-NUMBER ORDER  *
      * SO NEXT MONTH'S RUN CAN MATCH AGAINST IT.      *
      *************************************************
       FD  Prior-Snapshot.
       01  Prior-Snapshot-Record.
           05 Prv-Emp-Number       pic x(5).
           05 Prv-Status           pic x(1).
           05 Prv-Period           pic 9(6).
       FD  Current-Snapshot.
       01  Current-Snapshot-Record.
           05 Cur-Emp-Number       pic x(5).
           05 Cur-Status           pic x(1).
           05 Cur-Period           pic 9(6).
      *************************************************
      * ONE COUNT RECORD PER MEMBER, SORTED INTO       *
      * DEPARTMENT/SITE ORDER FOR THE COUNT SECTION.   *
      *************************************************
       FD  Count-Work-File.
       01  Count-Work-Record.
           05 Cwk-Department       pic x(4).
           05 Cwk-Site-Code        pic x(4).
           05 Cwk-Emp-Number       pic x(5).
           05 Cwk-Status           pic x(1).
       SD  Count-Sort-Work.
       01  Count-Sort-Record.
           05 Csw-Department       pic x(4).
           05 Csw-Site-Code        pic x(4).
           05 Csw-Emp-Number       pic x(5).
           05 FILLER               pic x(1).
       FD  Count-Sorted.
       01  Count-Sorted-Record.
           05 Css-Department       pic x(4).
           05 Css-Site-Code        pic x(4).
           05 Css-Emp-Number       pic x(5).
           05 Css-Status           pic x(1).
       FD  Movement-Work-File.
       01  movement-work-rec       pic x(80).
       FD output-file.
       01 report-rec               pic x(80).
       FD  Remit-File.
       01  remit-rec               pic x(80).

       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 Ws-Runctl-Status         pic xx.
       01 Ws-Percap-Rate-Status    pic xx.
       01 Ws-Percap-Rate-Eof       pic x value 'n'.
       01 Ws-Employee-Status       pic xx.
       01 Ws-Ytd-Status            pic xx.
       01 Ws-Ytd-Hist-Status       pic xx.
       01 Ws-Term-Reg-Status       pic xx.
       01 Ws-Term-Reg-Eof          pic x value 'n'.
       01 Ws-Prior-Status          pic xx.
       01 Ws-Current-Status        pic xx.
       01 Ws-Roll-Eof              pic x value 'n'.
       01 Ws-Count-Eof             pic x value 'n'.
       01 Ws-Movement-Eof          pic x value 'n'.
       01 Ws-Master-Available      pic x value 'N'.
       01 Ws-Prior-Available       pic x value 'N'.
       01 Ws-Run-Date              pic 9(8).
       01 Ws-Rc-Period             pic 9(6) value 0.
       01 Ws-Best-Rate-Date        pic 9(8) value 0.
       01 Ws-Percap-Rate           pic 9(3)v99 value 0.
      *************************************************
      * MATCH KEYS FOR THE ONE-PASS MERGE OF THE       *
      * MASTER AGAINST THE SORTED HISTORY AND LAST     *
      * MONTH'S SNAPSHOT. EACH GOES TO HIGH-VALUES AT  *
      * END OF FILE SO IT NEVER MATCHES AGAIN.         *
      *************************************************
       01 Ws-Hist-Key              pic x(5).
       01 Ws-Prior-Key             pic x(5).
       01 Ws-Member-Posted         pic x value 'N'.
       01 Ws-Member-Status         pic x value space.
       01 Ws-Prior-Member-Status   pic x value space.
       01 Ws-Member-Site           pic x(4).
      *************************************************
      * THIS PERIOD'S TERMINATIONS FROM TERMREG.TXT,   *
      * SO A MEMBER WHO DROPPED OFF THE MASTER CAN BE  *
      * SHOWN WITH THEIR NAME AND TERMINATION DATE.    *
      *************************************************
       01 Ws-Term-Table-Count      pic 9(3) value 0.
       01 Ws-Term-Found            pic x value 'N'.
       01 Ws-Term-Table.
           05 Ws-Term-Entry occurs 200 times
                   indexed by Ws-Term-Idx.
               10 Ws-Term-Emp-Number   pic x(5).
               10 Ws-Term-Name         pic x(20).
               10 Ws-Term-Date         pic x(8).
      *************************************************
      * HEAD COUNTS AND TAX - BY DEPARTMENT/SITE, BY   *
      * DEPARTMENT, AND FOR THE WHOLE LOCAL.           *
      *************************************************
       01 Ws-Prev-Department       pic x(4) value spaces.
       01 Ws-Prev-Site-Code        pic x(4) value spaces.
       01 Ws-First-Count-Record    pic x value 'Y'.
       01 Ws-Site-Counts.
           05 Ws-Site-Working      pic 9(5) value 0.
           05 Ws-Site-Exempt       pic 9(5) value 0.
           05 Ws-Site-Not-Posted   pic 9(5) value 0.
       01 Ws-Dept-Counts.
           05 Ws-Dept-Working      pic 9(5) value 0.
           05 Ws-Dept-Exempt       pic 9(5) value 0.
           05 Ws-Dept-Not-Posted   pic 9(5) value 0.
       01 Ws-Grand-Counts.
           05 Ws-Grand-Working     pic 9(5) value 0.
           05 Ws-Grand-Exempt      pic 9(5) value 0.
           05 Ws-Grand-Not-Posted  pic 9(5) value 0.
       01 Ws-Line-Tax              pic 9(7)v99 value 0.
       01 Ws-Grand-Tax             pic 9(7)v99 value 0.
      *************************************************
      * MONTH-OVER-MONTH MOVEMENT OF THE WORKING COUNT. *
      * LAST MONTH + ADDS + RELEASES - HOLDS -          *
      * TERMINATIONS - NOT POSTED MUST EQUAL THIS       *
      * MONTH'S WORKING COUNT.                          *
      *************************************************
       01 Ws-Prior-Working         pic 9(5) value 0.
       01 Ws-Prior-Period          pic 9(6) value 0.
       01 Ws-Move-Adds             pic 9(5) value 0.
       01 Ws-Move-Releases         pic 9(5) value 0.
       01 Ws-Move-Holds            pic 9(5) value 0.
       01 Ws-Move-Terms            pic 9(5) value 0.
       01 Ws-Move-Not-Posted       pic 9(5) value 0.
       01 Ws-Move-Expected         pic s9(6) value 0.
       01 header-line-1.
           05 Filler               pic x(25) value spaces.
           05 Filler               pic x(30) value
              'MONTHLY PER-CAPITA TAX REPORT'.
           05 Filler               pic x(25) value spaces.
       01 header-line-2.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(8) value 'PERIOD: '.
           05 Hd2-Period-Out       pic 9(6).
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(17) value
              'RATE PER MEMBER: '.
           05 Hd2-Rate-Out         pic zz9.99.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(10) value 'RUN DATE: '.
           05 Hd2-Run-Date-Out     pic 9(8).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(4) value 'DEPT'.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(4) value 'SITE'.
           05 Filler               pic x(4) value spaces.
           05 Filler               pic x(7) value 'WORKING'.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(6) value 'EXEMPT'.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(10) value 'NOT POSTED'.
           05 Filler               pic x(5) value spaces.
           05 Filler               pic x(7) value 'TAX DUE'.
       01 count-detail-line.
           05 Filler               pic x(3) value spaces.
           05 Pcd-Department       pic x(4).
           05 Filler               pic x(3) value spaces.
           05 Pcd-Site-Code        pic x(4).
           05 Filler               pic x(6) value spaces.
           05 Pcd-Working          pic zzzz9.
           05 Filler               pic x(4) value spaces.
           05 Pcd-Exempt           pic zzzz9.
           05 Filler               pic x(8) value spaces.
           05 Pcd-Not-Posted       pic zzzz9.
           05 Filler               pic x(2) value spaces.
           05 Pcd-Tax              pic z,zzz,zz9.99.
       01 dept-total-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(11) value 'DEPT TOTAL '.
           05 Pdt-Department       pic x(4).
           05 Filler               pic x(2) value spaces.
           05 Pdt-Working          pic zzzz9.
           05 Filler               pic x(4) value spaces.
           05 Pdt-Exempt           pic zzzz9.
           05 Filler               pic x(8) value spaces.
           05 Pdt-Not-Posted       pic zzzz9.
           05 Filler               pic x(2) value spaces.
           05 Pdt-Tax              pic z,zzz,zz9.99.
       01 grand-total-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(17) value
              'LOCAL TOTAL      '.
           05 Pgt-Working          pic zzzz9.
           05 Filler               pic x(4) value spaces.
           05 Pgt-Exempt           pic zzzz9.
           05 Filler               pic x(8) value spaces.
           05 Pgt-Not-Posted       pic zzzz9.
           05 Filler               pic x(2) value spaces.
           05 Pgt-Tax              pic z,zzz,zz9.99.
       01 movement-header-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(37) value
              'MOVEMENT OF THE WORKING COUNT SINCE P'.
           05 Filler               pic x(7) value 'ERIOD: '.
           05 Mhd-Prior-Period     pic 9(6).
       01 no-prior-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(48) value
              'NO PRIOR MONTH SNAPSHOT - MOVEMENT NOT AVAILABLE'.
       01 movement-count-line.
           05 Filler               pic x(3) value spaces.
           05 Mct-Label            pic x(30).
           05 Mct-Sign             pic x(2).
           05 Mct-Count            pic zzzz9.
       01 movement-check-line.
           05 Filler               pic x(3) value spaces.
           05 Mck-Message          pic x(50).
       01 movement-column-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(20) value 'MOVEMENT'.
           05 Filler               pic x(2) value spaces.
           05 Filler               pic x(6) value 'EMP#  '.
           05 Filler               pic x(21) value 'NAME'.
           05 Filler               pic x(15) value 'DATE/NOTE'.
       01 movement-detail-line.
           05 Filler               pic x(3) value spaces.
           05 Mdt-Movement         pic x(20).
           05 Filler               pic x(2) value spaces.
           05 Mdt-Emp-Number       pic x(5).
           05 Filler               pic x(1) value space.
           05 Mdt-Name             pic x(20).
           05 Filler               pic x(1) value space.
           05 Mdt-Note             pic x(28).
      *************************************************
      * THE REMITTANCE SLIP SENT WITH THE CHECK.       *
      *************************************************
       01 remit-header-line.
           05 Filler               pic x(24) value spaces.
           05 Filler               pic x(32) value
              'PER-CAPITA TAX REMITTANCE ADVICE'.
           05 Filler               pic x(24) value spaces.
       01 remit-period-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(30) value
              'PERIOD                      : '.
           05 Rmt-Period-Out       pic 9(6).
       01 remit-count-line.
           05 Filler               pic x(3) value spaces.
           05 Rmc-Label            pic x(30).
           05 Rmc-Count-Out        pic zzzz9.
       01 remit-rate-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(30) value
              'RATE PER MEMBER             : '.
           05 Rmr-Rate-Out         pic zz9.99.
       01 remit-amount-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(30) value
              'AMOUNT REMITTED             : '.
           05 Rma-Amount-Out       pic z,zzz,zz9.99.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-READ-RUN-PERIOD
               perform 050-LOAD-PERCAP-RATE
               perform 055-LOAD-TERM-REGISTER
               perform 060-ROLL-SNAPSHOT
               perform 040-SORT-PERIOD-HISTORY
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   stop run
               end-if
               open input Ytd-Master
               if Ws-Ytd-Status = "00"
                   move 'Y' to Ws-Master-Available
               end-if
               open input Hist-Sorted
               move low-values to Ws-Hist-Key
               perform 150-READ-HISTORY
               open input Prior-Snapshot
               if Ws-Prior-Status = "00"
                   move 'Y' to Ws-Prior-Available
                   perform 160-READ-PRIOR
               else
                   move high-values to Ws-Prior-Key
               end-if
               open output Current-Snapshot
               open output Count-Work-File
               open output Movement-Work-File
               perform until eof = "y"
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           perform 110-CLASSIFY-MEMBER
                   end-read
               end-perform
               perform until Ws-Prior-Key = high-values
                   perform 130-PRIOR-MEMBER-GONE
                   perform 160-READ-PRIOR
               end-perform
               close Employee-Data, Hist-Sorted, Current-Snapshot,
                     Count-Work-File, Movement-Work-File
               if Ws-Master-Available = 'Y'
                   close Ytd-Master
               end-if
               if Ws-Prior-Available = 'Y'
                   close Prior-Snapshot
               end-if
               perform 045-SORT-MEMBER-COUNTS
               open output output-file
               move Ws-Rc-Period to Hd2-Period-Out
               move Ws-Percap-Rate to Hd2-Rate-Out
               move Ws-Run-Date to Hd2-Run-Date-Out
               write report-rec from header-line-1
               write report-rec from header-line-2
               write report-rec from blank-line
               write report-rec from column-header-line
               move 'n' to Ws-Count-Eof
               open input Count-Sorted
               perform until Ws-Count-Eof = "y"
                   read Count-Sorted
                       at end
                           move 'y' to Ws-Count-Eof
                       not at end
                           perform 200-COUNT-ONE-MEMBER
                   end-read
               end-perform
               close Count-Sorted
               if Ws-First-Count-Record = 'N'
                   perform 210-SITE-BREAK
                   perform 220-DEPT-BREAK
               end-if
               perform 230-WRITE-GRAND-TOTAL
               perform 240-WRITE-MOVEMENT
               close output-file
               perform 250-WRITE-REMITTANCE
               display 'PER-CAPITA REPORT WRITTEN FOR PERIOD '
                   Ws-Rc-Period ' - WORKING MEMBERS: '
                   Ws-Grand-Working.
               stop run.

      *************************************************
      * THE REPORT IS FOR THE RUN-CONTROL PERIOD, AND  *
      * ITS WORKING COUNT COMES FROM THAT PERIOD'S     *
      * POSTINGS - SO THE PAYROLL STEP MUST HAVE       *
      * COMPLETED FIRST, OR EVERY MEMBER WOULD SHOW AS *
      * NOT POSTED.                                    *
      *************************************************
       030-READ-RUN-PERIOD.
               open input Run-Control-File
               if Ws-Runctl-Status not = "00"
                   display 'RUN CONTROL NOT FOUND - PER-CAPITA '
                       'REPORT NOT RUN'
                   stop run
               end-if
               read Run-Control-File
                   at end
                       display 'RUN CONTROL EMPTY - PER-CAPITA '
                           'REPORT NOT RUN'
                       close Run-Control-File
                       stop run
               end-read
               close Run-Control-File
               move Rc-Period-Number to Ws-Rc-Period
               if Rc-Payroll-Done not = 'Y'
                   display 'PAYROLL HAS NOT COMPLETED FOR PERIOD '
                       Ws-Rc-Period ' - PER-CAPITA REPORT NOT RUN'
                   stop run
               end-if.

      *************************************************
      * SORTS THE PERIOD HISTORY INTO EMPLOYEE ORDER   *
      * FOR THE ONE-PASS MATCH AGAINST THE MASTER.     *
      * WITH NO HISTORY AT ALL, AN EMPTY SORTED FILE   *
      * IS MADE SO EVERY MEMBER SIMPLY SHOWS AS NOT    *
      * POSTED.                                        *
      *************************************************
       040-SORT-PERIOD-HISTORY.
               open input Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   close Ytd-History
                   sort Hist-Sort-Work
                       on ascending key Hsw-Emp-Number
                       using Ytd-History
                       giving Hist-Sorted
               else
                   display 'YTDHIST.DAT NOT AVAILABLE - STATUS '
                       Ws-Ytd-Hist-Status
                   open output Hist-Sorted
                   close Hist-Sorted
               end-if.

      *************************************************
      * SORTS THE MEMBER COUNT RECORDS INTO            *
      * DEPARTMENT, THEN SITE ORDER FOR THE REPORT.    *
      *************************************************
       045-SORT-MEMBER-COUNTS.
               sort Count-Sort-Work
                   on ascending key Csw-Department
                                    Csw-Site-Code
                                    Csw-Emp-Number
                   using Count-Work-File
                   giving Count-Sorted.

      *************************************************
      * PICKS THE LATEST PERCAPRT.TXT ROW EFFECTIVE ON *
      * OR BEFORE TODAY. WITHOUT A RATE THERE IS NO    *
      * TAX TO REPORT, SO THE RUN STOPS.               *
      *************************************************
       050-LOAD-PERCAP-RATE.
               open input Percap-Rate-File
               if Ws-Percap-Rate-Status not = "00"
                   display 'PERCAPRT.TXT NOT AVAILABLE - STATUS '
                       Ws-Percap-Rate-Status
                   stop run
               end-if
               perform until Ws-Percap-Rate-Eof = 'y'
                   read Percap-Rate-File
                       at end
                           move 'y' to Ws-Percap-Rate-Eof
                       not at end
                           if Pcr-Effective-Date <= Ws-Run-Date
                              and Pcr-Effective-Date
                                  > Ws-Best-Rate-Date
                               move Pcr-Effective-Date
                                   to Ws-Best-Rate-Date
                               move Pcr-Rate-Per-Member
                                   to Ws-Percap-Rate
                           end-if
                   end-read
               end-perform
               close Percap-Rate-File
               if Ws-Best-Rate-Date = 0
                   display 'NO PERCAPRT.TXT RATE IN EFFECT FOR '
                       Ws-Run-Date ' - PER-CAPITA REPORT NOT RUN'
                   stop run
               end-if.

      *************************************************
      * LOADS THE PERIOD'S TERMINATIONS FROM THE       *
      * REGISTER EMPMAINT PRINTED. A MISSING REGISTER  *
      * ONLY MEANS NO ONE CAN BE NAMED FROM IT.        *
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
                               if Ws-Term-Table-Count < 200
                                 add 1 to Ws-Term-Table-Count
                                 set Ws-Term-Idx
                                     to Ws-Term-Table-Count
                                 move Trr-Number
                                     to Ws-Term-Emp-Number (Ws-Term-Idx)
                                 move Trr-Name
                                     to Ws-Term-Name (Ws-Term-Idx)
                                 move Trr-Term-Date
                                     to Ws-Term-Date (Ws-Term-Idx)
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
      * THE FIRST RUN FOR A NEW PERIOD MOVES LAST      *
      * RUN'S SNAPSHOT ACROSS TO BECOME "LAST MONTH".  *
      * A RERUN FOR THE SAME PERIOD LEAVES THE PRIOR   *
      * SNAPSHOT ALONE, SO THE MOVEMENT IS STILL       *
      * MEASURED AGAINST LAST MONTH AND NOT AGAINST    *
      * THE EARLIER ATTEMPT.                           *
      *************************************************
       060-ROLL-SNAPSHOT.
               open input Current-Snapshot
               if Ws-Current-Status = "00"
                   read Current-Snapshot
                       at end
                           move 'y' to Ws-Roll-Eof
                   end-read
                   if Ws-Roll-Eof not = 'y'
                      and Cur-Period not = Ws-Rc-Period
                       open output Prior-Snapshot
                       perform until Ws-Roll-Eof = 'y'
                           move Current-Snapshot-Record
                               to Prior-Snapshot-Record
                           write Prior-Snapshot-Record
                           read Current-Snapshot
                               at end
                                   move 'y' to Ws-Roll-Eof
                           end-read
                       end-perform
                       close Prior-Snapshot
                   end-if
                   close Current-Snapshot
               end-if.

      *************************************************
      * CLASSES ONE MEMBER FOR THE PERIOD. ON HOLD IS  *
      * EXEMPT WHATEVER ELSE IS ON FILE; OTHERWISE A   *
      * NORMAL 'P' POSTING FOR THE PERIOD MAKES THEM A *
      * WORKING MEMBER THE TAX IS OWED ON.             *
      *************************************************
       110-CLASSIFY-MEMBER.
               move 'N' to Ws-Member-Posted
               perform until Ws-Hist-Key > Employee-Number-in
                   if Ws-Hist-Key = Employee-Number-in
                      and Hss-Period-Number = Ws-Rc-Period
                      and Hss-Source = 'P'
                       move 'Y' to Ws-Member-Posted
                   end-if
                   perform 150-READ-HISTORY
               end-perform
               if Employee-Hold-Flag = 'H'
                   move 'H' to Ws-Member-Status
               else
                   if Ws-Member-Posted = 'Y'
                       move 'W' to Ws-Member-Status
                   else
                       move 'N' to Ws-Member-Status
                   end-if
               end-if
               move spaces to Ws-Member-Site
               if Ws-Master-Available = 'Y'
                   move Employee-Number-in to Ytd-Emp-Number
                   read Ytd-Master
                       invalid key
                           continue
                       not invalid key
                           move Ytd-Site-Code to Ws-Member-Site
                   end-read
               end-if
               move Department-Code to Cwk-Department
               move Ws-Member-Site to Cwk-Site-Code
               move Employee-Number-in to Cwk-Emp-Number
               move Ws-Member-Status to Cwk-Status
               write Count-Work-Record
               move Employee-Number-in to Cur-Emp-Number
               move Ws-Member-Status to Cur-Status
               move Ws-Rc-Period to Cur-Period
               write Current-Snapshot-Record
               perform until Ws-Prior-Key >= Employee-Number-in
                   perform 130-PRIOR-MEMBER-GONE
                   perform 160-READ-PRIOR
               end-perform
               move space to Ws-Prior-Member-Status
               if Ws-Prior-Key = Employee-Number-in
                   move Prv-Status to Ws-Prior-Member-Status
                   perform 160-READ-PRIOR
               end-if
               if Ws-Prior-Available = 'Y'
                   perform 120-RECORD-MOVEMENT
               end-if.

      *************************************************
      * COMPARES THE MEMBER'S STATUS WITH LAST MONTH'S *
      * AND LISTS ANY CHANGE THAT MOVED THE WORKING    *
      * COUNT.                                         *
      *************************************************
       120-RECORD-MOVEMENT.
               move spaces to movement-detail-line
               evaluate true
                   when Ws-Member-Status = 'W'
                    and Ws-Prior-Member-Status = 'H'
                       add 1 to Ws-Move-Releases
                       move 'RELEASED FROM HOLD' to Mdt-Movement
                   when Ws-Member-Status = 'W'
                    and Ws-Prior-Member-Status = space
                       add 1 to Ws-Move-Adds
                       move 'ADDED' to Mdt-Movement
                       move 'NEW TO THE MASTER' to Mdt-Note
                   when Ws-Member-Status = 'W'
                    and Ws-Prior-Member-Status = 'N'
                       add 1 to Ws-Move-Adds
                       move 'ADDED' to Mdt-Movement
                       move 'POSTING AGAIN' to Mdt-Note
                   when Ws-Member-Status = 'H'
                    and Ws-Prior-Member-Status = 'W'
                       add 1 to Ws-Move-Holds
                       move 'PLACED ON HOLD' to Mdt-Movement
                   when Ws-Member-Status = 'N'
                    and Ws-Prior-Member-Status = 'W'
                       add 1 to Ws-Move-Not-Posted
                       move 'NOT POSTED' to Mdt-Movement
                       move 'NO DUES POSTED THIS PERIOD' to Mdt-Note
               end-evaluate
               if Mdt-Movement not = spaces
                   move Employee-Number-in to Mdt-Emp-Number
                   move Employee-Name-in to Mdt-Name
                   write movement-work-rec from movement-detail-line
               end-if.

      *************************************************
      * A MEMBER ON LAST MONTH'S SNAPSHOT WHO IS NO    *
      * LONGER ON THE MASTER. ONLY A WORKING MEMBER    *
      * MOVES THE COUNT; THE NAME AND DATE COME FROM   *
      * TERMREG.TXT WHEN THE LEAVER IS ON IT.          *
      *************************************************
       130-PRIOR-MEMBER-GONE.
               if Prv-Status = 'W'
                   add 1 to Ws-Move-Terms
                   move spaces to movement-detail-line
                   move 'TERMINATED' to Mdt-Movement
                   move Prv-Emp-Number to Mdt-Emp-Number
                   move 'N' to Ws-Term-Found
                   perform varying Ws-Term-Idx from 1 by 1
                       until Ws-Term-Idx > Ws-Term-Table-Count
                          or Ws-Term-Found = 'Y'
                       if Ws-Term-Emp-Number (Ws-Term-Idx)
                          = Prv-Emp-Number
                           move 'Y' to Ws-Term-Found
                           move Ws-Term-Name (Ws-Term-Idx)
                               to Mdt-Name
                           move Ws-Term-Date (Ws-Term-Idx)
                               to Mdt-Note
                       end-if
                   end-perform
                   if Ws-Term-Found = 'N'
                       move 'NOT ON TERMREG.TXT' to Mdt-Note
                   end-if
                   write movement-work-rec from movement-detail-line
               end-if.

       150-READ-HISTORY.
               read Hist-Sorted
                   at end
                       move high-values to Ws-Hist-Key
                   not at end
                       move Hss-Emp-Number to Ws-Hist-Key
               end-read.

       160-READ-PRIOR.
               read Prior-Snapshot
                   at end
                       move high-values to Ws-Prior-Key
                   not at end
                       move Prv-Emp-Number to Ws-Prior-Key
                       move Prv-Period to Ws-Prior-Period
                       if Prv-Status = 'W'
                           add 1 to Ws-Prior-Working
                       end-if
               end-read.

      *************************************************
      * ADDS ONE SORTED MEMBER INTO ITS DEPARTMENT/    *
      * SITE COUNTS, BREAKING ON SITE AND DEPARTMENT.  *
      *************************************************
       200-COUNT-ONE-MEMBER.
               if Ws-First-Count-Record = 'Y'
                   move 'N' to Ws-First-Count-Record
                   move Css-Department to Ws-Prev-Department
                   move Css-Site-Code to Ws-Prev-Site-Code
               else
                   if Css-Department not = Ws-Prev-Department
                       perform 210-SITE-BREAK
                       perform 220-DEPT-BREAK
                       move Css-Department to Ws-Prev-Department
                       move Css-Site-Code to Ws-Prev-Site-Code
                   else
                       if Css-Site-Code not = Ws-Prev-Site-Code
                           perform 210-SITE-BREAK
                           move Css-Site-Code to Ws-Prev-Site-Code
                       end-if
                   end-if
               end-if
               evaluate Css-Status
                   when 'W'
                       add 1 to Ws-Site-Working
                   when 'H'
                       add 1 to Ws-Site-Exempt
                   when other
                       add 1 to Ws-Site-Not-Posted
               end-evaluate.

      *************************************************
      * PRINTS ONE DEPARTMENT/SITE LINE AND ROLLS IT   *
      * INTO THE DEPARTMENT TOTALS.                    *
      *************************************************
       210-SITE-BREAK.
               compute Ws-Line-Tax = Ws-Site-Working * Ws-Percap-Rate
               move Ws-Prev-Department to Pcd-Department
               move Ws-Prev-Site-Code to Pcd-Site-Code
               move Ws-Site-Working to Pcd-Working
               move Ws-Site-Exempt to Pcd-Exempt
               move Ws-Site-Not-Posted to Pcd-Not-Posted
               move Ws-Line-Tax to Pcd-Tax
               write report-rec from count-detail-line
               add Ws-Site-Working to Ws-Dept-Working
               add Ws-Site-Exempt to Ws-Dept-Exempt
               add Ws-Site-Not-Posted to Ws-Dept-Not-Posted
               move 0 to Ws-Site-Working Ws-Site-Exempt
                         Ws-Site-Not-Posted.

      *************************************************
      * PRINTS THE DEPARTMENT SUBTOTAL AND ROLLS IT    *
      * INTO THE LOCAL TOTALS.                         *
      *************************************************
       220-DEPT-BREAK.
               compute Ws-Line-Tax = Ws-Dept-Working * Ws-Percap-Rate
               move Ws-Prev-Department to Pdt-Department
               move Ws-Dept-Working to Pdt-Working
               move Ws-Dept-Exempt to Pdt-Exempt
               move Ws-Dept-Not-Posted to Pdt-Not-Posted
               move Ws-Line-Tax to Pdt-Tax
               write report-rec from dept-total-line
               write report-rec from blank-line
               add Ws-Dept-Working to Ws-Grand-Working
               add Ws-Dept-Exempt to Ws-Grand-Exempt
               add Ws-Dept-Not-Posted to Ws-Grand-Not-Posted
               move 0 to Ws-Dept-Working Ws-Dept-Exempt
                         Ws-Dept-Not-Posted.

       230-WRITE-GRAND-TOTAL.
               compute Ws-Grand-Tax = Ws-Grand-Working * Ws-Percap-Rate
               move Ws-Grand-Working to Pgt-Working
               move Ws-Grand-Exempt to Pgt-Exempt
               move Ws-Grand-Not-Posted to Pgt-Not-Posted
               move Ws-Grand-Tax to Pgt-Tax
               write report-rec from grand-total-line.

      *************************************************
      * PRINTS THE MOVEMENT SUMMARY, PROVES IT FOOTS   *
      * TO THIS MONTH'S WORKING COUNT, THEN LISTS EACH *
      * MEMBER BEHIND THE MOVEMENT.                    *
      *************************************************
       240-WRITE-MOVEMENT.
               write report-rec from blank-line
               if Ws-Prior-Available not = 'Y'
                   write report-rec from no-prior-line
               else
                   move Ws-Prior-Period to Mhd-Prior-Period
                   write report-rec from movement-header-line
                   write report-rec from blank-line
                   move 'LAST MONTH WORKING' to Mct-Label
                   move spaces to Mct-Sign
                   move Ws-Prior-Working to Mct-Count
                   write report-rec from movement-count-line
                   move 'ADDS' to Mct-Label
                   move '+' to Mct-Sign
                   move Ws-Move-Adds to Mct-Count
                   write report-rec from movement-count-line
                   move 'RELEASES FROM HOLD' to Mct-Label
                   move Ws-Move-Releases to Mct-Count
                   write report-rec from movement-count-line
                   move 'TERMINATIONS' to Mct-Label
                   move '-' to Mct-Sign
                   move Ws-Move-Terms to Mct-Count
                   write report-rec from movement-count-line
                   move 'PLACED ON HOLD' to Mct-Label
                   move Ws-Move-Holds to Mct-Count
                   write report-rec from movement-count-line
                   move 'NOT POSTED THIS PERIOD' to Mct-Label
                   move Ws-Move-Not-Posted to Mct-Count
                   write report-rec from movement-count-line
                   move 'THIS MONTH WORKING' to Mct-Label
                   move '=' to Mct-Sign
                   move Ws-Grand-Working to Mct-Count
                   write report-rec from movement-count-line
                   compute Ws-Move-Expected = Ws-Prior-Working
                       + Ws-Move-Adds + Ws-Move-Releases
                       - Ws-Move-Terms - Ws-Move-Holds
                       - Ws-Move-Not-Posted
                   if Ws-Move-Expected = Ws-Grand-Working
                       move 'MOVEMENT FOOTS TO THIS MONTH''S COUNT'
                           to Mck-Message
                   else
                       move '*** MOVEMENT DOES NOT FOOT TO THE COUNT'
                           to Mck-Message
                   end-if
                   write report-rec from movement-check-line
                   write report-rec from blank-line
                   write report-rec from movement-column-line
                   move 'n' to Ws-Movement-Eof
                   open input Movement-Work-File
                   perform until Ws-Movement-Eof = 'y'
                       read Movement-Work-File
                           at end
                               move 'y' to Ws-Movement-Eof
                           not at end
                               write report-rec from movement-work-rec
                       end-read
                   end-perform
                   close Movement-Work-File
               end-if.

      *************************************************
      * WRITES THE ONE-PAGE REMITTANCE SLIP FOR THE    *
      * CHECK TO THE INTERNATIONAL.                    *
      *************************************************
       250-WRITE-REMITTANCE.
               open output Remit-File
               write remit-rec from remit-header-line
               write remit-rec from blank-line
               move Ws-Rc-Period to Rmt-Period-Out
               write remit-rec from remit-period-line
               move 'WORKING MEMBERS             : '
                   to Rmc-Label
               move Ws-Grand-Working to Rmc-Count-Out
               write remit-rec from remit-count-line
               move 'EXEMPT MEMBERS (ON HOLD)    : '
                   to Rmc-Label
               move Ws-Grand-Exempt to Rmc-Count-Out
               write remit-rec from remit-count-line
               move Ws-Percap-Rate to Rmr-Rate-Out
               write remit-rec from remit-rate-line
               move Ws-Grand-Tax to Rma-Amount-Out
               write remit-rec from remit-amount-line
               close Remit-File.
