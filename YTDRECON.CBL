      * side too (it carries its own department code). The   *
      * in-balance/out-of-balance report, with the variance  *
      * per department, is written to YTDRECON.TXT. Run it   *
      * after every period close. A department code retired *
      * by a reorganization (REORGDPT.CBL) is rolled into   *
      * its successor on both sides through the DEPTXWLK.TXT *
      * crosswalk from the move's effective date on, so a    *
      * cutover mid-year does not unbalance either code.     *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Gl-History assign to "GLHIST.TXT"
                  organization is line sequential
                  file status is Ws-Gl-Hist-Status.
           SELECT Crosswalk-File assign to "DEPTXWLK.TXT"
                  organization is line sequential
                  file status is Ws-Crosswalk-Status.
           SELECT output-file assign to "YTDRECON.TXT"
                  organization is line sequential.

       FD  Gl-History.
       01  Gl-History-Record.
           COPY GLHIST.
       FD  Crosswalk-File.
       01  Crosswalk-Record.
           COPY DEPTXWLK.
       FD output-file.
       01 report-rec               pic x(80).

       01 Ws-Term-Eof              pic x value 'n'.
       01 Ws-Master-Available      pic x value 'N'.
      *************************************************
      * DEPARTMENT CROSSWALK - EVERY RETIRED CODE WHOSE *
      * MOVE HAS TAKEN EFFECT BY THE RUN DATE, AND THE *
      * CODE IT ROLLS INTO. A CODE RETIRED AGAIN LATER *
      * IS FOLLOWED ON TO ITS LATEST SUCCESSOR.        *
      *************************************************
       01 Ws-Run-Date              pic 9(8).
       01 Ws-Crosswalk-Status      pic xx.
       01 Ws-Crosswalk-Eof         pic x value 'n'.
       01 Ws-Xwalk-Count           pic 9(3) value 0.
       01 Ws-Xwalk-Found           pic x value 'N'.
       01 Ws-Xwalk-Moved           pic x value 'N'.
       01 Ws-Xwalk-Hops            pic 9(2) value 0.
       01 Ws-Xwalk-Table.
           05 Ws-Xwalk-Entry occurs 200 times
                   indexed by Ws-Xwalk-Idx.
               10 Ws-Xwalk-Old-Code        pic x(4).
               10 Ws-Xwalk-New-Code        pic x(4).
               10 Ws-Xwalk-Effective-Date  pic 9(8).
      *************************************************
      * PER-DEPARTMENT RECONCILIATION TOTALS. THE      *
      * TABLE IS BUILT AS DEPARTMENT CODES TURN UP ON  *
      * EITHER SIDE - A YTD EMPLOYEE'S DEPARTMENT FROM *
           05 Filler               pic x(34) value
              '*** OUT OF BALANCE - DEPARTMENTS: '.
           05 Oob-Count-Out        pic zz9.
       01 crosswalk-note-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(42) value
              'RETIRED DEPARTMENT CODES ROLLED FORWARD: '.
           05 Xnl-Count-Out        pic zz9.
       01 no-master-warning-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(48) value

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 050-LOAD-CROSSWALK
               open output output-file
               write report-rec from header-line-1
               write report-rec from blank-line
               if Ws-Xwalk-Count > 0
                   move Ws-Xwalk-Count to Xnl-Count-Out
                   write report-rec from crosswalk-note-line
                   write report-rec from blank-line
               end-if
               open input Ytd-Master
               if Ws-Ytd-Status not = "00"
                   display 'YTDMAST.DAT NOT AVAILABLE - STATUS '
               close output-file.
               stop run.

      *************************************************
      * LOADS THE DEPARTMENT CROSSWALK, KEEPING ONLY   *
      * MOVES IN EFFECT BY THE RUN DATE. IF ONE OLD    *
      * CODE WAS MAPPED MORE THAN ONCE THE LATEST      *
      * EFFECTIVE MOVE STANDS. NO DEPTXWLK.TXT MEANS   *
      * NO DEPARTMENT HAS EVER BEEN RETIRED.           *
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
                                      <= Ws-Run-Date
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
      * ADDS ONE YTD-MASTER RECORD'S DUES AND          *
      * INSURANCE ACCUMULATORS INTO ITS DEPARTMENT'S   *
      * GRAND TOTALS.                                  *
      *************************************************
       115-FIND-RECON-DEPT.
               perform 117-ROLL-RETIRED-CODE
               move 'N' to Ws-Recon-Dept-Found
               perform varying Ws-Recon-Idx from 1 by 1
                   until Ws-Recon-Idx > Ws-Recon-Dept-Count
                   end-if
               end-if.

      *************************************************
      * REPLACES A RETIRED DEPARTMENT CODE IN WS-RECON-*
      * DEPT-CODE WITH THE CODE IT ROLLED INTO, HOP BY *
      * HOP (A MERGED CODE CAN ITSELF BE MERGED LATER) *
      * - AT MOST TEN HOPS, SO A MAPPING LOOP CANNOT   *
      * HANG THE RUN.                                  *
      *************************************************
       117-ROLL-RETIRED-CODE.
               move 0 to Ws-Xwalk-Hops
               move 'Y' to Ws-Xwalk-Moved
               perform until Ws-Xwalk-Moved = 'N'
                          or Ws-Xwalk-Hops > 10
                   move 'N' to Ws-Xwalk-Moved
                   perform varying Ws-Xwalk-Idx from 1 by 1
                       until Ws-Xwalk-Idx > Ws-Xwalk-Count
                          or Ws-Xwalk-Moved = 'Y'
                       if Ws-Xwalk-Old-Code (Ws-Xwalk-Idx)
                              = Ws-Recon-Dept-Code
                           move Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                               to Ws-Recon-Dept-Code
                           move 'Y' to Ws-Xwalk-Moved
                       end-if
                   end-perform
                   add 1 to Ws-Xwalk-Hops
               end-perform.

      *************************************************
      * FOLDS THE TERMINATED-EMPLOYEE YTD ARCHIVE INTO *
      * THE YTD SIDE. A 'D' TRANSACTION MOVES AN       *
