       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptreorg.
      ******************************************************
      * This program carries out a department reorganization*
      * from a mapping file (REORGMAP.TXT) of old department *
      * code to new code and effective date, instead of HR  *
      * keying a 'C' transaction per employee and patching  *
      * DEPTTAB.TXT by hand. For every employee on the      *
      * indexed Employee-Data master (EMPINDEX.DAT) still in *
      * an old department, a department-only 'C' change is *
      * appended to PENDTRAN.TXT dated the effective date,  *
      * so EMPMAINT's pending sweep moves them on the right *
      * day. The new codes are added to (or updated on)     *
      * DEPTTAB.TXT with their name, manager and GL account, *
      * and each old-to-new pair is appended to the          *
      * crosswalk DEPTXWLK.TXT so YTDRECON.CBL and           *
      * YTDCOMPR.CBL roll history kept under a retired code *
      * into the new one. REORGRPT.TXT lists every employee *
      * moving with their annual salary and year-to-date    *
      * figures, and every DEPTTAB.TXT change. When         *
      * REORGPRV.CTL exists the run is an impact preview    *
      * only - the report is written and nothing else is    *
      * touched - so it can be reviewed before the real run.*
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reorg-Map-File assign to "REORGMAP.TXT"
                  organization is line sequential
                  file status is Ws-Reorg-Map-Status.
           SELECT Dept-Table-File assign to "DEPTTAB.TXT"
                  organization is line sequential
                  file status is Ws-Dept-Tab-Status.
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
           SELECT Pending-File assign to "PENDTRAN.TXT"
                  organization is line sequential
                  file status is Ws-Pending-Status.
           SELECT Crosswalk-File assign to "DEPTXWLK.TXT"
                  organization is line sequential
                  file status is Ws-Crosswalk-Status.
           SELECT Preview-Flag-File assign to "REORGPRV.CTL"
                  organization is line sequential
                  file status is Ws-Preview-Status.
           SELECT Reorg-Report assign to "REORGRPT.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Reorg-Map-File.
       01  Reorg-Map-Record.
           COPY REORGMAP.
       FD  Dept-Table-File.
       01  Dept-Table-Record.
           COPY DEPTTAB.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Ytd-Master.
       01  Ytd-Record.
           COPY YTDMAST.
      *************************************************
      * PENDING (FUTURE-DATED) TRANSACTIONS - SAME     *
      * LAYOUT AS EMPMAINT.CBL'S PENDING-RECORD. READ  *
      * FIRST FOR DEPARTMENT CHANGES ALREADY QUEUED,   *
      * THEN OPENED EXTEND FOR THIS RUN'S MOVES.       *
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
       FD  Crosswalk-File.
       01  Crosswalk-Record.
           COPY DEPTXWLK.
       FD  Preview-Flag-File.
       01  preview-flag-rec            pic x(1).
       FD  Reorg-Report.
       01  reorg-report-rec            pic x(80).

       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 Ws-Reorg-Map-Status       pic xx.
       01 Ws-Reorg-Map-Eof          pic x value "n".
       01 Ws-Dept-Tab-Status        pic xx.
       01 Ws-Dept-Tab-Eof           pic x value "n".
       01 Ws-Employee-Status        pic xx.
       01 Ws-Ytd-Status             pic xx.
       01 Ws-Ytd-Available          pic x value 'N'.
       01 Ws-Pending-Status         pic xx.
       01 Ws-Pend-Eof               pic x value "n".
       01 Ws-Crosswalk-Status       pic xx.
       01 Ws-Crosswalk-Eof          pic x value "n".
       01 Ws-Run-Date               pic 9(8).
      *************************************************
      * "REORGPRV.CTL" EXISTENCE SWITCH - WHEN PRESENT *
      * ONLY THE IMPACT REPORT IS WRITTEN, THE SAME    *
      * EXISTENCE-CHECK STYLE EMPMAINT.CBL USES FOR    *
      * PREVIEW.CTL.                                   *
      *************************************************
       01 Ws-Preview-Status         pic xx.
       01 Ws-Preview-Mode           pic x value 'N'.
           88 Preview-Mode-On            value 'Y'.
      *************************************************
      * MAPPING TABLE - LOADED ONCE FROM REORGMAP.TXT. *
      * A ROW THAT FAILS VALIDATION KEEPS ITS REASON   *
      * AND IS LISTED AS REJECTED; NOTHING IS DONE FOR *
      * IT. RUNNING TOTALS OF WHAT MOVES ARE KEPT PER  *
      * ROW FOR THE IMPACT REPORT.                     *
      *************************************************
       01 Ws-Map-Count              pic 9(3) value 0.
       01 Ws-Map-Sub                pic 9(3) value 0.
       01 Ws-Map-Prior-Sub          pic 9(3) value 0.
       01 Ws-Map-Found              pic x value 'N'.
       01 Ws-Map-Table.
           05 Ws-Map-Entry occurs 50 times
                   indexed by Ws-Map-Idx.
               10 Ws-Map-Old-Code           pic x(4).
               10 Ws-Map-New-Code           pic x(4).
               10 Ws-Map-Effective-Date     pic 9(8).
               10 Ws-Map-New-Name           pic x(30).
               10 Ws-Map-New-Manager        pic x(20).
               10 Ws-Map-New-Gl-Account     pic x(10).
               10 Ws-Map-Reason             pic x(28).
               10 Ws-Map-Emp-Count          pic 9(5).
               10 Ws-Map-Salary-Total       pic 9(9).
               10 Ws-Map-Ytd-Salary         pic 9(11)v99.
               10 Ws-Map-Ytd-Dues           pic 9(9)v99.
               10 Ws-Map-Ytd-Insur          pic 9(9)v99.
       01 Ws-Valid-Map-Count        pic 9(3) value 0.
       01 Ws-Rejected-Map-Count     pic 9(3) value 0.
      *************************************************
      * DEPARTMENT TABLE - DEPTTAB.TXT HELD IN MEMORY  *
      * SO THE NEW CODES CAN BE ADDED OR UPDATED AND   *
      * THE FILE WRITTEN BACK WHOLE. OLD CODES STAY ON *
      * IT SO HISTORY UNDER THEM STILL PRINTS A NAME.  *
      * A DEPTTAB.TXT TOO BIG FOR THE TABLE CANNOT BE  *
      * WRITTEN BACK WHOLE, SO THE RUN IS FORCED TO A  *
      * PREVIEW. SLOTS-NEEDED COUNTS THE NEW CODES THE *
      * VALID MAPPINGS WILL ADD.                       *
      *************************************************
       01 Ws-Dept-Count             pic 9(3) value 0.
       01 Ws-Dept-Overflow          pic x value 'N'.
       01 Ws-Dept-Slots-Needed      pic 9(3) value 0.
       01 Ws-Dept-Sub               pic 9(3) value 0.
       01 Ws-Dept-Found             pic x value 'N'.
       01 Ws-Dept-Search-Code       pic x(4).
       01 Ws-Old-Dept-Sub           pic 9(3) value 0.
       01 Ws-Dept-Table.
           05 Ws-Dept-Entry occurs 50 times
                   indexed by Ws-Dept-Idx.
               10 Ws-Dept-Code              pic x(4).
               10 Ws-Dept-Name              pic x(30).
               10 Ws-Dept-Manager           pic x(20).
               10 Ws-Dept-Gl-Account        pic x(10).
               10 Ws-Dept-Action            pic x(7).
       01 Ws-Dept-Change-Count      pic 9(3) value 0.
      *************************************************
      * DEPARTMENT CHANGES ALREADY WAITING ON          *
      * PENDTRAN.TXT, SO A RERUN DOES NOT QUEUE A MOVE *
      * TWICE AND A CLASHING CHANGE HR KEYED IS        *
      * FLAGGED.                                       *
      *************************************************
       01 Ws-Queued-Count           pic 9(4) value 0.
       01 Ws-Queued-Table.
           05 Ws-Queued-Entry occurs 1000 times
                   indexed by Ws-Queued-Idx.
               10 Ws-Queued-Employee-No     pic x(5).
               10 Ws-Queued-Department      pic x(4).
               10 Ws-Queued-Effective-Date  pic 9(8).
       01 Ws-Same-Move-Queued       pic x value 'N'.
       01 Ws-Other-Move-Queued      pic x value 'N'.
      *************************************************
      * OLD-TO-NEW PAIRS ALREADY ON THE CROSSWALK, SO  *
      * A RERUN DOES NOT APPEND THEM AGAIN.            *
      *************************************************
       01 Ws-Xwalk-Count            pic 9(3) value 0.
       01 Ws-Xwalk-Found            pic x value 'N'.
       01 Ws-Xwalk-Table.
           05 Ws-Xwalk-Entry occurs 200 times
                   indexed by Ws-Xwalk-Idx.
               10 Ws-Xwalk-Old-Code         pic x(4).
               10 Ws-Xwalk-New-Code         pic x(4).
               10 Ws-Xwalk-Effective-Date   pic 9(8).
       01 Ws-Xwalk-Written-Count    pic 9(3) value 0.
      *************************************************
      * THE 'C' TRANSACTION WRITTEN TO PENDTRAN.TXT -  *
      * THE TRANS.TXT LAYOUT CARRYING ONLY THE NEW     *
      * DEPARTMENT, SO EMPMAINT LEAVES EVERY OTHER     *
      * FIELD AS IT IS ON THE MASTER. THE ENTERER IS   *
      * THIS PROGRAM; A DEPARTMENT MOVE NEEDS NO       *
      * SECOND APPROVER.                               *
      *************************************************
       01 Dept-Trans-Record.
           05 Dtt-Code              pic x(1).
           05 Dtt-Employee-No       pic x(5).
           05 FILLER                pic x(44).
           05 Dtt-Department        pic x(4).
           05 FILLER                pic x(18).
           05 Dtt-Effective-Date    pic 9(8).
           05 Dtt-Entered-By        pic x(8).
           05 Dtt-Approved-By       pic x(8).
       01 Ws-Ytd-Salary             pic 9(9)v99 value 0.
       01 Ws-Ytd-Dues               pic 9(7)v99 value 0.
       01 Ws-Ytd-Insur              pic 9(7)v99 value 0.
       01 Ws-Move-Count             pic 9(5) value 0.
       01 Ws-Queued-New-Count       pic 9(5) value 0.
       01 Ws-Already-Count          pic 9(5) value 0.
       01 Ws-Other-Pending-Count    pic 9(5) value 0.
       01 Ws-Grand-Salary           pic 9(9) value 0.
       01 Ws-Grand-Ytd-Salary       pic 9(11)v99 value 0.
       01 Ws-Grand-Ytd-Dues         pic 9(9)v99 value 0.
       01 Ws-Grand-Ytd-Insur        pic 9(9)v99 value 0.
       01 blank-line.
           05 Filler                pic x(80) value spaces.
       01 report-header-line.
           05 Filler                pic x(22) value spaces.
           05 Filler                pic x(36) value
              'DEPARTMENT REORGANIZATION - IMPACT'.
           05 Filler                pic x(22) value spaces.
       01 run-info-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(10) value 'RUN DATE: '.
           05 Rin-Run-Date          pic 9(8).
           05 Filler                pic x(4) value spaces.
           05 Rin-Mode              pic x(44).
       01 map-header-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(4) value 'OLD '.
           05 Mhl-Old-Code          pic x(4).
           05 Filler                pic x(8) value '  -> NEW'.
           05 Filler                pic x(1) value space.
           05 Mhl-New-Code          pic x(4).
           05 Filler                pic x(13) value
              '   EFFECTIVE '.
           05 Mhl-Effective-Date    pic 9(8).
           05 Filler                pic x(2) value spaces.
           05 Mhl-New-Name          pic x(30).
       01 map-rejected-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(10) value 'REJECTED: '.
           05 Mrj-Old-Code          pic x(4).
           05 Filler                pic x(4) value ' -> '.
           05 Mrj-New-Code          pic x(4).
           05 Filler                pic x(2) value spaces.
           05 Mrj-Reason            pic x(28).
       01 old-not-on-table-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(43) value
              'NOTE - OLD CODE IS NOT ON DEPTTAB.TXT'.
       01 emp-column-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(6) value 'EMP#  '.
           05 Filler                pic x(21) value 'NAME'.
           05 Filler                pic x(7) value 'ANN SAL'.
           05 Filler                pic x(11) value '   YTD SAL'.
           05 Filler                pic x(9) value ' YTD DUES'.
           05 Filler                pic x(9) value ' YTD INS'.
           05 Filler                pic x(7) value ' STATUS'.
       01 emp-detail-line.
           05 Filler                pic x(1) value space.
           05 Edl-Emp-Number        pic x(5).
           05 Filler                pic x(1) value space.
           05 Edl-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Edl-Salary            pic zzzzz9.
           05 Filler                pic x(1) value space.
           05 Edl-Ytd-Salary        pic zzzzzz9.99.
           05 Filler                pic x(1) value space.
           05 Edl-Ytd-Dues          pic zzzz9.99.
           05 Filler                pic x(1) value space.
           05 Edl-Ytd-Insur         pic zzzz9.99.
           05 Filler                pic x(1) value space.
           05 Edl-Status            pic x(12).
       01 none-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(30) value
              'NO EMPLOYEES IN OLD DEPARTMENT'.
       01 map-total-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(6) value 'TOTAL '.
           05 Mtl-Count             pic zzzz9.
           05 Filler                pic x(16) value ' EMPLOYEES     '.
           05 Mtl-Salary            pic zzzzzzzz9.
           05 Filler                pic x(1) value space.
           05 Mtl-Ytd-Salary        pic zzzzzzzz9.99.
           05 Filler                pic x(1) value space.
           05 Mtl-Ytd-Dues          pic zzzzzz9.99.
           05 Filler                pic x(1) value space.
           05 Mtl-Ytd-Insur         pic zzzzzz9.99.
       01 dept-title-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(26) value
              'DEPARTMENT TABLE CHANGES -'.
           05 Dtl-Mode              pic x(30).
       01 dept-column-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(5) value 'CODE '.
           05 Filler                pic x(8) value 'ACTION  '.
           05 Filler                pic x(31) value 'NAME'.
           05 Filler                pic x(21) value 'MANAGER'.
           05 Filler                pic x(10) value 'GL ACCOUNT'.
       01 dept-detail-line.
           05 Filler                pic x(1) value space.
           05 Ddl-Code              pic x(4).
           05 Filler                pic x(1) value space.
           05 Ddl-Action            pic x(7).
           05 Filler                pic x(1) value space.
           05 Ddl-Name              pic x(30).
           05 Filler                pic x(1) value space.
           05 Ddl-Manager           pic x(20).
           05 Filler                pic x(1) value space.
           05 Ddl-Gl-Account        pic x(10).
       01 dept-none-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(4) value 'NONE'.
       01 dept-retained-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(45) value
              'RETIRED CODES STAY ON DEPTTAB.TXT SO HISTORY '.
           05 Filler                pic x(24) value
              'UNDER THEM STILL PRINTS.'.
       01 summary-line-1.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(24) value
              'MAPPINGS APPLIED      : '.
           05 Sm1-Valid             pic zz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(12) value 'REJECTED : '.
           05 Sm1-Rejected          pic zz9.
       01 summary-line-2.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(24) value
              'EMPLOYEES MOVING      : '.
           05 Sm2-Moving            pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(12) value 'QUEUED   : '.
           05 Sm2-Queued            pic zzzz9.
       01 summary-line-3.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(24) value
              'ALREADY QUEUED        : '.
           05 Sm3-Already           pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(12) value 'CROSSWALK: '.
           05 Sm3-Crosswalk         pic zz9.
       01 summary-line-4.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(24) value
              'ANNUAL SALARY MOVING  : '.
           05 Sm4-Salary            pic zzz,zzz,zz9.
       01 summary-line-5.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(24) value
              'YTD SALARY/DUES/INS   : '.
           05 Sm5-Ytd-Salary        pic zzz,zzz,zz9.99.
           05 Filler                pic x(1) value space.
           05 Sm5-Ytd-Dues          pic zzzzzz9.99.
           05 Filler                pic x(1) value space.
           05 Sm5-Ytd-Insur         pic zzzzzz9.99.
       01 other-pending-note-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(45) value
              'OTHER PEND - NOT QUEUED, ANOTHER DEPARTMENT '.
           05 Filler                pic x(29) value
              'CHANGE IS ON PENDTRAN.TXT.'.
       01 preview-note-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(46) value
              'PREVIEW ONLY - NOTHING QUEUED, DEPTTAB.TXT AND'.
           05 Filler                pic x(26) value
              ' DEPTXWLK.TXT NOT CHANGED.'.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-CHECK-PREVIEW-MODE
               perform 040-LOAD-MAPPINGS
               perform 050-LOAD-DEPT-TABLE
               perform 055-LOAD-QUEUED-CHANGES
               perform 060-LOAD-CROSSWALK
               perform 065-CHECK-DEPT-ROOM
                   varying Ws-Map-Sub from 1 by 1
                   until Ws-Map-Sub > Ws-Map-Count
               if Ws-Dept-Overflow = 'Y'
                   display 'DEPTTAB.TXT HOLDS MORE THAN 50 DEPARTMENTS'
                       ' - RUN AS A PREVIEW ONLY'
                   move 'Y' to Ws-Preview-Mode
               end-if
               move 'N' to Ws-Ytd-Available
               open input Ytd-Master
               if Ws-Ytd-Status = "00"
                   move 'Y' to Ws-Ytd-Available
               end-if
               if not Preview-Mode-On
                   OPEN EXTEND Pending-File
                   if Ws-Pending-Status not = "00"
                       open output Pending-File
                       close Pending-File
                       open extend Pending-File
                   end-if
                   OPEN EXTEND Crosswalk-File
                   if Ws-Crosswalk-Status not = "00"
                       open output Crosswalk-File
                       close Crosswalk-File
                       open extend Crosswalk-File
                   end-if
               end-if
               open output Reorg-Report
               write reorg-report-rec from report-header-line
               move Ws-Run-Date to Rin-Run-Date
               evaluate true
                   when Ws-Dept-Overflow = 'Y'
                       move 'PREVIEW ONLY - DEPTTAB.TXT OVER 50 ROWS'
                           to Rin-Mode
                   when Preview-Mode-On
                       move 'IMPACT PREVIEW - NOTHING APPLIED'
                           to Rin-Mode
                   when other
                       move 'APPLIED - MOVES QUEUED ON PENDTRAN.TXT'
                           to Rin-Mode
               end-evaluate
               write reorg-report-rec from run-info-line
               perform 100-PROCESS-MAPPING
                   varying Ws-Map-Sub from 1 by 1
                   until Ws-Map-Sub > Ws-Map-Count
               if Ws-Ytd-Available = 'Y'
                   close Ytd-Master
               end-if
               if not Preview-Mode-On
                   close Pending-File, Crosswalk-File
               end-if
               perform 150-UPDATE-DEPT-TABLE
               perform 200-WRITE-REPORT-TAIL
               close Reorg-Report.
               stop run.

      *************************************************
      * IF REORGPRV.CTL EXISTS, HR WANTS THE IMPACT    *
      * REPORT ONLY - PENDTRAN.TXT, DEPTTAB.TXT AND    *
      * DEPTXWLK.TXT ARE LEFT ALONE THIS RUN.          *
      *************************************************
       030-CHECK-PREVIEW-MODE.
               move 'N' to Ws-Preview-Mode
               open input Preview-Flag-File
               if Ws-Preview-Status = "00"
                   move 'Y' to Ws-Preview-Mode
                   close Preview-Flag-File
               end-if.

      *************************************************
      * LOADS AND VALIDATES THE MAPPING FILE. WITHOUT  *
      * IT THERE IS NOTHING TO DO, SO THE RUN STOPS.   *
      *************************************************
       040-LOAD-MAPPINGS.
               open input Reorg-Map-File
               if Ws-Reorg-Map-Status not = "00"
                   display 'REORGMAP.TXT NOT AVAILABLE - STATUS '
                       Ws-Reorg-Map-Status
                   stop run
               end-if
               perform until Ws-Reorg-Map-Eof = 'y'
                   read Reorg-Map-File
                       at end
                           move 'y' to Ws-Reorg-Map-Eof
                       not at end
                           if Ws-Map-Count < 50
                               add 1 to Ws-Map-Count
                               perform 045-STORE-MAPPING
                           else
                               display 'MAPPING TABLE FULL - '
                                   'DROPPED: ' Rmp-Old-Code
                           end-if
                   end-read
               end-perform
               close Reorg-Map-File
               if Ws-Map-Count = 0
                   display 'REORGMAP.TXT EMPTY - NOTHING TO DO'
                   stop run
               end-if.

      *************************************************
      * STORES ONE MAPPING ROW, RECORDING WHY IT IS    *
      * REJECTED WHEN IT CANNOT BE USED. AN OLD CODE   *
      * MAPPED A SECOND TIME IN THE SAME FILE IS       *
      * REJECTED - THE FIRST ROW STANDS.               *
      *************************************************
       045-STORE-MAPPING.
               set Ws-Map-Idx to Ws-Map-Count
               move Rmp-Old-Code to Ws-Map-Old-Code (Ws-Map-Idx)
               move Rmp-New-Code to Ws-Map-New-Code (Ws-Map-Idx)
               move Rmp-New-Name to Ws-Map-New-Name (Ws-Map-Idx)
               move Rmp-New-Manager
                   to Ws-Map-New-Manager (Ws-Map-Idx)
               move Rmp-New-Gl-Account
                   to Ws-Map-New-Gl-Account (Ws-Map-Idx)
               move spaces to Ws-Map-Reason (Ws-Map-Idx)
               move 0 to Ws-Map-Emp-Count (Ws-Map-Idx)
                         Ws-Map-Salary-Total (Ws-Map-Idx)
                         Ws-Map-Ytd-Salary (Ws-Map-Idx)
                         Ws-Map-Ytd-Dues (Ws-Map-Idx)
                         Ws-Map-Ytd-Insur (Ws-Map-Idx)
               if Rmp-Effective-Date is numeric
                   move Rmp-Effective-Date
                       to Ws-Map-Effective-Date (Ws-Map-Idx)
               else
                   move 0 to Ws-Map-Effective-Date (Ws-Map-Idx)
               end-if
               move 'N' to Ws-Map-Found
               perform varying Ws-Map-Sub from 1 by 1
                   until Ws-Map-Sub >= Ws-Map-Count
                      or Ws-Map-Found = 'Y'
                   if Ws-Map-Old-Code (Ws-Map-Sub) = Rmp-Old-Code
                       move 'Y' to Ws-Map-Found
                   end-if
               end-perform
               evaluate true
                   when Rmp-Old-Code = spaces
                     or Rmp-New-Code = spaces
                       move 'OLD OR NEW CODE BLANK'
                           to Ws-Map-Reason (Ws-Map-Idx)
                   when Rmp-Old-Code = Rmp-New-Code
                       move 'OLD AND NEW CODE THE SAME'
                           to Ws-Map-Reason (Ws-Map-Idx)
                   when Ws-Map-Effective-Date (Ws-Map-Idx) = 0
                       move 'NO EFFECTIVE DATE'
                           to Ws-Map-Reason (Ws-Map-Idx)
                   when Ws-Map-Found = 'Y'
                       move 'OLD CODE MAPPED TWICE'
                           to Ws-Map-Reason (Ws-Map-Idx)
               end-evaluate
               if Ws-Map-Reason (Ws-Map-Idx) = spaces
                   add 1 to Ws-Valid-Map-Count
               else
                   add 1 to Ws-Rejected-Map-Count
               end-if.

      *************************************************
      * LOADS DEPTTAB.TXT. A MISSING TABLE IS NOT AN   *
      * ERROR - THE NEW CODES ARE THEN ITS ONLY ROWS.  *
      *************************************************
       050-LOAD-DEPT-TABLE.
               open input Dept-Table-File
               if Ws-Dept-Tab-Status = "00"
                   perform until Ws-Dept-Tab-Eof = 'y'
                       read Dept-Table-File
                           at end
                               move 'y' to Ws-Dept-Tab-Eof
                           not at end
                             if Ws-Dept-Count < 50
                               add 1 to Ws-Dept-Count
                               set Ws-Dept-Idx to Ws-Dept-Count
                               move Dept-Code
                                   to Ws-Dept-Code (Ws-Dept-Idx)
                               move Dept-Name
                                   to Ws-Dept-Name (Ws-Dept-Idx)
                               move Dept-Manager
                                   to Ws-Dept-Manager (Ws-Dept-Idx)
                               move Dept-Gl-Account
                                   to Ws-Dept-Gl-Account (Ws-Dept-Idx)
                               move spaces
                                   to Ws-Dept-Action (Ws-Dept-Idx)
                             else
                               move 'Y' to Ws-Dept-Overflow
                               display 'DEPARTMENT TABLE FULL - '
                                   'DROPPED: ' Dept-Code
                             end-if
                       end-read
                   end-perform
                   close Dept-Table-File
               else
                   display 'DEPTTAB.TXT NOT FOUND - NEW TABLE WILL '
                       'HOLD THE NEW CODES ONLY'
               end-if.

      *************************************************
      * LOADS EVERY DEPARTMENT CHANGE WAITING ON       *
      * PENDTRAN.TXT.                                  *
      *************************************************
       055-LOAD-QUEUED-CHANGES.
               open input Pending-File
               if Ws-Pending-Status = "00"
                   perform until Ws-Pend-Eof = 'y'
                       read Pending-File
                           at end
                               move 'y' to Ws-Pend-Eof
                           not at end
                               if Pnd-Code = 'C'
                                  and Pnd-Department not = spaces
                                   perform 057-ADD-QUEUED-ENTRY
                               end-if
                       end-read
                   end-perform
                   close Pending-File
               end-if.

       057-ADD-QUEUED-ENTRY.
               if Ws-Queued-Count < 1000
                   add 1 to Ws-Queued-Count
                   set Ws-Queued-Idx to Ws-Queued-Count
                   move Pnd-Employee-No
                       to Ws-Queued-Employee-No (Ws-Queued-Idx)
                   move Pnd-Department
                       to Ws-Queued-Department (Ws-Queued-Idx)
                   move Pnd-Effective-Date
                       to Ws-Queued-Effective-Date (Ws-Queued-Idx)
               else
                   display 'QUEUED CHANGE TABLE FULL - NOT CHECKED: '
                       Pnd-Employee-No
               end-if.

      *************************************************
      * LOADS THE PAIRS ALREADY ON THE CROSSWALK.      *
      *************************************************
       060-LOAD-CROSSWALK.
               open input Crosswalk-File
               if Ws-Crosswalk-Status = "00"
                   perform until Ws-Crosswalk-Eof = 'y'
                       read Crosswalk-File
                           at end
                               move 'y' to Ws-Crosswalk-Eof
                           not at end
                             if Ws-Xwalk-Count < 200
                               add 1 to Ws-Xwalk-Count
                               set Ws-Xwalk-Idx to Ws-Xwalk-Count
                               move Dxw-Old-Code
                                   to Ws-Xwalk-Old-Code (Ws-Xwalk-Idx)
                               move Dxw-New-Code
                                   to Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                               move Dxw-Effective-Date to
                                   Ws-Xwalk-Effective-Date
                                       (Ws-Xwalk-Idx)
                             else
                               display 'CROSSWALK TABLE FULL - NOT '
                                   'CHECKED: ' Dxw-Old-Code
                             end-if
                       end-read
                   end-perform
                   close Crosswalk-File
               end-if.

      *************************************************
      * REJECTS A VALID MAPPING WHOSE NEW CODE IS NOT  *
      * ON DEPTTAB.TXT WHEN THE TABLE HAS NO SLOT LEFT *
      * FOR IT, BEFORE ANYTHING IS QUEUED FOR IT. A    *
      * NEW CODE AN EARLIER VALID ROW ALREADY BRINGS   *
      * ON NEEDS NO SECOND SLOT.                       *
      *************************************************
       065-CHECK-DEPT-ROOM.
               if Ws-Map-Reason (Ws-Map-Sub) = spaces
                   move Ws-Map-New-Code (Ws-Map-Sub)
                       to Ws-Dept-Search-Code
                   perform 160-FIND-DEPT
                   if Ws-Dept-Found = 'N'
                       move 'N' to Ws-Map-Found
                       perform varying Ws-Map-Prior-Sub from 1 by 1
                           until Ws-Map-Prior-Sub >= Ws-Map-Sub
                              or Ws-Map-Found = 'Y'
                           if Ws-Map-Reason (Ws-Map-Prior-Sub) = spaces
                              and Ws-Map-New-Code (Ws-Map-Prior-Sub)
                                = Ws-Map-New-Code (Ws-Map-Sub)
                               move 'Y' to Ws-Map-Found
                           end-if
                       end-perform
                       if Ws-Map-Found = 'N'
                           if Ws-Dept-Count + Ws-Dept-Slots-Needed < 50
                               add 1 to Ws-Dept-Slots-Needed
                           else
                               move 'DEPARTMENT TABLE FULL'
                                   to Ws-Map-Reason (Ws-Map-Sub)
                               subtract 1 from Ws-Valid-Map-Count
                               add 1 to Ws-Rejected-Map-Count
                           end-if
                       end-if
                   end-if
               end-if.

      *************************************************
      * ONE MAPPING ROW - A REJECTED ROW IS JUST       *
      * LISTED. OTHERWISE EVERY EMPLOYEE STILL IN THE  *
      * OLD DEPARTMENT IS LISTED AND (UNLESS THIS IS A *
      * PREVIEW) QUEUED, AND THE PAIR IS ADDED TO THE  *
      * CROSSWALK. THE MASTER IS READ END TO END FOR   *
      * EACH ROW, THE WAY CHGINQ.CBL RE-READS ITS      *
      * HISTORY FOR EACH QUERY.                        *
      *************************************************
       100-PROCESS-MAPPING.
               write reorg-report-rec from blank-line
               if Ws-Map-Reason (Ws-Map-Sub) not = spaces
                   move Ws-Map-Old-Code (Ws-Map-Sub) to Mrj-Old-Code
                   move Ws-Map-New-Code (Ws-Map-Sub) to Mrj-New-Code
                   move Ws-Map-Reason (Ws-Map-Sub) to Mrj-Reason
                   write reorg-report-rec from map-rejected-line
               else
                   move Ws-Map-Old-Code (Ws-Map-Sub) to Mhl-Old-Code
                   move Ws-Map-New-Code (Ws-Map-Sub) to Mhl-New-Code
                   move Ws-Map-Effective-Date (Ws-Map-Sub)
                       to Mhl-Effective-Date
                   move Ws-Map-New-Name (Ws-Map-Sub) to Mhl-New-Name
                   write reorg-report-rec from map-header-line
                   move Ws-Map-Old-Code (Ws-Map-Sub)
                       to Ws-Dept-Search-Code
                   perform 160-FIND-DEPT
                   if Ws-Dept-Found = 'N'
                       write reorg-report-rec
                           from old-not-on-table-line
                   end-if
                   write reorg-report-rec from emp-column-line
                   open input Employee-Data
                   if Ws-Employee-Status not = "00"
                       display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                           Ws-Employee-Status
                       close Reorg-Report
                       stop run
                   end-if
                   move 'n' to eof
                   perform until eof = 'y'
                       read Employee-Data next record
                           at end
                               move 'y' to eof
                           not at end
                               if Department-Code
                                   = Ws-Map-Old-Code (Ws-Map-Sub)
                                   perform 110-MOVE-EMPLOYEE
                               end-if
                       end-read
                   end-perform
                   close Employee-Data
                   if Ws-Map-Emp-Count (Ws-Map-Sub) = 0
                       write reorg-report-rec from none-line
                   else
                       move Ws-Map-Emp-Count (Ws-Map-Sub) to Mtl-Count
                       move Ws-Map-Salary-Total (Ws-Map-Sub)
                           to Mtl-Salary
                       move Ws-Map-Ytd-Salary (Ws-Map-Sub)
                           to Mtl-Ytd-Salary
                       move Ws-Map-Ytd-Dues (Ws-Map-Sub)
                           to Mtl-Ytd-Dues
                       move Ws-Map-Ytd-Insur (Ws-Map-Sub)
                           to Mtl-Ytd-Insur
                       write reorg-report-rec from map-total-line
                   end-if
                   if not Preview-Mode-On
                       perform 130-ADD-CROSSWALK
                   end-if
               end-if.

      *************************************************
      * LISTS ONE EMPLOYEE MOVING, WITH THE DOLLARS    *
      * THAT MOVE WITH THEM, AND QUEUES THE MOVE       *
      * UNLESS THE SAME MOVE IS ALREADY WAITING OR HR  *
      * HAS ANOTHER DEPARTMENT CHANGE QUEUED FOR THEM  *
      * - THAT ONE IS LEFT TO BE SORTED OUT BY HAND.   *
      *************************************************
       110-MOVE-EMPLOYEE.
               move 0 to Ws-Ytd-Salary Ws-Ytd-Dues Ws-Ytd-Insur
               if Ws-Ytd-Available = 'Y'
                   move Employee-Number-in to Ytd-Emp-Number
                   read Ytd-Master
                       invalid key
                           continue
                       not invalid key
                           move Ytd-Salary-Total to Ws-Ytd-Salary
                           move Ytd-Dues-Total to Ws-Ytd-Dues
                           move Ytd-Insur-Total to Ws-Ytd-Insur
                   end-read
               end-if
               perform 120-CHECK-QUEUED
               add 1 to Ws-Move-Count
               add 1 to Ws-Map-Emp-Count (Ws-Map-Sub)
               add Annual-Salary to Ws-Map-Salary-Total (Ws-Map-Sub)
                                    Ws-Grand-Salary
               add Ws-Ytd-Salary to Ws-Map-Ytd-Salary (Ws-Map-Sub)
                                    Ws-Grand-Ytd-Salary
               add Ws-Ytd-Dues to Ws-Map-Ytd-Dues (Ws-Map-Sub)
                                  Ws-Grand-Ytd-Dues
               add Ws-Ytd-Insur to Ws-Map-Ytd-Insur (Ws-Map-Sub)
                                   Ws-Grand-Ytd-Insur
               move Employee-Number-in to Edl-Emp-Number
               move Employee-Name-in to Edl-Name
               move Annual-Salary to Edl-Salary
               move Ws-Ytd-Salary to Edl-Ytd-Salary
               move Ws-Ytd-Dues to Edl-Ytd-Dues
               move Ws-Ytd-Insur to Edl-Ytd-Insur
               evaluate true
                   when Ws-Same-Move-Queued = 'Y'
                       add 1 to Ws-Already-Count
                       move 'IN QUEUE' to Edl-Status
                   when Ws-Other-Move-Queued = 'Y'
                       continue
                   when Preview-Mode-On
                       move 'TO QUEUE' to Edl-Status
                   when other
                       perform 125-QUEUE-MOVE
                       move 'QUEUED' to Edl-Status
               end-evaluate
               if Ws-Other-Move-Queued = 'Y'
                   add 1 to Ws-Other-Pending-Count
                   move 'OTHER PEND' to Edl-Status
               end-if
               write reorg-report-rec from emp-detail-line.

      *************************************************
      * LOOKS FOR A DEPARTMENT CHANGE ALREADY QUEUED   *
      * FOR THIS EMPLOYEE - THE SAME MOVE ON THE SAME  *
      * DATE (A RERUN), OR SOME OTHER ONE HR KEYED.    *
      *************************************************
       120-CHECK-QUEUED.
               move 'N' to Ws-Same-Move-Queued Ws-Other-Move-Queued
               perform varying Ws-Queued-Idx from 1 by 1
                   until Ws-Queued-Idx > Ws-Queued-Count
                   if Ws-Queued-Employee-No (Ws-Queued-Idx)
                       = Employee-Number-in
                       if Ws-Queued-Department (Ws-Queued-Idx)
                            = Ws-Map-New-Code (Ws-Map-Sub)
                          and Ws-Queued-Effective-Date (Ws-Queued-Idx)
                            = Ws-Map-Effective-Date (Ws-Map-Sub)
                           move 'Y' to Ws-Same-Move-Queued
                       else
                           move 'Y' to Ws-Other-Move-Queued
                       end-if
                   end-if
               end-perform.

       125-QUEUE-MOVE.
               move spaces to Dept-Trans-Record
               move 'C' to Dtt-Code
               move Employee-Number-in to Dtt-Employee-No
               move Ws-Map-New-Code (Ws-Map-Sub) to Dtt-Department
               move Ws-Map-Effective-Date (Ws-Map-Sub)
                   to Dtt-Effective-Date
               move 'REORGDPT' to Dtt-Entered-By
               move Dept-Trans-Record to Pending-Record
               write Pending-Record
               add 1 to Ws-Queued-New-Count.

      *************************************************
      * APPENDS THE MAPPING'S PAIR TO THE CROSSWALK    *
      * UNLESS A RERUN ALREADY PUT IT THERE.           *
      *************************************************
       130-ADD-CROSSWALK.
               move 'N' to Ws-Xwalk-Found
               perform varying Ws-Xwalk-Idx from 1 by 1
                   until Ws-Xwalk-Idx > Ws-Xwalk-Count
                      or Ws-Xwalk-Found = 'Y'
                   if Ws-Xwalk-Old-Code (Ws-Xwalk-Idx)
                        = Ws-Map-Old-Code (Ws-Map-Sub)
                      and Ws-Xwalk-New-Code (Ws-Xwalk-Idx)
                        = Ws-Map-New-Code (Ws-Map-Sub)
                      and Ws-Xwalk-Effective-Date (Ws-Xwalk-Idx)
                        = Ws-Map-Effective-Date (Ws-Map-Sub)
                       move 'Y' to Ws-Xwalk-Found
                   end-if
               end-perform
               if Ws-Xwalk-Found = 'N'
                   move Ws-Map-Old-Code (Ws-Map-Sub) to Dxw-Old-Code
                   move Ws-Map-New-Code (Ws-Map-Sub) to Dxw-New-Code
                   move Ws-Map-Effective-Date (Ws-Map-Sub)
                       to Dxw-Effective-Date
                   move Ws-Run-Date to Dxw-Date-Written
                   write Crosswalk-Record
                   add 1 to Ws-Xwalk-Written-Count
               end-if.

      *************************************************
      * BRINGS EACH NEW CODE ONTO THE DEPARTMENT TABLE *
      * - ADDED WHEN IT IS NOT THERE (DETAILS FROM THE *
      * MAPPING, ANY LEFT BLANK TAKEN FROM THE OLD     *
      * CODE), UPDATED WHERE THE MAPPING GIVES A NEW   *
      * NAME, MANAGER OR ACCOUNT - THEN LISTS THE      *
      * CHANGES AND, UNLESS THIS IS A PREVIEW, WRITES  *
      * DEPTTAB.TXT BACK.                              *
      *************************************************
       150-UPDATE-DEPT-TABLE.
               perform 155-APPLY-ONE-MAPPING
                   varying Ws-Map-Sub from 1 by 1
                   until Ws-Map-Sub > Ws-Map-Count
               write reorg-report-rec from blank-line
               if Preview-Mode-On
                   move ' TO BE MADE' to Dtl-Mode
               else
                   move ' MADE' to Dtl-Mode
               end-if
               write reorg-report-rec from dept-title-line
               write reorg-report-rec from dept-column-line
               perform varying Ws-Dept-Idx from 1 by 1
                   until Ws-Dept-Idx > Ws-Dept-Count
                   if Ws-Dept-Action (Ws-Dept-Idx) not = spaces
                       move Ws-Dept-Code (Ws-Dept-Idx) to Ddl-Code
                       move Ws-Dept-Action (Ws-Dept-Idx) to Ddl-Action
                       move Ws-Dept-Name (Ws-Dept-Idx) to Ddl-Name
                       move Ws-Dept-Manager (Ws-Dept-Idx)
                           to Ddl-Manager
                       move Ws-Dept-Gl-Account (Ws-Dept-Idx)
                           to Ddl-Gl-Account
                       write reorg-report-rec from dept-detail-line
                   end-if
               end-perform
               if Ws-Dept-Change-Count = 0
                   write reorg-report-rec from dept-none-line
               end-if
               write reorg-report-rec from dept-retained-line
               if not Preview-Mode-On and Ws-Dept-Change-Count > 0
                   open output Dept-Table-File
                   perform varying Ws-Dept-Idx from 1 by 1
                       until Ws-Dept-Idx > Ws-Dept-Count
                       move Ws-Dept-Code (Ws-Dept-Idx) to Dept-Code
                       move Ws-Dept-Name (Ws-Dept-Idx) to Dept-Name
                       move Ws-Dept-Manager (Ws-Dept-Idx)
                           to Dept-Manager
                       move Ws-Dept-Gl-Account (Ws-Dept-Idx)
                           to Dept-Gl-Account
                       write Dept-Table-Record
                   end-perform
                   close Dept-Table-File
               end-if.

       155-APPLY-ONE-MAPPING.
               if Ws-Map-Reason (Ws-Map-Sub) = spaces
                   move Ws-Map-Old-Code (Ws-Map-Sub)
                       to Ws-Dept-Search-Code
                   perform 160-FIND-DEPT
                   move 0 to Ws-Old-Dept-Sub
                   if Ws-Dept-Found = 'Y'
                       move Ws-Dept-Sub to Ws-Old-Dept-Sub
                   end-if
                   move Ws-Map-New-Code (Ws-Map-Sub)
                       to Ws-Dept-Search-Code
                   perform 160-FIND-DEPT
                   if Ws-Dept-Found = 'N'
                       perform 157-ADD-NEW-DEPT
                   else
                       perform 158-UPDATE-NEW-DEPT
                   end-if
               end-if.

       157-ADD-NEW-DEPT.
               if Ws-Dept-Count < 50
                   add 1 to Ws-Dept-Count
                   move Ws-Dept-Count to Ws-Dept-Sub
                   move Ws-Map-New-Code (Ws-Map-Sub)
                       to Ws-Dept-Code (Ws-Dept-Sub)
                   move spaces to Ws-Dept-Name (Ws-Dept-Sub)
                                  Ws-Dept-Manager (Ws-Dept-Sub)
                                  Ws-Dept-Gl-Account (Ws-Dept-Sub)
                   if Ws-Old-Dept-Sub > 0
                       move Ws-Dept-Name (Ws-Old-Dept-Sub)
                           to Ws-Dept-Name (Ws-Dept-Sub)
                       move Ws-Dept-Manager (Ws-Old-Dept-Sub)
                           to Ws-Dept-Manager (Ws-Dept-Sub)
                       move Ws-Dept-Gl-Account (Ws-Old-Dept-Sub)
                           to Ws-Dept-Gl-Account (Ws-Dept-Sub)
                   end-if
                   perform 159-OVERLAY-MAP-DETAILS
                   move 'ADDED' to Ws-Dept-Action (Ws-Dept-Sub)
                   add 1 to Ws-Dept-Change-Count
               else
                   display 'DEPARTMENT TABLE FULL - NOT ADDED: '
                       Ws-Map-New-Code (Ws-Map-Sub)
               end-if.

       158-UPDATE-NEW-DEPT.
               if (Ws-Map-New-Name (Ws-Map-Sub) not = spaces
                   and Ws-Map-New-Name (Ws-Map-Sub)
                       not = Ws-Dept-Name (Ws-Dept-Sub))
                  or (Ws-Map-New-Manager (Ws-Map-Sub) not = spaces
                   and Ws-Map-New-Manager (Ws-Map-Sub)
                       not = Ws-Dept-Manager (Ws-Dept-Sub))
                  or (Ws-Map-New-Gl-Account (Ws-Map-Sub) not = spaces
                   and Ws-Map-New-Gl-Account (Ws-Map-Sub)
                       not = Ws-Dept-Gl-Account (Ws-Dept-Sub))
                   perform 159-OVERLAY-MAP-DETAILS
                   if Ws-Dept-Action (Ws-Dept-Sub) = spaces
                       move 'UPDATED' to Ws-Dept-Action (Ws-Dept-Sub)
                       add 1 to Ws-Dept-Change-Count
                   end-if
               end-if.

       159-OVERLAY-MAP-DETAILS.
               if Ws-Map-New-Name (Ws-Map-Sub) not = spaces
                   move Ws-Map-New-Name (Ws-Map-Sub)
                       to Ws-Dept-Name (Ws-Dept-Sub)
               end-if
               if Ws-Map-New-Manager (Ws-Map-Sub) not = spaces
                   move Ws-Map-New-Manager (Ws-Map-Sub)
                       to Ws-Dept-Manager (Ws-Dept-Sub)
               end-if
               if Ws-Map-New-Gl-Account (Ws-Map-Sub) not = spaces
                   move Ws-Map-New-Gl-Account (Ws-Map-Sub)
                       to Ws-Dept-Gl-Account (Ws-Dept-Sub)
               end-if.

      *************************************************
      * FINDS WS-DEPT-SEARCH-CODE ON THE DEPARTMENT    *
      * TABLE, LEAVING ITS SUBSCRIPT IN WS-DEPT-SUB.   *
      *************************************************
       160-FIND-DEPT.
               move 'N' to Ws-Dept-Found
               perform varying Ws-Dept-Idx from 1 by 1
                   until Ws-Dept-Idx > Ws-Dept-Count
                      or Ws-Dept-Found = 'Y'
                   if Ws-Dept-Code (Ws-Dept-Idx) = Ws-Dept-Search-Code
                       move 'Y' to Ws-Dept-Found
                       set Ws-Dept-Sub to Ws-Dept-Idx
                   end-if
               end-perform.

      *************************************************
      * RUN SUMMARY - MAPPINGS, EMPLOYEES AND DOLLARS  *
      * MOVING, AND WHAT WAS (OR WOULD BE) WRITTEN.    *
      *************************************************
       200-WRITE-REPORT-TAIL.
               write reorg-report-rec from blank-line
               move Ws-Valid-Map-Count to Sm1-Valid
               move Ws-Rejected-Map-Count to Sm1-Rejected
               write reorg-report-rec from summary-line-1
               move Ws-Move-Count to Sm2-Moving
               move Ws-Queued-New-Count to Sm2-Queued
               write reorg-report-rec from summary-line-2
               move Ws-Already-Count to Sm3-Already
               move Ws-Xwalk-Written-Count to Sm3-Crosswalk
               write reorg-report-rec from summary-line-3
               move Ws-Grand-Salary to Sm4-Salary
               write reorg-report-rec from summary-line-4
               move Ws-Grand-Ytd-Salary to Sm5-Ytd-Salary
               move Ws-Grand-Ytd-Dues to Sm5-Ytd-Dues
               move Ws-Grand-Ytd-Insur to Sm5-Ytd-Insur
               write reorg-report-rec from summary-line-5
               if Ws-Other-Pending-Count > 0
                   write reorg-report-rec from blank-line
                   write reorg-report-rec from other-pending-note-line
               end-if
               if Preview-Mode-On
                   write reorg-report-rec from blank-line
                   write reorg-report-rec from preview-note-line
               end-if.
