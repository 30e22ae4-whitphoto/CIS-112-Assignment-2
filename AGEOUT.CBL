       IDENTIFICATION DIVISION.
       PROGRAM-ID. dependentageout.
      ******************************************************
      * This program watches the dependent detail master    *
      * (DEPENDTS.DAT) for dependents reaching the plan's    *
      * age limit for their Dep-Relationship (AGELIMIT.TXT). *
      * Dependents aging out in the next 90 days are listed  *
      * in date order as advance notices, banded 60 or 90    *
      * days, with the employee's name and department from   *
      * the indexed Employee-Data master (EMPINDEX.DAT).     *
      * Once a dependent's age-out date has arrived, a 'D'   *
      * transaction is appended to DEPTRANS.TXT for          *
      * DEPMAINT.CBL, and a 'C' transaction carrying the     *
      * employee's reduced Dependent-Count, dated the age-   *
      * out date, is appended to PENDTRAN.TXT for EMPMAINT's *
      * pending sweep - so the detail, the master count and  *
      * the insurance bracket PROJECT2-2 prices off it all   *
      * move together. Everything is listed on AGEOUT.TXT.   *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Age-Limit-File assign to "AGELIMIT.TXT"
                  organization is line sequential
                  file status is Ws-Age-Limit-Status.
           SELECT Dependent-Data assign to "DEPENDTS.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Dep-Key
                  file status is Ws-Dependent-Status.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is random
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Dep-Trans-File assign to "DEPTRANS.TXT"
                  organization is line sequential
                  file status is Ws-Dep-Trans-Status.
           SELECT Pending-File assign to "PENDTRAN.TXT"
                  organization is line sequential
                  file status is Ws-Pending-Status.
           SELECT Notice-Work-File assign to "AGNWORK.TMP"
                  organization is line sequential.
           SELECT Notice-Sort-Work assign to "AGNSORT.TMP".
           SELECT Notice-Sorted assign to "AGNSRT.TMP"
                  organization is line sequential.
           SELECT Age-Out-Report assign to "AGEOUT.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Age-Limit-File.
       01  Age-Limit-Record.
           COPY AGELIMIT.
       FD  Dependent-Data.
       01  Dependent-Record.
           COPY DEPENDTS.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
      *************************************************
      * SAME LAYOUT AS DEPMAINT.CBL'S DEP-TRANS-RECORD.*
      * READ FIRST FOR 'D' TRANSACTIONS ALREADY KEYED  *
      * OR GENERATED, THEN OPENED EXTEND.              *
      *************************************************
       FD  Dep-Trans-File.
       01  Dep-Trans-Record.
           05 Dtr-Code                 pic x(1).
           05 Dtr-Emp-Number           pic x(5).
           05 Dtr-Seq-No               pic 9(1).
           05 Dtr-Name                 pic x(20).
           05 Dtr-Birth-Date           pic 9(8).
           05 Dtr-Relationship         pic x(10).
       FD  Pending-File.
       01  Pending-Record              pic x(96).
      *************************************************
      * ONE ADVANCE-NOTICE LINE PER DEPENDENT, KEYED   *
      * BY AGE-OUT DATE SO THE NOTICES PRINT SOONEST   *
      * FIRST.                                         *
      *************************************************
       FD  Notice-Work-File.
       01  Notice-Work-Record.
           05 Nwk-Age-Out-Date         pic 9(8).
           05 Nwk-Dep-Key              pic x(6).
           05 Nwk-Line                 pic x(80).
       SD  Notice-Sort-Work.
       01  Notice-Sort-Record.
           05 Nsw-Age-Out-Date         pic 9(8).
           05 Nsw-Dep-Key              pic x(6).
           05 FILLER                   pic x(80).
       FD  Notice-Sorted.
       01  Notice-Sorted-Record.
           05 FILLER                   pic x(14).
           05 Nst-Line                 pic x(80).
       FD  Age-Out-Report.
       01  age-out-rec                 pic x(80).

       WORKING-STORAGE SECTION.
       01 eof pic x value "n".
       01 Ws-Age-Limit-Status       pic xx.
       01 Ws-Age-Limit-Eof          pic x value 'n'.
       01 Ws-Dependent-Status       pic xx.
       01 Ws-Employee-Status        pic xx.
       01 Ws-Dep-Trans-Status       pic xx.
       01 Ws-Dep-Trans-Eof          pic x value 'n'.
       01 Ws-Pending-Status         pic xx.
       01 Ws-Notice-Eof             pic x value 'n'.
       01 Ws-Run-Date               pic 9(8).
      *************************************************
      * ADVANCE-NOTICE HORIZONS. A DEPENDENT AGING OUT *
      * WITHIN 60 DAYS OF THE RUN DATE IS IN THE 60-   *
      * DAY BAND, OTHERWISE WITHIN 90 DAYS THE 90-DAY  *
      * BAND.                                          *
      *************************************************
       01 Ws-Near-Days              pic 9(3) value 60.
       01 Ws-Far-Days               pic 9(3) value 90.
       01 Ws-Near-Date              pic 9(8) value 0.
       01 Ws-Far-Date               pic 9(8) value 0.
       01 Ws-Day-Count              pic 9(3) value 0.
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
      * THE DEPENDENT'S AGE-OUT DATE - THE BIRTHDAY ON *
      * WHICH THEY REACH THE LIMIT. A 29 FEBRUARY      *
      * BIRTHDAY FALLS ON THE 28TH IN A COMMON YEAR.   *
      *************************************************
       01 Ws-Age-Out-Date.
           05 Ws-Age-Out-Year       pic 9(4).
           05 Ws-Age-Out-Month      pic 9(2).
           05 Ws-Age-Out-Day        pic 9(2).
       01 Ws-Age-Out-Date-N redefines Ws-Age-Out-Date
                                    pic 9(8).
       01 Ws-Birth-Date.
           05 Ws-Birth-Year         pic 9(4).
           05 Ws-Birth-Month        pic 9(2).
           05 Ws-Birth-Day          pic 9(2).
       01 Ws-Birth-Date-N redefines Ws-Birth-Date
                                    pic 9(8).
       01 Ws-Age-Limit-Found        pic x value 'N'.
      *************************************************
      * AGE-LIMIT TABLE - LOADED ONCE FROM             *
      * AGELIMIT.TXT. WITHOUT THE FILE, CHILDREN AGE   *
      * OUT AT 26.                                     *
      *************************************************
       01 Ws-Limit-Count            pic 9(3) value 0.
       01 Ws-Limit-Table.
           05 Ws-Limit-Entry occurs 20 times
                   indexed by Ws-Limit-Idx.
               10 Ws-Limit-Relationship    pic x(10).
               10 Ws-Limit-Age             pic 9(2).
      *************************************************
      * DEPENDENT KEYS THAT ALREADY HAVE A 'D' WAITING *
      * ON DEPTRANS.TXT, SO A SECOND RUN BEFORE        *
      * DEPMAINT DOES NOT GENERATE THE SAME DELETE AND *
      * COUNT CHANGE AGAIN.                            *
      *************************************************
       01 Ws-Delete-Count           pic 9(4) value 0.
       01 Ws-Delete-Table.
           05 Ws-Delete-Key occurs 1000 times
                   indexed by Ws-Delete-Idx      pic x(6).
       01 Ws-Delete-Found           pic x value 'N'.
      *************************************************
      * ONE EMPLOYEE'S DEPENDENTS, GATHERED ACROSS THE *
      * EMPLOYEE'S DEPENDENTS.DAT RECORDS. THE NEW     *
      * DEPENDENT-COUNT IS THE DEPENDENTS STILL        *
      * COVERED ONCE THE AGED-OUT ONES ARE REMOVED.    *
      *************************************************
       01 Ws-Current-Emp            pic x(5) value spaces.
       01 Ws-Employee-Found         pic x value 'N'.
       01 Ws-Employee-Name          pic x(20).
       01 Ws-Employee-Dept          pic x(4).
       01 Ws-Employee-Dep-Count     pic 9(1).
       01 Ws-Still-Covered          pic 9(2) value 0.
       01 Ws-New-Aged-Out           pic 9(2) value 0.
       01 Ws-Latest-Age-Out         pic 9(8) value 0.
       01 Ws-Aged-Out-Total         pic 9(5) value 0.
       01 Ws-Dep-Trans-Written      pic 9(5) value 0.
       01 Ws-Already-Written        pic 9(5) value 0.
       01 Ws-Pending-Written        pic 9(5) value 0.
       01 Ws-Near-Count             pic 9(5) value 0.
       01 Ws-Far-Count              pic 9(5) value 0.
      *************************************************
      * THE 'C' TRANSACTION WRITTEN TO PENDTRAN.TXT -  *
      * THE TRANS.TXT LAYOUT CARRYING ONLY THE NEW     *
      * DEPENDENT-COUNT, SO EMPMAINT LEAVES EVERY      *
      * OTHER FIELD AS IT IS ON THE MASTER. THE        *
      * ENTERER IS THIS PROGRAM; A COUNT CHANGE NEEDS  *
      * NO SECOND APPROVER.                            *
      *************************************************
       01 Count-Trans-Record.
           05 Ctt-Code              pic x(1).
           05 Ctt-Employee-No       pic x(5).
           05 FILLER                pic x(50).
           05 Ctt-Dependents        pic 9(1).
           05 FILLER                pic x(15).
           05 Ctt-Effective-Date    pic 9(8).
           05 Ctt-Entered-By        pic x(8).
           05 Ctt-Approved-By       pic x(8).
       01 blank-line.
           05 Filler                pic x(80) value spaces.
       01 report-header-line.
           05 Filler                pic x(19) value spaces.
           05 Filler                pic x(42) value
              'DEPENDENT AGE-OUT NOTICES AND TRANSACTIONS'.
           05 Filler                pic x(19) value spaces.
       01 run-info-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(10) value 'RUN DATE: '.
           05 Rin-Run-Date          pic 9(8).
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(21) value
              'NOTICES AGING OUT BY '.
           05 Rin-Far-Date          pic 9(8).
       01 aged-out-title-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(44) value
              'AGED OUT - DEPTRANS.TXT AND PENDTRAN.TXT'.
       01 notice-title-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(44) value
              'ADVANCE NOTICE - AGING OUT WITHIN 90 DAYS'.
       01 column-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(6) value 'EMP#  '.
           05 Filler                pic x(21) value 'EMPLOYEE NAME'.
           05 Filler                pic x(5) value 'DEPT'.
           05 Filler                pic x(2) value 'S'.
           05 Filler                pic x(21) value 'DEPENDENT'.
           05 Filler                pic x(11) value 'RELATION'.
           05 Filler                pic x(8) value 'AGE-OUT'.
       01 dependent-detail-line.
           05 Filler                pic x(1) value space.
           05 Ddl-Emp-Number        pic x(5).
           05 Filler                pic x(1) value space.
           05 Ddl-Emp-Name          pic x(20).
           05 Filler                pic x(1) value space.
           05 Ddl-Department        pic x(4).
           05 Filler                pic x(1) value space.
           05 Ddl-Seq-No            pic 9(1).
           05 Filler                pic x(1) value space.
           05 Ddl-Dep-Name          pic x(20).
           05 Filler                pic x(1) value space.
           05 Ddl-Relationship      pic x(10).
           05 Filler                pic x(1) value space.
           05 Ddl-Age-Out-Date      pic 9(8).
           05 Filler                pic x(1) value space.
           05 Ddl-Flag              pic x(3).
       01 count-change-line.
           05 Filler                pic x(9) value spaces.
           05 Filler                pic x(24) value
              'DEPENDENT-COUNT CHANGE: '.
           05 Ccl-Old-Count         pic 9(1).
           05 Filler                pic x(4) value ' TO '.
           05 Ccl-New-Count         pic 9(1).
           05 Filler                pic x(11) value ' EFFECTIVE '.
           05 Ccl-Effective-Date    pic 9(8).
       01 no-count-change-line.
           05 Filler                pic x(9) value spaces.
           05 Ncl-Message           pic x(50).
       01 none-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(4) value 'NONE'.
       01 already-note-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(48) value
              '* - DELETE ALREADY ON DEPTRANS.TXT, NOT REPEATED'.
       01 total-line-1.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(20) value
              'AGED OUT          : '.
           05 Tl1-Aged-Out          pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(20) value
              'DELETES WRITTEN   : '.
           05 Tl1-Deletes           pic zzzz9.
       01 total-line-2.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(20) value
              'COUNT CHANGES     : '.
           05 Tl2-Count-Changes     pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(20) value
              'ALREADY GENERATED : '.
           05 Tl2-Already           pic zzzz9.
       01 total-line-3.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(20) value
              'NOTICES - 60 DAYS : '.
           05 Tl3-Near              pic zzzz9.
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(20) value
              'NOTICES - 90 DAYS : '.
           05 Tl3-Far               pic zzzz9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 030-SET-NOTICE-DATES
               perform 040-LOAD-AGE-LIMITS
               perform 050-LOAD-WAITING-DELETES
               open input Dependent-Data
               if Ws-Dependent-Status not = "00"
                   display 'DEPENDTS.DAT NOT AVAILABLE - STATUS '
                       Ws-Dependent-Status
                   stop run
               end-if
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   close Dependent-Data
                   stop run
               end-if
               OPEN EXTEND Dep-Trans-File
               if Ws-Dep-Trans-Status not = "00"
                   open output Dep-Trans-File
                   close Dep-Trans-File
                   open extend Dep-Trans-File
               end-if
               OPEN EXTEND Pending-File
               if Ws-Pending-Status not = "00"
                   open output Pending-File
                   close Pending-File
                   open extend Pending-File
               end-if
               open output Age-Out-Report, Notice-Work-File
               write age-out-rec from report-header-line
               move Ws-Run-Date to Rin-Run-Date
               move Ws-Far-Date to Rin-Far-Date
               write age-out-rec from run-info-line
               write age-out-rec from blank-line
               write age-out-rec from aged-out-title-line
               write age-out-rec from blank-line
               write age-out-rec from column-line
               perform until eof = "y"
                   read Dependent-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           if Dep-Emp-Number not = Ws-Current-Emp
                               if Ws-Current-Emp not = spaces
                                   perform 150-FINISH-EMPLOYEE
                               end-if
                               perform 105-START-EMPLOYEE
                           end-if
                           perform 110-CHECK-ONE-DEPENDENT
                   end-read
               end-perform
               if Ws-Current-Emp not = spaces
                   perform 150-FINISH-EMPLOYEE
               end-if
               close Dependent-Data, Employee-Data, Dep-Trans-File,
                     Pending-File, Notice-Work-File
               perform 200-WRITE-NOTICES
               close Age-Out-Report
               display 'DEPENDENT AGE-OUT - AGED OUT: '
                   Ws-Aged-Out-Total ' DELETES: ' Ws-Dep-Trans-Written
                   ' COUNT CHANGES: ' Ws-Pending-Written
                   ' NOTICES: ' Ws-Near-Count ' + ' Ws-Far-Count.
               stop run.

      *************************************************
      * ROLLS THE RUN DATE FORWARD, ONE CALENDAR DAY   *
      * AT A TIME, TO THE END OF EACH NOTICE BAND.     *
      *************************************************
       030-SET-NOTICE-DATES.
               move Ws-Run-Date to Ws-Roll-Date-N
               move 0 to Ws-Day-Count
               perform until Ws-Day-Count >= Ws-Far-Days
                   perform 070-ADVANCE-ONE-DAY
                   add 1 to Ws-Day-Count
                   if Ws-Day-Count = Ws-Near-Days
                       move Ws-Roll-Date-N to Ws-Near-Date
                   end-if
               end-perform
               move Ws-Roll-Date-N to Ws-Far-Date.

      *************************************************
      * LOADS THE AGE LIMIT FOR EACH RELATIONSHIP.     *
      *************************************************
       040-LOAD-AGE-LIMITS.
               open input Age-Limit-File
               if Ws-Age-Limit-Status = "00"
                   perform until Ws-Age-Limit-Eof = 'y'
                       read Age-Limit-File
                           at end
                               move 'y' to Ws-Age-Limit-Eof
                           not at end
                             if Ws-Limit-Count < 20
                               add 1 to Ws-Limit-Count
                               set Ws-Limit-Idx to Ws-Limit-Count
                               move Agl-Relationship to
                                Ws-Limit-Relationship (Ws-Limit-Idx)
                               move Agl-Age-Limit
                                   to Ws-Limit-Age (Ws-Limit-Idx)
                             else
                               display 'AGE LIMIT TABLE FULL - '
                                   'NOT LOADED: ' Agl-Relationship
                             end-if
                       end-read
                   end-perform
                   close Age-Limit-File
               else
                   display 'AGELIMIT.TXT NOT FOUND - CHILDREN AGE '
                       'OUT AT 26'
               end-if
               if Ws-Limit-Count = 0
                   move 1 to Ws-Limit-Count
                   move 'CHILD' to Ws-Limit-Relationship (1)
                   move 26 to Ws-Limit-Age (1)
               end-if.

      *************************************************
      * LOADS THE KEY OF EVERY 'D' ALREADY WAITING ON  *
      * DEPTRANS.TXT. NO FILE YET MEANS NONE WAITING.  *
      *************************************************
       050-LOAD-WAITING-DELETES.
               open input Dep-Trans-File
               if Ws-Dep-Trans-Status = "00"
                   perform until Ws-Dep-Trans-Eof = 'y'
                       read Dep-Trans-File
                           at end
                               move 'y' to Ws-Dep-Trans-Eof
                           not at end
                             if Dtr-Code = 'D'
                               if Ws-Delete-Count < 1000
                                 add 1 to Ws-Delete-Count
                                 set Ws-Delete-Idx to Ws-Delete-Count
                                 move Dep-Trans-Record (2:6)
                                     to Ws-Delete-Key (Ws-Delete-Idx)
                               else
                                 display 'DELETE TABLE FULL - NOT '
                                     'CHECKED: ' Dtr-Emp-Number
                               end-if
                             end-if
                       end-read
                   end-perform
                   close Dep-Trans-File
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
      * A NEW EMPLOYEE'S DEPENDENTS START - PICK UP    *
      * THE NAME, DEPARTMENT AND CURRENT COUNT FROM    *
      * THE MASTER. DEPENDENTS OF AN EMPLOYEE NOT ON   *
      * THE MASTER ARE STILL NOTICED AND DELETED, BUT  *
      * THERE IS NO COUNT TO CHANGE (DEPAUDIT.CBL      *
      * REPORTS THE ORPHANS).                          *
      *************************************************
       105-START-EMPLOYEE.
               move Dep-Emp-Number to Ws-Current-Emp
               move 0 to Ws-Still-Covered Ws-New-Aged-Out
                         Ws-Latest-Age-Out
               move Dep-Emp-Number to Employee-Number-in
               read Employee-Data
                   invalid key
                       move 'N' to Ws-Employee-Found
                       move '*** NOT ON MASTER' to Ws-Employee-Name
                       move spaces to Ws-Employee-Dept
                       move 0 to Ws-Employee-Dep-Count
                   not invalid key
                       move 'Y' to Ws-Employee-Found
                       move Employee-Name-in to Ws-Employee-Name
                       move Department-Code to Ws-Employee-Dept
                       move Dependent-Count to Ws-Employee-Dep-Count
               end-read.

      *************************************************
      * WORKS OUT ONE DEPENDENT'S AGE-OUT DATE AND     *
      * WHETHER IT HAS ARRIVED, FALLS IN A NOTICE      *
      * BAND, OR IS FURTHER OFF. A RELATIONSHIP WITH   *
      * NO LIMIT, OR A DEPENDENT WITH NO BIRTH DATE,   *
      * STAYS COVERED.                                 *
      *************************************************
       110-CHECK-ONE-DEPENDENT.
               move 'N' to Ws-Age-Limit-Found
               if Dep-Birth-Date is numeric and Dep-Birth-Date > 0
                   perform varying Ws-Limit-Idx from 1 by 1
                       until Ws-Limit-Idx > Ws-Limit-Count
                          or Ws-Age-Limit-Found = 'Y'
                       if Ws-Limit-Relationship (Ws-Limit-Idx)
                          = Dep-Relationship
                           move 'Y' to Ws-Age-Limit-Found
                       end-if
                   end-perform
               end-if
               if Ws-Age-Limit-Found = 'N'
                   add 1 to Ws-Still-Covered
               else
                   set Ws-Limit-Idx down by 1
                   perform 115-SET-AGE-OUT-DATE
                   move Ws-Current-Emp to Ddl-Emp-Number
                   move Ws-Employee-Name to Ddl-Emp-Name
                   move Ws-Employee-Dept to Ddl-Department
                   move Dep-Seq-No to Ddl-Seq-No
                   move Dep-Name to Ddl-Dep-Name
                   move Dep-Relationship to Ddl-Relationship
                   move Ws-Age-Out-Date-N to Ddl-Age-Out-Date
                   move spaces to Ddl-Flag
                   evaluate true
                       when Ws-Age-Out-Date-N <= Ws-Run-Date
                           perform 120-AGE-OUT-DEPENDENT
                       when Ws-Age-Out-Date-N <= Ws-Near-Date
                           add 1 to Ws-Still-Covered
                           add 1 to Ws-Near-Count
                           move ' 60' to Ddl-Flag
                           perform 130-WRITE-NOTICE
                       when Ws-Age-Out-Date-N <= Ws-Far-Date
                           add 1 to Ws-Still-Covered
                           add 1 to Ws-Far-Count
                           move ' 90' to Ddl-Flag
                           perform 130-WRITE-NOTICE
                       when other
                           add 1 to Ws-Still-Covered
                   end-evaluate
               end-if.

       115-SET-AGE-OUT-DATE.
               move Dep-Birth-Date to Ws-Birth-Date-N
               compute Ws-Age-Out-Year =
                   Ws-Birth-Year + Ws-Limit-Age (Ws-Limit-Idx)
               move Ws-Birth-Month to Ws-Age-Out-Month
               move Ws-Birth-Day to Ws-Age-Out-Day
               if Ws-Birth-Month = 2 and Ws-Birth-Day = 29
                   move Ws-Age-Out-Year to Ws-Leap-Year
                   perform 080-SET-FEBRUARY
                   if not Leap-Year-On
                       move 28 to Ws-Age-Out-Day
                   end-if
               end-if.

      *************************************************
      * THE AGE-OUT DATE HAS ARRIVED. THE 'D' IS       *
      * WRITTEN UNLESS ONE IS ALREADY WAITING FOR      *
      * DEPMAINT, IN WHICH CASE THE COUNT CHANGE WAS   *
      * GENERATED WITH IT AND IS NOT REPEATED EITHER.  *
      *************************************************
       120-AGE-OUT-DEPENDENT.
               add 1 to Ws-Aged-Out-Total
               move 'N' to Ws-Delete-Found
               perform varying Ws-Delete-Idx from 1 by 1
                   until Ws-Delete-Idx > Ws-Delete-Count
                      or Ws-Delete-Found = 'Y'
                   if Ws-Delete-Key (Ws-Delete-Idx) = Dep-Key
                       move 'Y' to Ws-Delete-Found
                   end-if
               end-perform
               if Ws-Delete-Found = 'Y'
                   add 1 to Ws-Already-Written
                   move '  *' to Ddl-Flag
               else
                   move 'D' to Dtr-Code
                   move Dep-Emp-Number to Dtr-Emp-Number
                   move Dep-Seq-No to Dtr-Seq-No
                   move Dep-Name to Dtr-Name
                   move Dep-Birth-Date to Dtr-Birth-Date
                   move Dep-Relationship to Dtr-Relationship
                   write Dep-Trans-Record
                   add 1 to Ws-Dep-Trans-Written
                   add 1 to Ws-New-Aged-Out
                   if Ws-Age-Out-Date-N > Ws-Latest-Age-Out
                       move Ws-Age-Out-Date-N to Ws-Latest-Age-Out
                   end-if
               end-if
               write age-out-rec from dependent-detail-line.

       130-WRITE-NOTICE.
               move Ws-Age-Out-Date-N to Nwk-Age-Out-Date
               move Dep-Key to Nwk-Dep-Key
               move dependent-detail-line to Nwk-Line
               write Notice-Work-Record.

      *************************************************
      * END OF ONE EMPLOYEE'S DEPENDENTS. WHEN ANY     *
      * AGED OUT THIS RUN, QUEUES THE COUNT OF THOSE   *
      * STILL COVERED AS THE NEW DEPENDENT-COUNT,      *
      * DATED THE LATEST AGE-OUT DATE AMONG THEM.      *
      *************************************************
       150-FINISH-EMPLOYEE.
               if Ws-New-Aged-Out > 0
                   if Ws-Still-Covered > 9
                       move 9 to Ws-Still-Covered
                   end-if
                   evaluate true
                       when Ws-Employee-Found = 'N'
                           move
                             'EMPLOYEE NOT ON MASTER - NO COUNT CHANGE'
                               to Ncl-Message
                           write age-out-rec from no-count-change-line
                       when Ws-Employee-Dep-Count is numeric
                        and Ws-Employee-Dep-Count = Ws-Still-Covered
                           move 'DEPENDENT-COUNT ALREADY CORRECT'
                               to Ncl-Message
                           write age-out-rec from no-count-change-line
                       when other
                           perform 155-QUEUE-COUNT-CHANGE
                   end-evaluate
               end-if.

       155-QUEUE-COUNT-CHANGE.
               move spaces to Count-Trans-Record
               move 'C' to Ctt-Code
               move Ws-Current-Emp to Ctt-Employee-No
               move Ws-Still-Covered to Ctt-Dependents
               move Ws-Latest-Age-Out to Ctt-Effective-Date
               move 'AGEOUT' to Ctt-Entered-By
               move Count-Trans-Record to Pending-Record
               write Pending-Record
               add 1 to Ws-Pending-Written
               move Ws-Employee-Dep-Count to Ccl-Old-Count
               move Ws-Still-Covered to Ccl-New-Count
               move Ws-Latest-Age-Out to Ccl-Effective-Date
               write age-out-rec from count-change-line.

      *************************************************
      * CLOSES THE AGED-OUT SECTION, THEN PRINTS THE   *
      * ADVANCE NOTICES SOONEST FIRST AND THE TOTALS.  *
      *************************************************
       200-WRITE-NOTICES.
               if Ws-Aged-Out-Total = 0
                   write age-out-rec from none-line
               end-if
               if Ws-Already-Written > 0
                   write age-out-rec from blank-line
                   write age-out-rec from already-note-line
               end-if
               sort Notice-Sort-Work
                   on ascending key Nsw-Age-Out-Date
                                    Nsw-Dep-Key
                   using Notice-Work-File
                   giving Notice-Sorted
               write age-out-rec from blank-line
               write age-out-rec from notice-title-line
               write age-out-rec from blank-line
               write age-out-rec from column-line
               open input Notice-Sorted
               perform until Ws-Notice-Eof = 'y'
                   read Notice-Sorted
                       at end
                           move 'y' to Ws-Notice-Eof
                       not at end
                           write age-out-rec from Nst-Line
                   end-read
               end-perform
               close Notice-Sorted
               if Ws-Near-Count = 0 and Ws-Far-Count = 0
                   write age-out-rec from none-line
               end-if
               write age-out-rec from blank-line
               move Ws-Aged-Out-Total to Tl1-Aged-Out
               move Ws-Dep-Trans-Written to Tl1-Deletes
               write age-out-rec from total-line-1
               move Ws-Pending-Written to Tl2-Count-Changes
               move Ws-Already-Written to Tl2-Already
               write age-out-rec from total-line-2
               move Ws-Near-Count to Tl3-Near
               move Ws-Far-Count to Tl3-Far
               write age-out-rec from total-line-3.
