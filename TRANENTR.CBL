       IDENTIFICATION DIVISION.
       PROGRAM-ID. transentry.
      ******************************************************
      * This program is HR's guided entry for TRANS.TXT, so *
      * nobody has to key the fixed-column layout EMPMAINT  *
      * reads in a text editor again. It prompts for each   *
      * transaction field by field and checks every value   *
      * before taking it: the code, a 5-character employee  *
      * number, amounts that fit their columns, departments *
      * that are on DEPTTAB.TXT, and hire and effective     *
      * dates that are real calendar dates. A change,       *
      * delete, hold or release is looked up on the indexed *
      * Employee-Data master (EMPINDEX.DAT) and the         *
      * employee's current values shown first; an add is    *
      * warned about when the number is already on the      *
      * master or was terminated (TERMARCH.TXT). An 'E'     *
      * rehire must be on the termination archive and off   *
      * the master, and shows the record it will restore.   *
      * The operator's ID goes in Entered-By on every       *
      * record.                                             *
      * Nothing is written until the session ends: the      *
      * whole batch is listed with a count by code and      *
      * only saved to TRANS.TXT when the operator confirms. *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Trans-File assign to "TRANS.TXT"
                  organization is line sequential
                  file status is Ws-Trans-File-Status.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is random
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Dept-Table-File assign to "DEPTTAB.TXT"
                  organization is line sequential
                  file status is Ws-Dept-Tab-Status.
           SELECT Term-Arch-File assign to "TERMARCH.TXT"
                  organization is line sequential
                  file status is Ws-Term-Arch-Status.

       Data Division.
       File Section.
       FD  Trans-File.
       01  trans-file-rec              pic x(96).
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Dept-Table-File.
       01  Dept-Table-Record.
           COPY DEPTTAB.
      *************************************************
      * TERMINATION ARCHIVE AS EMPMAINT WRITES IT -    *
      * THE TERMINATION DATE AND THE MASTER RECORD AS  *
      * IT STOOD.                                      *
      *************************************************
       FD  Term-Arch-File.
       01  Term-Arch-Record.
           05 Tar-Term-Date            pic 9(8).
           05 Tar-Master-Record.
               10 Tar-Employee-No      pic x(5).
               10 FILLER               pic x(67).

       WORKING-STORAGE SECTION.
       01 Ws-Trans-File-Status      pic xx.
       01 Ws-Employee-Status        pic xx.
       01 Ws-Dept-Tab-Status        pic xx.
       01 Ws-Term-Arch-Status       pic xx.
       01 Ws-Dept-Tab-Eof           pic x value "n".
       01 Ws-Term-Arch-Eof          pic x value "n".
       01 Ws-Trans-Eof              pic x value "n".
       01 Ws-Employee-Available     pic x value 'N'.
       01 Ws-Dept-Tab-Available     pic x value 'N'.
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Entered-By             pic x(8) value spaces.
       01 Ws-Existing-Count         pic 9(5) value 0.
      *************************************************
      * SESSION AND TRANSACTION SWITCHES. A REPLY OF   *
      * '*' AT ANY PROMPT ABANDONS THE TRANSACTION IN  *
      * HAND; 'END' AT THE CODE PROMPT ENDS THE        *
      * SESSION.                                       *
      *************************************************
       01 Ws-Session-Done           pic x value 'N'.
           88 Session-Done               value 'Y'.
       01 Ws-Entry-Cancelled        pic x value 'N'.
           88 Entry-Cancelled            value 'Y'.
       01 Ws-Field-Ok               pic x value 'N'.
       01 Ws-On-Master              pic x value 'N'.
       01 Ws-Change-Made            pic x value 'N'.
       01 Ws-Reply                  pic x(40).
       01 Ws-Question               pic x(60).
       01 Ws-Answer                 pic x(1).
       01 Ws-Space-Count            pic 9(2).
       01 Ws-Master-Name            pic x(20).
       01 Ws-Term-Found-Date        pic 9(8) value 0.
      *************************************************
      * THE MASTER RECORD ARCHIVED AT THAT LATEST      *
      * TERMINATION - WHAT A REHIRE WILL RESTORE.      *
      *************************************************
       01 Ws-Term-Found-Master.
           05 Tfm-Employee-No          pic x(5).
           05 Tfm-Employee-Name        pic x(20).
           05 FILLER                   pic x(4).
           05 Tfm-Annual-Salary        pic 9(6).
           05 FILLER                   pic x(4).
           05 Tfm-Union-Dues           pic 999v99.
           05 Tfm-Insurance            pic 999v99.
           05 Tfm-Department           pic x(4).
           05 Tfm-Age                  pic 9(2).
           05 Tfm-Dependents           pic 9(1).
           05 Tfm-Override-Flag        pic x(1).
           05 Tfm-Override-Sal         pic 9(6).
           05 Tfm-Hire-Date            pic 9(8).
           05 Tfm-Hold-Flag            pic x(1).
      *************************************************
      * THE TRANSACTION BEING BUILT - THE TRANS.TXT    *
      * LAYOUT EMPMAINT READS. A CHANGE LEAVES A FIELD *
      * IT DOES NOT CARRY BLANK, SO EMPMAINT KEEPS THE *
      * MASTER'S VALUE. A ZERO EFFECTIVE DATE MEANS    *
      * EFFECTIVE IMMEDIATELY.                         *
      *************************************************
       01 Entry-Trans-Record.
           05 Etr-Code                 pic x(1).
           05 Etr-Employee-No          pic x(5).
           05 Etr-Employee-Name        pic x(20).
           05 FILLER                   pic x(4).
           05 Etr-Annual-Salary        pic 9(6).
           05 FILLER                   pic x(4).
           05 Etr-Union-Dues           pic 999v99.
           05 Etr-Insurance            pic 999v99.
           05 Etr-Department           pic x(4).
           05 Etr-Age                  pic 9(2).
           05 Etr-Dependents           pic 9(1).
           05 Etr-Override-Flag        pic x(1).
           05 Etr-Override-Sal         pic 9(6).
           05 Etr-Hire-Date            pic 9(8).
           05 Etr-Effective-Date       pic 9(8).
           05 Etr-Entered-By           pic x(8).
           05 Etr-Approved-By          pic x(8).
      *************************************************
      * THE SESSION'S BATCH, HELD UNTIL IT IS          *
      * CONFIRMED, WITH THE NAME EACH ENTRY IS FOR.    *
      *************************************************
       01 Ws-Batch-Count            pic 9(3) value 0.
       01 Ws-Batch-Table.
           05 Ws-Batch-Entry occurs 500 times
                   indexed by Ws-Batch-Idx.
               10 Ws-Batch-Record       pic x(96).
               10 Ws-Batch-Name         pic x(20).
       01 Ws-Add-Count              pic 9(3) value 0.
       01 Ws-Change-Count           pic 9(3) value 0.
       01 Ws-Delete-Count           pic 9(3) value 0.
       01 Ws-Hold-Count             pic 9(3) value 0.
       01 Ws-Release-Count          pic 9(3) value 0.
       01 Ws-Rehire-Count           pic 9(3) value 0.
       01 Ws-Batch-Decided          pic x value 'N'.
      *************************************************
      * DEPARTMENT CODES AND NAMES FROM DEPTTAB.TXT.   *
      *************************************************
       01 Ws-Dept-Count             pic 9(3) value 0.
       01 Ws-Dept-Found             pic x value 'N'.
       01 Ws-Dept-Name-Found        pic x(30).
       01 Ws-Dept-Table.
           05 Ws-Dept-Entry occurs 50 times
                   indexed by Ws-Dept-Idx.
               10 Ws-Dept-Code          pic x(4).
               10 Ws-Dept-Name          pic x(30).
      *************************************************
      * AMOUNT KEYED AS TEXT - DIGITS, AN OPTIONAL     *
      * DECIMAL POINT WITH UP TO TWO PLACES, AND       *
      * COMMAS IN THE WHOLE PART, WHICH ARE IGNORED.   *
      *************************************************
       01 Ws-Num-Pos                pic 9(2).
       01 Ws-Num-Char               pic x(1).
       01 Ws-Num-Digit redefines Ws-Num-Char
                                    pic 9(1).
       01 Ws-Num-Valid              pic x.
       01 Ws-Num-Point-Seen         pic x.
       01 Ws-Num-Ended              pic x.
       01 Ws-Num-Int-Digits         pic 9(2).
       01 Ws-Num-Dec-Digits         pic 9(1).
       01 Ws-Num-Whole              pic 9(9).
       01 Ws-Num-Cents              pic 9(2).
      *************************************************
      * CALENDAR CHECK FOR A KEYED YYYYMMDD DATE.      *
      * FEBRUARY IS RESET FOR THE YEAR IN HAND BY      *
      * 780-SET-FEBRUARY.                              *
      *************************************************
       01 Ws-Check-Date.
           05 Ws-Check-Year         pic 9(4).
           05 Ws-Check-Month        pic 9(2).
           05 Ws-Check-Day          pic 9(2).
       01 Ws-Check-Date-N redefines Ws-Check-Date
                                    pic 9(8).
       01 Ws-Date-Valid             pic x.
       01 Ws-Month-Days-Values      pic x(24) value
              '312831303130313130313031'.
       01 Ws-Month-Days-Table redefines Ws-Month-Days-Values.
           05 Ws-Month-Days         pic 9(2) occurs 12 times.
       01 Ws-Leap-Quotient          pic 9(4).
       01 Ws-Leap-Remainder         pic 9(3).
       01 Ws-Leap-Switch            pic x value 'N'.
           88 Leap-Year-On               value 'Y'.
      *************************************************
      * EDITED FIELDS FOR THE CONSOLE.                 *
      *************************************************
       01 Ws-Show-Salary            pic zzz,zz9.
       01 Ws-Show-Override          pic zzz,zz9.
       01 Ws-Show-Dues              pic zz9.99.
       01 Ws-Show-Insur             pic zz9.99.
       01 Ws-Show-Count             pic zz9.
       01 Ws-Show-Seq               pic zz9.
       01 Ws-Seq-Number             pic 9(3).

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               display ' '
               display 'TRANS.TXT GUIDED ENTRY - RUN DATE ' Ws-Run-Date
               display 'REPLY * AT ANY PROMPT TO ABANDON THE '
                   'TRANSACTION IN HAND'
               display ' '
               perform 010-OPEN-LOOKUPS
               perform 020-GET-OPERATOR
               perform until Session-Done
                   perform 200-ENTER-TRANSACTION
               end-perform
               if Ws-Batch-Count = 0
                   display 'NOTHING ENTERED - TRANS.TXT NOT CHANGED'
               else
                   perform 800-CONFIRM-BATCH
               end-if
               if Ws-Employee-Available = 'Y'
                   close Employee-Data
               end-if
               stop run.

      *************************************************
      * OPENS THE MASTER FOR LOOKUPS, LOADS THE        *
      * DEPARTMENT TABLE AND COUNTS WHAT IS ALREADY ON *
      * TRANS.TXT. A MISSING MASTER OR DEPARTMENT      *
      * TABLE IS REPORTED AND ENTRY GOES ON WITHOUT    *
      * THAT CHECK.                                    *
      *************************************************
       010-OPEN-LOOKUPS.
               open input Employee-Data
               if Ws-Employee-Status = "00"
                   move 'Y' to Ws-Employee-Available
               else
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status ' - EMPLOYEES CANNOT BE '
                       'LOOKED UP'
               end-if
               open input Dept-Table-File
               if Ws-Dept-Tab-Status = "00"
                   move 'Y' to Ws-Dept-Tab-Available
                   perform until Ws-Dept-Tab-Eof = 'y'
                       read Dept-Table-File
                           at end
                               move 'y' to Ws-Dept-Tab-Eof
                           not at end
                               perform 015-STORE-DEPARTMENT
                       end-read
                   end-perform
                   close Dept-Table-File
               else
                   display 'DEPTTAB.TXT NOT AVAILABLE - DEPARTMENT '
                       'CODES CANNOT BE CHECKED'
               end-if
               open input Trans-File
               if Ws-Trans-File-Status = "00"
                   perform until Ws-Trans-Eof = 'y'
                       read Trans-File
                           at end
                               move 'y' to Ws-Trans-Eof
                           not at end
                               add 1 to Ws-Existing-Count
                       end-read
                   end-perform
                   close Trans-File
               end-if
               if Ws-Existing-Count > 0
                   display 'TRANS.TXT ALREADY HOLDS ' Ws-Existing-Count
                       ' TRANSACTIONS NOT YET RUN'
               end-if.

       015-STORE-DEPARTMENT.
               if Ws-Dept-Count < 50
                   add 1 to Ws-Dept-Count
                   set Ws-Dept-Idx to Ws-Dept-Count
                   move Dept-Code to Ws-Dept-Code (Ws-Dept-Idx)
                   move Dept-Name to Ws-Dept-Name (Ws-Dept-Idx)
               else
                   display 'DEPARTMENT TABLE FULL - NOT LOADED: '
                       Dept-Code
               end-if.

      *************************************************
      * THE OPERATOR'S ID GOES IN ENTERED-BY ON EVERY  *
      * TRANSACTION OF THE SESSION - THE SAME ID THE   *
      * DUAL-CONTROL CHECK COMPARES THE APPROVER WITH. *
      *************************************************
       020-GET-OPERATOR.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y'
                   display 'YOUR USER ID (UP TO 8 CHARACTERS): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   if Ws-Reply = spaces or Ws-Reply = '*'
                       display '  A USER ID IS REQUIRED'
                   else
                       if Ws-Reply (9:32) not = spaces
                           display '  USER ID IS LONGER THAN 8 '
                               'CHARACTERS'
                       else
                           move Ws-Reply (1:8) to Ws-Entered-By
                           move 'Y' to Ws-Field-Ok
                       end-if
                   end-if
               end-perform.

      *************************************************
      * TAKES ONE TRANSACTION FROM CODE TO CONFIRMATION*
      * - EACH STEP ONLY RUNS WHILE THE ONE BEFORE IT  *
      * WAS NOT ABANDONED.                             *
      *************************************************
       200-ENTER-TRANSACTION.
               move spaces to Entry-Trans-Record
               move 'N' to Ws-Entry-Cancelled
               move spaces to Ws-Master-Name
               display ' '
               if Ws-Batch-Count = 500
                   display 'BATCH FULL AT 500 - SAVE THIS BATCH AND '
                       'START ANOTHER SESSION'
                   move 'Y' to Ws-Session-Done
               else
                   perform 210-GET-CODE
               end-if
               if not Session-Done
                   if not Entry-Cancelled
                       perform 220-GET-EMPLOYEE
                   end-if
                   if not Entry-Cancelled
                       evaluate Etr-Code
                           when 'A'
                               perform 300-ENTER-ADD-FIELDS
                           when 'C'
                               perform 400-ENTER-CHANGE-FIELDS
                           when 'E'
                               perform 450-ENTER-REHIRE-FIELDS
                           when other
                               continue
                       end-evaluate
                   end-if
                   if not Entry-Cancelled
                       perform 500-GET-EFFECTIVE-DATE
                   end-if
                   if not Entry-Cancelled
                       perform 510-GET-APPROVER
                   end-if
                   if not Entry-Cancelled
                       perform 600-CONFIRM-TRANSACTION
                   end-if
                   if Entry-Cancelled
                       display 'TRANSACTION ABANDONED - NOT ADDED TO '
                           'THE BATCH'
                   end-if
               end-if.

       210-GET-CODE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y'
                   display 'CODE - A ADD, C CHANGE, D DELETE, H HOLD, '
                       'R RELEASE, E REHIRE,'
                   display '       END TO FINISH: ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate Ws-Reply
                       when 'A'
                       when 'C'
                       when 'D'
                       when 'H'
                       when 'R'
                       when 'E'
                           move Ws-Reply (1:1) to Etr-Code
                           move 'Y' to Ws-Field-Ok
                       when 'END'
                           move 'Y' to Ws-Session-Done
                           move 'Y' to Ws-Field-Ok
                       when '*'
                           move 'Y' to Ws-Entry-Cancelled
                           move 'Y' to Ws-Field-Ok
                       when other
                           display '  CODE MUST BE A, C, D, H, R OR E '
                               '(END TO FINISH)'
                   end-evaluate
               end-perform.

      *************************************************
      * THE EMPLOYEE NUMBER MUST FILL ITS 5 COLUMNS.   *
      * AN ADD IS CHECKED AGAINST THE MASTER AND THE   *
      * TERMINATION ARCHIVE AND THE OPERATOR ASKED     *
      * WHETHER TO GO ON; ANY OTHER CODE MUST FIND THE *
      * EMPLOYEE ON THE MASTER, AND THEIR CURRENT      *
      * VALUES ARE SHOWN.                              *
      *************************************************
       220-GET-EMPLOYEE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'EMPLOYEE NUMBER (5 CHARACTERS): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   move 0 to Ws-Space-Count
                   inspect Ws-Reply (1:5) tallying Ws-Space-Count
                       for all spaces
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Space-Count > 0
                         or Ws-Reply (6:35) not = spaces
                           display '  EMPLOYEE NUMBER MUST BE EXACTLY '
                               '5 CHARACTERS'
                       when other
                           move Ws-Reply (1:5) to Etr-Employee-No
                           move 'Y' to Ws-Field-Ok
                           perform 230-LOOKUP-EMPLOYEE
                           evaluate Etr-Code
                               when 'A'
                                   perform 240-CHECK-ADD-EMPLOYEE
                               when 'E'
                                   perform 247-CHECK-REHIRE-EMPLOYEE
                               when other
                                   perform 245-CHECK-EXISTING-EMPLOYEE
                           end-evaluate
                   end-evaluate
               end-perform.

       230-LOOKUP-EMPLOYEE.
               move 'N' to Ws-On-Master
               if Ws-Employee-Available = 'Y'
                   move Etr-Employee-No to Employee-Number-in
                   read Employee-Data
                       invalid key
                           move 'N' to Ws-On-Master
                       not invalid key
                           move 'Y' to Ws-On-Master
                           move Employee-Name-in to Ws-Master-Name
                   end-read
               end-if.

       240-CHECK-ADD-EMPLOYEE.
               if Ws-On-Master = 'Y'
                   display '  WARNING - ' Etr-Employee-No
                       ' IS ALREADY ON EMPINDEX.DAT AS '
                       Employee-Name-in
                   display '  EMPMAINT WILL REJECT THIS ADD'
                   move 'ADD IT ANYWAY (Y/N)? ' to Ws-Question
                   perform 710-ASK-YES-NO
                   if Ws-Answer not = 'Y'
                       move 'N' to Ws-Field-Ok
                   end-if
               end-if
               if Ws-Field-Ok = 'Y'
                   perform 250-CHECK-TERM-ARCHIVE
                   if Ws-Term-Found-Date not = 0
                       display '  WARNING - ' Etr-Employee-No
                           ' WAS TERMINATED ON ' Ws-Term-Found-Date
                           ' (TERMARCH.TXT)'
                       display '  CODE E REHIRES THEM FROM THEIR '
                           'ARCHIVED RECORD'
                       move 'ADD IT ANYWAY (Y/N)? ' to Ws-Question
                       perform 710-ASK-YES-NO
                       if Ws-Answer not = 'Y'
                           move 'N' to Ws-Field-Ok
                       end-if
                   end-if
               end-if.

       245-CHECK-EXISTING-EMPLOYEE.
               if Ws-Employee-Available not = 'Y'
                   display '  NOT CHECKED - EMPINDEX.DAT IS NOT '
                       'AVAILABLE'
               else
                   if Ws-On-Master not = 'Y'
                       display '  ' Etr-Employee-No
                           ' IS NOT ON EMPINDEX.DAT - EMPMAINT WOULD '
                           'REJECT IT'
                       move 'N' to Ws-Field-Ok
                   else
                       perform 260-SHOW-CURRENT-VALUES
                       if Etr-Code = 'H'
                          and Employee-Hold-Flag = 'H'
                           display '  NOTE - ALREADY ON HOLD'
                       end-if
                       if Etr-Code = 'R'
                          and Employee-Hold-Flag not = 'H'
                           display '  NOTE - NOT ON HOLD, THERE IS '
                               'NOTHING TO RELEASE'
                       end-if
                   end-if
               end-if.

      *************************************************
      * A REHIRE IS ONLY FOR SOMEONE NO LONGER ON THE  *
      * MASTER WHO IS ON THE TERMINATION ARCHIVE -     *
      * EMPMAINT REJECTS ANYTHING ELSE. THE RECORD IT  *
      * WILL RESTORE IS SHOWN.                         *
      *************************************************
       247-CHECK-REHIRE-EMPLOYEE.
               if Ws-On-Master = 'Y'
                   display '  ' Etr-Employee-No
                       ' IS ON EMPINDEX.DAT AS ' Employee-Name-in
                   display '  ONLY A TERMINATED MEMBER CAN BE REHIRED'
                   move 'N' to Ws-Field-Ok
               else
                   perform 250-CHECK-TERM-ARCHIVE
                   if Ws-Term-Found-Date = 0
                       display '  ' Etr-Employee-No
                           ' IS NOT ON TERMARCH.TXT - THERE IS NO '
                           'RECORD TO REHIRE FROM'
                       move 'N' to Ws-Field-Ok
                   else
                       move Tfm-Employee-Name to Ws-Master-Name
                       perform 265-SHOW-ARCHIVED-VALUES
                   end-if
               end-if.

      *************************************************
      * LOOKS FOR THE EMPLOYEE ON THE TERMINATION      *
      * ARCHIVE, KEEPING THE LATEST TERMINATION DATE   *
      * IF THEY HAVE LEFT MORE THAN ONCE. NO ARCHIVE   *
      * MEANS NOBODY HAS BEEN TERMINATED YET.          *
      *************************************************
       250-CHECK-TERM-ARCHIVE.
               move 0 to Ws-Term-Found-Date
               move spaces to Ws-Term-Found-Master
               move 'n' to Ws-Term-Arch-Eof
               open input Term-Arch-File
               if Ws-Term-Arch-Status = "00"
                   perform until Ws-Term-Arch-Eof = 'y'
                       read Term-Arch-File
                           at end
                               move 'y' to Ws-Term-Arch-Eof
                           not at end
                               if Tar-Employee-No = Etr-Employee-No
                                  and Tar-Term-Date
                                      >= Ws-Term-Found-Date
                                   move Tar-Term-Date
                                       to Ws-Term-Found-Date
                                   move Tar-Master-Record
                                       to Ws-Term-Found-Master
                               end-if
                       end-read
                   end-perform
                   close Term-Arch-File
               end-if.

       260-SHOW-CURRENT-VALUES.
               move Department-Code to Etr-Department
               perform 760-FIND-DEPARTMENT
               move spaces to Etr-Department
               move Annual-Salary to Ws-Show-Salary
               move Union-Dues to Ws-Show-Dues
               move insurance to Ws-Show-Insur
               display '  ON FILE:    ' Employee-Name-in
               display '  DEPARTMENT: ' Department-Code ' '
                   Ws-Dept-Name-Found
               display '  SALARY:     ' Ws-Show-Salary
                   '   DUES: ' Ws-Show-Dues
                   '   INSURANCE: ' Ws-Show-Insur
               display '  AGE:        ' Age
                   '   DEPENDENTS: ' Dependent-Count
                   '   HIRED: ' Employee-Hire-Date
               if Override-Flag = 'Y'
                   move Override-Salary to Ws-Show-Override
                   display '  OVERRIDE:   Y  ' Ws-Show-Override
               else
                   display '  OVERRIDE:   N'
               end-if
               if Employee-Hold-Flag = 'H'
                   display '  STATUS:     ON HOLD'
               else
                   display '  STATUS:     ACTIVE'
               end-if.

       265-SHOW-ARCHIVED-VALUES.
               move Tfm-Department to Etr-Department
               perform 760-FIND-DEPARTMENT
               move spaces to Etr-Department
               move Tfm-Annual-Salary to Ws-Show-Salary
               move Tfm-Union-Dues to Ws-Show-Dues
               move Tfm-Insurance to Ws-Show-Insur
               display '  ARCHIVED:   ' Tfm-Employee-Name
                   '   TERMINATED ' Ws-Term-Found-Date
               display '  DEPARTMENT: ' Tfm-Department ' '
                   Ws-Dept-Name-Found
               display '  SALARY:     ' Ws-Show-Salary
                   '   DUES: ' Ws-Show-Dues
                   '   INSURANCE: ' Ws-Show-Insur
               display '  AGE:        ' Tfm-Age
                   '   DEPENDENTS: ' Tfm-Dependents
                   '   HIRED: ' Tfm-Hire-Date.

      *************************************************
      * AN ADD CARRIES EVERY FIELD OF THE NEW MASTER   *
      * RECORD, SO EVERY FIELD IS REQUIRED.            *
      *************************************************
       300-ENTER-ADD-FIELDS.
               perform 310-GET-NAME
               if not Entry-Cancelled
                   perform 320-GET-SALARY
               end-if
               if not Entry-Cancelled
                   perform 330-GET-DUES
               end-if
               if not Entry-Cancelled
                   perform 340-GET-INSURANCE
               end-if
               if not Entry-Cancelled
                   perform 350-GET-DEPARTMENT
               end-if
               if not Entry-Cancelled
                   perform 360-GET-AGE
               end-if
               if not Entry-Cancelled
                   perform 370-GET-DEPENDENTS
               end-if
               if not Entry-Cancelled
                   perform 380-GET-OVERRIDE
               end-if
               if not Entry-Cancelled
                   perform 390-GET-HIRE-DATE
               end-if.

      *************************************************
      * EACH FIELD PARAGRAPH KEEPS PROMPTING UNTIL THE *
      * VALUE IS GOOD OR THE TRANSACTION IS ABANDONED. *
      * ON A CHANGE AN EMPTY REPLY LEAVES THE FIELD    *
      * BLANK, WHICH KEEPS THE MASTER'S VALUE.         *
      *************************************************
       310-GET-NAME.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'NAME (UP TO 20 CHARACTERS): '
                       with no advancing
                   accept Ws-Reply
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces and Etr-Code = 'A'
                           display '  A NAME IS REQUIRED'
                       when Ws-Reply (21:20) not = spaces
                           display '  NAME IS LONGER THAN 20 '
                               'CHARACTERS'
                       when other
                           move Ws-Reply (1:20) to Etr-Employee-Name
                           move 'Y' to Ws-Field-Ok
                   end-evaluate
               end-perform.

       320-GET-SALARY.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'ANNUAL SALARY (WHOLE DOLLARS): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A' or Etr-Code = 'E'
                               display '  A SALARY IS REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Cents not = 0
                              or Ws-Num-Whole = 0
                              or Ws-Num-Whole > 999999
                               display '  SALARY MUST BE WHOLE DOLLARS '
                                   'FROM 1 TO 999,999'
                           else
                               move Ws-Num-Whole to Etr-Annual-Salary
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       330-GET-DUES.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'UNION DUES (999.99): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A'
                               display '  UNION DUES ARE REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Whole > 999
                               display '  DUES MUST BE AN AMOUNT FROM '
                                   '0.00 TO 999.99'
                           else
                               compute Etr-Union-Dues =
                                   Ws-Num-Whole + Ws-Num-Cents / 100
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       340-GET-INSURANCE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'INSURANCE (999.99): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A'
                               display '  INSURANCE IS REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Whole > 999
                               display '  INSURANCE MUST BE AN AMOUNT '
                                   'FROM 0.00 TO 999.99'
                           else
                               compute Etr-Insurance =
                                   Ws-Num-Whole + Ws-Num-Cents / 100
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       350-GET-DEPARTMENT.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'DEPARTMENT CODE: ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A' or Etr-Code = 'E'
                               display '  A DEPARTMENT IS REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when Ws-Reply (5:36) not = spaces
                           display '  DEPARTMENT CODE IS UP TO 4 '
                               'CHARACTERS'
                       when other
                           move Ws-Reply (1:4) to Etr-Department
                           perform 760-FIND-DEPARTMENT
                           if Ws-Dept-Tab-Available = 'Y'
                              and Ws-Dept-Found not = 'Y'
                               display '  ' Etr-Department
                                   ' IS NOT ON DEPTTAB.TXT'
                               move spaces to Etr-Department
                           else
                               display '  ' Ws-Dept-Name-Found
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       360-GET-AGE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'AGE: ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A'
                               display '  AN AGE IS REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Cents not = 0
                              or Ws-Num-Whole < 16
                              or Ws-Num-Whole > 99
                               display '  AGE MUST BE A WHOLE NUMBER '
                                   'FROM 16 TO 99'
                           else
                               move Ws-Num-Whole to Etr-Age
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       370-GET-DEPENDENTS.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'DEPENDENT COUNT (0-9): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A'
                               display '  A DEPENDENT COUNT IS '
                                   'REQUIRED - 0 FOR NONE'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Cents not = 0
                              or Ws-Num-Whole > 9
                               display '  DEPENDENT COUNT MUST BE 0 '
                                   'TO 9'
                           else
                               move Ws-Num-Whole to Etr-Dependents
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

      *************************************************
      * THE OVERRIDE FLAG, AND THE OVERRIDE SALARY     *
      * WHEN THE FLAG IS, OR STAYS, ON. AN ADD WITHOUT *
      * AN OVERRIDE CARRIES 'N' AND A ZERO SALARY.     *
      *************************************************
       380-GET-OVERRIDE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'OVERRIDE SALARY IN FORCE (Y/N): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces and Etr-Code not = 'A'
                           move 'Y' to Ws-Field-Ok
                       when Ws-Reply = 'Y' or Ws-Reply = 'N'
                           move Ws-Reply (1:1) to Etr-Override-Flag
                           move 'Y' to Ws-Field-Ok
                       when other
                           display '  REPLY Y OR N'
                   end-evaluate
               end-perform
               if not Entry-Cancelled
                   if Etr-Override-Flag = 'Y'
                      or (Etr-Override-Flag = space
                          and Override-Flag = 'Y')
                       perform 385-GET-OVERRIDE-SALARY
                   else
                       if Etr-Code = 'A'
                           move 0 to Etr-Override-Sal
                       end-if
                   end-if
               end-if.

       385-GET-OVERRIDE-SALARY.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'OVERRIDE SALARY (WHOLE DOLLARS): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           if Etr-Code = 'A'
                              or Override-Flag not = 'Y'
                               display '  AN OVERRIDE SALARY IS '
                                   'REQUIRED'
                           else
                               move 'Y' to Ws-Field-Ok
                           end-if
                       when other
                           perform 720-PARSE-AMOUNT
                           if Ws-Num-Valid not = 'Y'
                              or Ws-Num-Cents not = 0
                              or Ws-Num-Whole = 0
                              or Ws-Num-Whole > 999999
                               display '  OVERRIDE SALARY MUST BE '
                                   'WHOLE DOLLARS FROM 1 TO 999,999'
                           else
                               move Ws-Num-Whole to Etr-Override-Sal
                               move 'Y' to Ws-Field-Ok
                           end-if
                   end-evaluate
               end-perform.

       390-GET-HIRE-DATE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'HIRE DATE (YYYYMMDD): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           display '  A HIRE DATE IS REQUIRED'
                       when other
                           perform 740-CHECK-DATE
                           if Ws-Date-Valid not = 'Y'
                               display '  NOT A CALENDAR DATE - KEY '
                                   'YYYYMMDD'
                           else
                               if Ws-Check-Date-N > Ws-Run-Date
                                   display '  HIRE DATE IS AFTER TODAY'
                               else
                                   move Ws-Check-Date-N
                                       to Etr-Hire-Date
                                   move 'Y' to Ws-Field-Ok
                               end-if
                           end-if
                   end-evaluate
               end-perform.

      *************************************************
      * A CHANGE ONLY CARRIES THE FIELDS EMPMAINT      *
      * APPLIES ON A CHANGE - AGE AND HIRE DATE ARE    *
      * NOT AMONG THEM. A CHANGE THAT ENDS UP CARRYING *
      * NOTHING IS ABANDONED.                          *
      *************************************************
       400-ENTER-CHANGE-FIELDS.
               display '  ENTER A NEW VALUE, OR JUST ENTER TO KEEP '
                   'THE ONE ON FILE'
               perform 310-GET-NAME
               if not Entry-Cancelled
                   perform 320-GET-SALARY
               end-if
               if not Entry-Cancelled
                   perform 330-GET-DUES
               end-if
               if not Entry-Cancelled
                   perform 340-GET-INSURANCE
               end-if
               if not Entry-Cancelled
                   perform 350-GET-DEPARTMENT
               end-if
               if not Entry-Cancelled
                   perform 370-GET-DEPENDENTS
               end-if
               if not Entry-Cancelled
                   perform 380-GET-OVERRIDE
               end-if
               if not Entry-Cancelled
                   move 'N' to Ws-Change-Made
                   if Etr-Employee-Name not = spaces
                      or Etr-Department not = spaces
                      or Etr-Override-Flag not = space
                       move 'Y' to Ws-Change-Made
                   end-if
                   if Etr-Annual-Salary is numeric
                      or Etr-Union-Dues is numeric
                      or Etr-Insurance is numeric
                      or Etr-Dependents is numeric
                      or Etr-Override-Sal is numeric
                       move 'Y' to Ws-Change-Made
                   end-if
                   if Ws-Change-Made not = 'Y'
                       display '  NOTHING CHANGED'
                       move 'Y' to Ws-Entry-Cancelled
                   end-if
               end-if.

      *************************************************
      * A REHIRE MUST CARRY THE NEW SALARY AND         *
      * DEPARTMENT; ANY OTHER FIELD LEFT BLANK COMES   *
      * BACK FROM THE ARCHIVED RECORD. AN OVERRIDE     *
      * SALARY IS NOT OFFERED - A REHIRE STARTS        *
      * WITHOUT ONE. THE REHIRE DATE IS THE HIRE DATE  *
      * IF EMPMAINT RESETS THEIR SENIORITY.            *
      *************************************************
       450-ENTER-REHIRE-FIELDS.
               display '  SALARY AND DEPARTMENT ARE REQUIRED - JUST '
                   'ENTER TO KEEP ANY OTHER'
               display '  ARCHIVED VALUE'
               perform 310-GET-NAME
               if not Entry-Cancelled
                   perform 320-GET-SALARY
               end-if
               if not Entry-Cancelled
                   perform 330-GET-DUES
               end-if
               if not Entry-Cancelled
                   perform 340-GET-INSURANCE
               end-if
               if not Entry-Cancelled
                   perform 350-GET-DEPARTMENT
               end-if
               if not Entry-Cancelled
                   perform 360-GET-AGE
               end-if
               if not Entry-Cancelled
                   perform 370-GET-DEPENDENTS
               end-if
               if not Entry-Cancelled
                   perform 455-GET-REHIRE-DATE
               end-if.

       455-GET-REHIRE-DATE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'REHIRE DATE (YYYYMMDD, ENTER FOR THE DAY '
                       'IT IS APPLIED): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           move 'Y' to Ws-Field-Ok
                       when other
                           perform 740-CHECK-DATE
                           if Ws-Date-Valid not = 'Y'
                               display '  NOT A CALENDAR DATE - KEY '
                                   'YYYYMMDD'
                           else
                               if Ws-Check-Date-N < Ws-Term-Found-Date
                                   display '  REHIRE DATE IS BEFORE '
                                       'THE TERMINATION DATE'
                               else
                                   move Ws-Check-Date-N
                                       to Etr-Hire-Date
                                   move 'Y' to Ws-Field-Ok
                               end-if
                           end-if
                   end-evaluate
               end-perform.

      *************************************************
      * BLANK MEANS EFFECTIVE IMMEDIATELY (CARRIED AS  *
      * ZERO). A DATE AFTER TODAY IS QUEUED BY EMPMAINT*
      * ON PENDTRAN.TXT UNTIL IT COMES DUE.            *
      *************************************************
       500-GET-EFFECTIVE-DATE.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'EFFECTIVE DATE (YYYYMMDD, ENTER FOR '
                       'IMMEDIATELY): ' with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           move 0 to Etr-Effective-Date
                           move 'Y' to Ws-Field-Ok
                       when other
                           perform 740-CHECK-DATE
                           if Ws-Date-Valid not = 'Y'
                               display '  NOT A CALENDAR DATE - KEY '
                                   'YYYYMMDD'
                           else
                               move Ws-Check-Date-N
                                   to Etr-Effective-Date
                               move 'Y' to Ws-Field-Ok
                               if Ws-Check-Date-N > Ws-Run-Date
                                   display '  HELD ON PENDTRAN.TXT '
                                       'UNTIL ' Ws-Check-Date-N
                               end-if
                           end-if
                   end-evaluate
               end-perform.

      *************************************************
      * OPTIONAL SECOND SIGNATURE. EMPMAINT HOLDS A    *
      * DELETION, AN OVERRIDE BEING SET OR A SALARY    *
      * MOVE OVER THE DUAL-CONTROL LIMIT WITHOUT ONE,  *
      * AND NEVER ACCEPTS THE ENTERER AS THE APPROVER. *
      *************************************************
       510-GET-APPROVER.
               move 'N' to Ws-Field-Ok
               perform until Ws-Field-Ok = 'Y' or Entry-Cancelled
                   display 'APPROVED-BY ID (ENTER IF NONE): '
                       with no advancing
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = '*'
                           move 'Y' to Ws-Entry-Cancelled
                       when Ws-Reply = spaces
                           move 'Y' to Ws-Field-Ok
                           if Etr-Code = 'D'
                              or Etr-Override-Flag = 'Y'
                               display '  NOTE - EMPMAINT WILL HOLD '
                                   'THIS UNTIL IT IS APPROVED'
                           end-if
                       when Ws-Reply (9:32) not = spaces
                           display '  APPROVED-BY ID IS UP TO 8 '
                               'CHARACTERS'
                       when Ws-Reply (1:8) = Ws-Entered-By
                           display '  THE APPROVER CANNOT BE THE '
                               'PERSON ENTERING IT'
                       when other
                           move Ws-Reply (1:8) to Etr-Approved-By
                           move 'Y' to Ws-Field-Ok
                   end-evaluate
               end-perform.

      *************************************************
      * SHOWS THE FINISHED TRANSACTION AS IT WILL SIT  *
      * ON TRANS.TXT AND ADDS IT TO THE BATCH ONCE THE *
      * OPERATOR AGREES.                               *
      *************************************************
       600-CONFIRM-TRANSACTION.
               move Ws-Entered-By to Etr-Entered-By
               display ' '
               display '  TRANS.TXT LINE:'
               display '  ' Entry-Trans-Record
               perform varying Ws-Batch-Idx from 1 by 1
                   until Ws-Batch-Idx > Ws-Batch-Count
                   if Ws-Batch-Record (Ws-Batch-Idx) (2:5)
                          = Etr-Employee-No
                       display '  NOTE - ' Etr-Employee-No
                           ' ALREADY HAS A TRANSACTION IN THIS BATCH'
                   end-if
               end-perform
               move 'ADD THIS TRANSACTION TO THE BATCH (Y/N)? '
                   to Ws-Question
               perform 710-ASK-YES-NO
               if Ws-Answer not = 'Y'
                   move 'Y' to Ws-Entry-Cancelled
               else
                   add 1 to Ws-Batch-Count
                   set Ws-Batch-Idx to Ws-Batch-Count
                   move Entry-Trans-Record
                       to Ws-Batch-Record (Ws-Batch-Idx)
                   if Etr-Employee-Name not = spaces
                       move Etr-Employee-Name
                           to Ws-Batch-Name (Ws-Batch-Idx)
                   else
                       move Ws-Master-Name
                           to Ws-Batch-Name (Ws-Batch-Idx)
                   end-if
                   evaluate Etr-Code
                       when 'A'
                           add 1 to Ws-Add-Count
                       when 'C'
                           add 1 to Ws-Change-Count
                       when 'D'
                           add 1 to Ws-Delete-Count
                       when 'H'
                           add 1 to Ws-Hold-Count
                       when 'R'
                           add 1 to Ws-Release-Count
                       when 'E'
                           add 1 to Ws-Rehire-Count
                   end-evaluate
                   move Ws-Batch-Count to Ws-Show-Count
                   display '  ADDED - ' Ws-Show-Count
                       ' IN THE BATCH SO FAR'
               end-if.

       700-ACCEPT-REPLY.
               move spaces to Ws-Reply
               accept Ws-Reply
               inspect Ws-Reply converting
                   'abcdefghijklmnopqrstuvwxyz'
                   to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       710-ASK-YES-NO.
               move space to Ws-Answer
               perform until Ws-Answer = 'Y' or Ws-Answer = 'N'
                   display Ws-Question with no advancing
                   perform 700-ACCEPT-REPLY
                   if Ws-Reply = 'Y' or Ws-Reply = 'N'
                       move Ws-Reply (1:1) to Ws-Answer
                   else
                       display '  REPLY Y OR N'
                   end-if
               end-perform.

      *************************************************
      * PARSES THE REPLY AS AN AMOUNT INTO WS-NUM-     *
      * WHOLE AND WS-NUM-CENTS. ANYTHING BUT DIGITS, A *
      * SINGLE POINT, COMMAS BEFORE IT AND SURROUNDING *
      * SPACES - OR A THIRD DECIMAL PLACE - IS NOT AN  *
      * AMOUNT.                                        *
      *************************************************
       720-PARSE-AMOUNT.
               move 'Y' to Ws-Num-Valid
               move 'N' to Ws-Num-Point-Seen Ws-Num-Ended
               move 0 to Ws-Num-Int-Digits Ws-Num-Dec-Digits
                         Ws-Num-Whole Ws-Num-Cents
               perform varying Ws-Num-Pos from 1 by 1
                   until Ws-Num-Pos > 40 or Ws-Num-Valid = 'N'
                   move Ws-Reply (Ws-Num-Pos:1) to Ws-Num-Char
                   evaluate true
                       when Ws-Num-Char = space
                           if Ws-Num-Int-Digits > 0
                              or Ws-Num-Point-Seen = 'Y'
                               move 'Y' to Ws-Num-Ended
                           end-if
                       when Ws-Num-Ended = 'Y'
                           move 'N' to Ws-Num-Valid
                       when Ws-Num-Char = ','
                           if Ws-Num-Point-Seen = 'Y'
                              or Ws-Num-Int-Digits = 0
                               move 'N' to Ws-Num-Valid
                           end-if
                       when Ws-Num-Char = '.'
                           if Ws-Num-Point-Seen = 'Y'
                               move 'N' to Ws-Num-Valid
                           else
                               move 'Y' to Ws-Num-Point-Seen
                           end-if
                       when Ws-Num-Char is numeric
                           perform 725-TAKE-DIGIT
                       when other
                           move 'N' to Ws-Num-Valid
                   end-evaluate
               end-perform
               if Ws-Num-Int-Digits = 0 and Ws-Num-Dec-Digits = 0
                   move 'N' to Ws-Num-Valid
               end-if.

       725-TAKE-DIGIT.
               if Ws-Num-Point-Seen = 'Y'
                   add 1 to Ws-Num-Dec-Digits
                   evaluate Ws-Num-Dec-Digits
                       when 1
                           compute Ws-Num-Cents = Ws-Num-Digit * 10
                       when 2
                           add Ws-Num-Digit to Ws-Num-Cents
                       when other
                           move 'N' to Ws-Num-Valid
                   end-evaluate
               else
                   if Ws-Num-Int-Digits = 9
                       move 'N' to Ws-Num-Valid
                   else
                       add 1 to Ws-Num-Int-Digits
                       compute Ws-Num-Whole =
                           Ws-Num-Whole * 10 + Ws-Num-Digit
                   end-if
               end-if.

      *************************************************
      * THE REPLY MUST BE EIGHT DIGITS, YYYYMMDD, WITH *
      * A MONTH OF 1 TO 12 AND A DAY THAT MONTH HAS -  *
      * 29 FEBRUARY ONLY IN A LEAP YEAR.               *
      *************************************************
       740-CHECK-DATE.
               move 'N' to Ws-Date-Valid
               if Ws-Reply (1:8) is numeric
                  and Ws-Reply (9:32) = spaces
                   move Ws-Reply (1:8) to Ws-Check-Date
                   if Ws-Check-Year >= 1900
                      and Ws-Check-Month >= 1
                      and Ws-Check-Month <= 12
                      and Ws-Check-Day >= 1
                       perform 780-SET-FEBRUARY
                       if Ws-Check-Day
                              <= Ws-Month-Days (Ws-Check-Month)
                           move 'Y' to Ws-Date-Valid
                       end-if
                   end-if
               end-if.

      *************************************************
      * FINDS ETR-DEPARTMENT IN THE DEPARTMENT TABLE.  *
      *************************************************
       760-FIND-DEPARTMENT.
               move 'N' to Ws-Dept-Found
               move spaces to Ws-Dept-Name-Found
               perform varying Ws-Dept-Idx from 1 by 1
                   until Ws-Dept-Idx > Ws-Dept-Count
                      or Ws-Dept-Found = 'Y'
                   if Ws-Dept-Code (Ws-Dept-Idx) = Etr-Department
                       move 'Y' to Ws-Dept-Found
                       move Ws-Dept-Name (Ws-Dept-Idx)
                           to Ws-Dept-Name-Found
                   end-if
               end-perform.

      *************************************************
      * SETS FEBRUARY'S LENGTH FOR WS-CHECK-YEAR -     *
      * EVERY FOURTH YEAR, EXCEPT CENTURIES NOT        *
      * DIVISIBLE BY 400.                              *
      *************************************************
       780-SET-FEBRUARY.
               move 'N' to Ws-Leap-Switch
               divide Ws-Check-Year by 4 giving Ws-Leap-Quotient
                   remainder Ws-Leap-Remainder
               if Ws-Leap-Remainder = 0
                   move 'Y' to Ws-Leap-Switch
                   divide Ws-Check-Year by 100
                       giving Ws-Leap-Quotient
                       remainder Ws-Leap-Remainder
                   if Ws-Leap-Remainder = 0
                       divide Ws-Check-Year by 400
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
      * LISTS THE SESSION'S BATCH WITH A COUNT BY CODE *
      * AND ONLY WRITES IT ONCE THE OPERATOR CONFIRMS. *
      * TRANSACTIONS ALREADY WAITING ON TRANS.TXT ARE  *
      * KEPT UNLESS THE OPERATOR CHOOSES TO REPLACE    *
      * THEM.                                          *
      *************************************************
       800-CONFIRM-BATCH.
               display ' '
               display 'BATCH SUMMARY - ENTERED BY ' Ws-Entered-By
               display '  SEQ  CODE  EMP#   NAME                  '
                   'EFFECTIVE  APPROVED'
               perform varying Ws-Batch-Idx from 1 by 1
                   until Ws-Batch-Idx > Ws-Batch-Count
                   move Ws-Batch-Record (Ws-Batch-Idx)
                       to Entry-Trans-Record
                   set Ws-Seq-Number to Ws-Batch-Idx
                   move Ws-Seq-Number to Ws-Show-Seq
                   display '  ' Ws-Show-Seq '   ' Etr-Code '    '
                       Etr-Employee-No '  '
                       Ws-Batch-Name (Ws-Batch-Idx) '  '
                       Etr-Effective-Date ' ' Etr-Approved-By
               end-perform
               display ' '
               display '  ADDS: ' Ws-Add-Count
                   '  CHANGES: ' Ws-Change-Count
                   '  DELETES: ' Ws-Delete-Count
                   '  HOLDS: ' Ws-Hold-Count
               display '  RELEASES: ' Ws-Release-Count
                   '  REHIRES: ' Ws-Rehire-Count
               move Ws-Batch-Count to Ws-Show-Count
               display '  TOTAL:  ' Ws-Show-Count
               display ' '
               perform until Ws-Batch-Decided = 'Y'
                   if Ws-Existing-Count > 0
                       display 'TRANS.TXT HOLDS ' Ws-Existing-Count
                           ' EARLIER TRANSACTIONS - A ADD THIS BATCH '
                           'TO THEM,'
                       display 'R REPLACE THEM, X DISCARD THIS '
                           'BATCH: ' with no advancing
                   else
                       display 'S SAVE THIS BATCH TO TRANS.TXT, X '
                           'DISCARD IT: ' with no advancing
                   end-if
                   perform 700-ACCEPT-REPLY
                   evaluate true
                       when Ws-Reply = 'A' and Ws-Existing-Count > 0
                       when Ws-Reply = 'S' and Ws-Existing-Count = 0
                           perform 810-WRITE-BATCH
                       when Ws-Reply = 'R' and Ws-Existing-Count > 0
                           move 'REPLACE THEM - ARE YOU SURE (Y/N)? '
                               to Ws-Question
                           perform 710-ASK-YES-NO
                           if Ws-Answer = 'Y'
                               move 0 to Ws-Existing-Count
                               perform 810-WRITE-BATCH
                           end-if
                       when Ws-Reply = 'X'
                           move 'DISCARD IT - ARE YOU SURE (Y/N)? '
                               to Ws-Question
                           perform 710-ASK-YES-NO
                           if Ws-Answer = 'Y'
                               move 'Y' to Ws-Batch-Decided
                               display 'BATCH DISCARDED - TRANS.TXT '
                                   'NOT CHANGED'
                           end-if
                       when other
                           display '  REPLY ONE OF THE LETTERS SHOWN'
                   end-evaluate
               end-perform.

      *************************************************
      * APPENDS THE BATCH TO THE TRANSACTIONS ALREADY  *
      * WAITING, OR STARTS TRANS.TXT AFRESH WHEN THERE *
      * ARE NONE (OR THEY ARE BEING REPLACED). IF      *
      * TRANS.TXT WILL NOT OPEN THE BATCH IS KEPT AND  *
      * THE OPERATOR IS ASKED AGAIN.                   *
      *************************************************
       810-WRITE-BATCH.
               if Ws-Existing-Count > 0
                   open extend Trans-File
               else
                   open output Trans-File
               end-if
               if Ws-Trans-File-Status not = "00"
                   display 'TRANS.TXT COULD NOT BE OPENED - STATUS '
                       Ws-Trans-File-Status
               else
                   perform varying Ws-Batch-Idx from 1 by 1
                       until Ws-Batch-Idx > Ws-Batch-Count
                       move Ws-Batch-Record (Ws-Batch-Idx)
                           to trans-file-rec
                       write trans-file-rec
                   end-perform
                   close Trans-File
                   move 'Y' to Ws-Batch-Decided
                   move Ws-Batch-Count to Ws-Show-Count
                   display Ws-Show-Count ' TRANSACTIONS WRITTEN TO '
                       'TRANS.TXT'
               end-if.
