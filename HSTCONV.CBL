       IDENTIFICATION DIVISION.
       PROGRAM-ID. historyconvert.
      ******************************************************
      * This program is run once, to turn the line-         *
      * sequential period history YTDHIST.TXT into the      *
      * indexed YTDHIST.DAT keyed on employee number, run-  *
      * control period and source code (see YTDHIST.CPY).   *
      * Every old record is re-laid out - the source code   *
      * moves ahead of the period date to complete the key  *
      * - and written to the new file. Two old records with *
      * the same key (two retro runs in one period for the  *
      * same employee) are combined into one, amounts       *
      * added, so nothing is lost. The new file is then     *
      * read back end to end and its record count and       *
      * salary, dues and insurance totals are proved        *
      * against what was read from the old one, on          *
      * HSTCONV.TXT. A YTDHIST.DAT that already holds       *
      * history is never overwritten. YTDHIST.TXT is left   *
      * where it is; keep it until the first period has run *
      * against the new file.                               *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-History assign to "YTDHIST.TXT"
                  organization is line sequential
                  file status is Ws-Old-Hist-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Convert-Report assign to "HSTCONV.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
      *************************************************
      * THE OLD LINE-SEQUENTIAL LAYOUT - PERIOD DATE   *
      * AHEAD OF THE SOURCE CODE.                      *
      *************************************************
       FD  Old-History.
       01  Old-History-Record.
           05 Ohs-Emp-Number       pic x(5).
           05 Ohs-Period-Number    pic 9(6).
           05 Ohs-Period-Date      pic 9(8).
           05 Ohs-Source           pic x(1).
           05 Ohs-Salary-Posted    pic s9(7)v99
                                   sign leading separate.
           05 Ohs-Dues-Posted      pic s9(5)v99
                                   sign leading separate.
           05 Ohs-Insur-Posted     pic s9(5)v99
                                   sign leading separate.
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
       FD  Convert-Report.
       01  convert-report-rec          pic x(80).

       WORKING-STORAGE SECTION.
       01 Ws-Old-Hist-Status        pic xx.
       01 Ws-Ytd-Hist-Status        pic xx.
       01 Ws-Old-Eof                pic x value "n".
       01 Ws-New-Eof                pic x value "n".
       01 Ws-Run-Date               pic 9(8).
      *************************************************
      * WHAT WAS READ FROM YTDHIST.TXT, WHAT WENT INTO *
      * YTDHIST.DAT, AND WHAT READING IT BACK FOUND.   *
      *************************************************
       01 Ws-Old-Count              pic 9(9) value 0.
       01 Ws-Old-Salary-Total       pic s9(11)v99 value 0.
       01 Ws-Old-Dues-Total         pic s9(9)v99 value 0.
       01 Ws-Old-Insur-Total        pic s9(9)v99 value 0.
       01 Ws-Written-Count          pic 9(9) value 0.
       01 Ws-Combined-Count         pic 9(9) value 0.
       01 Ws-New-Count              pic 9(9) value 0.
       01 Ws-New-Salary-Total       pic s9(11)v99 value 0.
       01 Ws-New-Dues-Total         pic s9(9)v99 value 0.
       01 Ws-New-Insur-Total        pic s9(9)v99 value 0.
       01 Ws-Expected-Count         pic 9(9) value 0.
       01 Ws-Save-Salary            pic s9(7)v99.
       01 Ws-Save-Dues              pic s9(5)v99.
       01 Ws-Save-Insur             pic s9(5)v99.
       01 Ws-Proved                 pic x value 'Y'.

       01 convert-header.
           05 Filler               pic x(20) value spaces.
           05 Filler               pic x(36) value
              'PERIOD HISTORY CONVERSION PROOF'.
           05 Filler               pic x(5) value 'RUN: '.
           05 Chd-Run-Date         pic 9(8).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(22) value spaces.
           05 Filler               pic x(19) value
              '    YTDHIST.TXT'.
           05 Filler               pic x(19) value
              '    YTDHIST.DAT'.
           05 Filler               pic x(6) value 'CHECK'.
       01 count-proof-line.
           05 Filler               pic x(1) value space.
           05 Cpl-Label            pic x(22).
           05 Cpl-Old-Out          pic zzz,zzz,zz9.
           05 Filler               pic x(8) value spaces.
           05 Cpl-New-Out          pic zzz,zzz,zz9.
           05 Filler               pic x(8) value spaces.
           05 Cpl-Check            pic x(8).
       01 amount-proof-line.
           05 Filler               pic x(1) value space.
           05 Apl-Label            pic x(22).
           05 Apl-Old-Out          pic zzz,zzz,zz9.99-.
           05 Filler               pic x(4) value spaces.
           05 Apl-New-Out          pic zzz,zzz,zz9.99-.
           05 Filler               pic x(4) value spaces.
           05 Apl-Check            pic x(8).
       01 combined-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(40) value
              'OLD RECORDS COMBINED ON A SHARED KEY: '.
           05 Cmb-Count-Out        pic zzz,zzz,zz9.
       01 outcome-line.
           05 Filler               pic x(1) value space.
           05 Out-Message          pic x(60).

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               open input Old-History
               if Ws-Old-Hist-Status not = "00"
                   display 'YTDHIST.TXT NOT FOUND - NOTHING TO '
                       'CONVERT'
                   stop run
               end-if
               perform 020-CHECK-NEW-FILE
               open output Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   close Ytd-History
               end-if
               if Ws-Ytd-Hist-Status = "00"
                   open i-o Ytd-History
               end-if
               if Ws-Ytd-Hist-Status not = "00"
                   display 'YTDHIST.DAT COULD NOT BE OPENED - STATUS '
                       Ws-Ytd-Hist-Status
                   close Old-History
                   stop run
               end-if
               perform until Ws-Old-Eof = 'y'
                   read Old-History
                       at end
                           move 'y' to Ws-Old-Eof
                       not at end
                           perform 110-CONVERT-ONE-RECORD
                   end-read
               end-perform
               close Old-History, Ytd-History
               perform 200-READ-BACK-NEW-FILE
               perform 300-WRITE-PROOF
               if Ws-Proved = 'Y'
                   display 'PERIOD HISTORY CONVERTED AND PROVED - '
                       'RECORDS: ' Ws-New-Count
               else
                   display 'PERIOD HISTORY CONVERSION NOT PROVED - '
                       'SEE HSTCONV.TXT'
                   move 8 to return-code
               end-if
               stop run.

      *************************************************
      * REFUSES TO TOUCH A YTDHIST.DAT THAT ALREADY    *
      * HOLDS HISTORY - THE CONVERSION HAS BEEN RUN,   *
      * AND POSTING MAY ALREADY HAVE MOVED ON.         *
      *************************************************
       020-CHECK-NEW-FILE.
               open input Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   read Ytd-History next record
                       at end
                           continue
                       not at end
                           display 'YTDHIST.DAT ALREADY HOLDS HISTORY '
                               '- NOT CONVERTED AGAIN'
                           close Ytd-History, Old-History
                           stop run
                   end-read
                   close Ytd-History
               end-if.

      *************************************************
      * RE-LAYS ONE OLD RECORD UNDER THE NEW KEY. A    *
      * KEY ALREADY WRITTEN HAS THIS RECORD'S AMOUNTS  *
      * ADDED TO IT INSTEAD.                           *
      *************************************************
       110-CONVERT-ONE-RECORD.
               add 1 to Ws-Old-Count
               add Ohs-Salary-Posted to Ws-Old-Salary-Total
               add Ohs-Dues-Posted to Ws-Old-Dues-Total
               add Ohs-Insur-Posted to Ws-Old-Insur-Total
               move Ohs-Emp-Number to Hst-Emp-Number
               move Ohs-Period-Number to Hst-Period-Number
               move Ohs-Source to Hst-Source
               move Ohs-Period-Date to Hst-Period-Date
               move Ohs-Salary-Posted to Hst-Salary-Posted
               move Ohs-Dues-Posted to Hst-Dues-Posted
               move Ohs-Insur-Posted to Hst-Insur-Posted
               write Ytd-History-Record
                   invalid key
                       perform 120-COMBINE-ONE-RECORD
                   not invalid key
                       add 1 to Ws-Written-Count
               end-write.

       120-COMBINE-ONE-RECORD.
               move Ohs-Salary-Posted to Ws-Save-Salary
               move Ohs-Dues-Posted to Ws-Save-Dues
               move Ohs-Insur-Posted to Ws-Save-Insur
               read Ytd-History
                   invalid key
                       display 'PERIOD HISTORY WRITE FAILED FOR '
                           Ohs-Emp-Number ' PERIOD '
                           Ohs-Period-Number ' - STATUS '
                           Ws-Ytd-Hist-Status
                   not invalid key
                       add Ws-Save-Salary to Hst-Salary-Posted
                       add Ws-Save-Dues to Hst-Dues-Posted
                       add Ws-Save-Insur to Hst-Insur-Posted
                       rewrite Ytd-History-Record
                       add 1 to Ws-Combined-Count
               end-read.

       200-READ-BACK-NEW-FILE.
               open input Ytd-History
               if Ws-Ytd-Hist-Status not = "00"
                   display 'YTDHIST.DAT COULD NOT BE READ BACK - '
                       'STATUS ' Ws-Ytd-Hist-Status
                   display 'PERIOD HISTORY CONVERSION UNVERIFIED - '
                       'DO NOT RUN PAYROLL'
                   move 8 to return-code
                   stop run
               end-if
               perform until Ws-New-Eof = 'y'
                   read Ytd-History next record
                       at end
                           move 'y' to Ws-New-Eof
                       not at end
                           add 1 to Ws-New-Count
                           add Hst-Salary-Posted to Ws-New-Salary-Total
                           add Hst-Dues-Posted to Ws-New-Dues-Total
                           add Hst-Insur-Posted to Ws-New-Insur-Total
                   end-read
               end-perform
               close Ytd-History.

      *************************************************
      * THE PROOF: EVERY OLD RECORD IS ON THE NEW FILE *
      * ONCE (OR COMBINED INTO ONE THAT IS), AND THE   *
      * THREE AMOUNT TOTALS ARE THE SAME TO THE CENT.  *
      *************************************************
       300-WRITE-PROOF.
               open output Convert-Report
               move Ws-Run-Date to Chd-Run-Date
               write convert-report-rec from convert-header
               write convert-report-rec from blank-line
               write convert-report-rec from column-header
               compute Ws-Expected-Count =
                   Ws-Old-Count - Ws-Combined-Count
               move 'RECORDS' to Cpl-Label
               move Ws-Expected-Count to Cpl-Old-Out
               move Ws-New-Count to Cpl-New-Out
               if Ws-New-Count = Ws-Expected-Count
                   move 'AGREE' to Cpl-Check
               else
                   move 'DISAGREE' to Cpl-Check
                   move 'N' to Ws-Proved
               end-if
               write convert-report-rec from count-proof-line
               move 'SALARY POSTED' to Apl-Label
               move Ws-Old-Salary-Total to Apl-Old-Out
               move Ws-New-Salary-Total to Apl-New-Out
               if Ws-New-Salary-Total = Ws-Old-Salary-Total
                   move 'AGREE' to Apl-Check
               else
                   move 'DISAGREE' to Apl-Check
                   move 'N' to Ws-Proved
               end-if
               write convert-report-rec from amount-proof-line
               move 'DUES POSTED' to Apl-Label
               move Ws-Old-Dues-Total to Apl-Old-Out
               move Ws-New-Dues-Total to Apl-New-Out
               if Ws-New-Dues-Total = Ws-Old-Dues-Total
                   move 'AGREE' to Apl-Check
               else
                   move 'DISAGREE' to Apl-Check
                   move 'N' to Ws-Proved
               end-if
               write convert-report-rec from amount-proof-line
               move 'INSURANCE POSTED' to Apl-Label
               move Ws-Old-Insur-Total to Apl-Old-Out
               move Ws-New-Insur-Total to Apl-New-Out
               if Ws-New-Insur-Total = Ws-Old-Insur-Total
                   move 'AGREE' to Apl-Check
               else
                   move 'DISAGREE' to Apl-Check
                   move 'N' to Ws-Proved
               end-if
               write convert-report-rec from amount-proof-line
               write convert-report-rec from blank-line
               move 'READ FROM YTDHIST.TXT' to Cpl-Label
               move Ws-Old-Count to Cpl-Old-Out
               move Ws-Written-Count to Cpl-New-Out
               move spaces to Cpl-Check
               write convert-report-rec from count-proof-line
               move Ws-Combined-Count to Cmb-Count-Out
               write convert-report-rec from combined-line
               write convert-report-rec from blank-line
               if Ws-Proved = 'Y'
                   move 'CONVERSION PROVED - YTDHIST.DAT IS IN USE'
                       to Out-Message
               else
                   move 'CONVERSION NOT PROVED - DO NOT RUN PAYROLL'
                       to Out-Message
               end-if
               write convert-report-rec from outcome-line
               close Convert-Report.
