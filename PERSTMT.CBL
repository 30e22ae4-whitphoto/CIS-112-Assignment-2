      ******************************************************
      * This program prints a period-by-period statement    *
      * for one employee from the period-detail history     *
      * file (YTDHIST.DAT) that PROJECT2-2's                *
      * 310-WRITE-PERIOD-HISTORY writes alongside every     *
      * YTD-master posting. The statement totals are then   *
      * footed against the employee's YTDMAST.DAT record so  *
      * payroll can see at a glance that the lifetime        *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Hst-Key
                  file status is Ws-Ytd-Hist-Status.
           SELECT Ytd-Master assign to "YTDMAST.DAT"
                  organization is indexed
       01 Ws-Ytd-Hist-Status       pic xx.
       01 Ws-Ytd-Status            pic xx.
       01 Ws-Query-Status          pic xx.
       01 Ws-History-Available     pic x value 'N'.
       01 Ws-Hist-Eof              pic x value "n".
       01 Ws-Master-Available      pic x value 'N'.
      *************************************************
               if Ws-Ytd-Status = "00"
                   move 'Y' to Ws-Master-Available
               end-if
               open input Ytd-History
               if Ws-Ytd-Hist-Status = "00"
                   move 'Y' to Ws-History-Available
               end-if
               perform until eof = "y"
                   read Query-File
                       at end
               if Ws-Master-Available = 'Y'
                   close Ytd-Master
               end-if
               if Ws-History-Available = 'Y'
                   close Ytd-History
               end-if
               close Query-File, output-file.
               stop run.

      *************************************************
      * PRINTS ONE EMPLOYEE'S FULL STATEMENT - THE     *
      * HISTORY IS KEYED ON EMPLOYEE FIRST, SO A START *
      * AT THE EMPLOYEE'S LOWEST KEY AND READ NEXT     *
      * UNTIL THE NUMBER CHANGES BRINGS BACK JUST      *
      * THEIR PERIODS, IN PERIOD ORDER.                *
      *************************************************
       110-WRITE-ONE-STATEMENT.
               move 0 to Ws-Period-Count
               write report-rec from emp-header-line
               write report-rec from column-header-line
               move 'n' to Ws-Hist-Eof
               if Ws-History-Available = 'Y'
                   move Query-Employee-No to Hst-Emp-Number
                   move 0 to Hst-Period-Number
                   move low-values to Hst-Source
                   start Ytd-History key not < Hst-Key
                       invalid key
                           move 'y' to Ws-Hist-Eof
                   end-start
                   perform until Ws-Hist-Eof = "y"
                       read Ytd-History next record
                           at end
                               move 'y' to Ws-Hist-Eof
                           not at end
                               if Hst-Emp-Number = Query-Employee-No
                                   perform 120-WRITE-PERIOD-LINE
                               else
                                   move 'y' to Ws-Hist-Eof
                               end-if
                       end-read
                   end-perform
               end-if
               if Ws-Period-Count = 0
                   write report-rec from no-history-line
