           SELECT Override-Flag-File assign to "RUNOVRD.CTL"
                  organization is line sequential
                  file status is Ws-Override-Status.
           SELECT Run-Ledger assign to "RUNLEDGR.TXT"
                  organization is line sequential
                  file status is Ws-Run-Ledger-Status.

       Data Division.
       File Section.
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

       WORKING-STORAGE SECTION.
       01 Ws-Source-Eof            pic x value "n".
           05 Ws-Rc-Empbuild       pic x value 'N'.
           05 Ws-Rc-Payroll        pic x value 'N'.
           05 Ws-Rc-Extracts       pic x value 'N'.
      *************************************************
      * RUN-HISTORY LEDGER ENTRY FOR THIS RUN - WHEN   *
      * IT STARTED AND WHICH MODE IT RAN IN (N NORMAL, *
      * O OVERRIDE RERUN - SEE RUNLEDGR.CPY).          *
      *************************************************
       01 Ws-Run-Ledger-Status     pic xx.
       01 Ws-Ledger-Start-Date     pic 9(8).
       01 Ws-Ledger-Start-Time     pic 9(8).
       01 Ws-Ledger-Mode           pic x value 'N'.

       procedure division.
       100-MAIN.
               accept Ws-Ledger-Start-Date from date yyyymmdd
               accept Ws-Ledger-Start-Time from time
               perform 030-CHECK-RUN-CONTROL
               perform 035-VERIFY-CONTROL-TOTALS
               open input Source-File
               close Source-File, Employee-Data, Name-Work-File
               perform 115-SORT-NAME-INDEX
               perform 120-MARK-RUN-CONTROL
               perform 125-WRITE-RUN-LEDGER
               display 'EMPINDEX.DAT BUILT - RECORDS WRITTEN: '
                   Ws-Record-Count.
               stop run.
                       display 'RUN CONTROL OVERRIDE - RERUNNING '
                           'EMPBUILD FOR PERIOD ' Ws-Rc-Period
                       move 'N' to Ws-Rc-Payroll Ws-Rc-Extracts
                       move 'O' to Ws-Ledger-Mode
                   else
                       display 'EMPBUILD ALREADY COMPLETED FOR '
                           'PERIOD ' Ws-Rc-Period
               write Run-Control-Record
               close Run-Control-File.

      *************************************************
      * APPENDS THIS RUN'S ENTRY TO THE PERMANENT RUN- *
      * HISTORY LEDGER, CREATING THE LEDGER THE FIRST  *
      * TIME ANY STEP WRITES TO IT.                    *
      *************************************************
       125-WRITE-RUN-LEDGER.
               open extend Run-Ledger
               if Ws-Run-Ledger-Status not = "00"
                   open output Run-Ledger
                   close Run-Ledger
                   open extend Run-Ledger
               end-if
               move Ws-Rc-Period to Rlg-Period-Number
               move 'EMPBUILD' to Rlg-Step
               move Ws-Ledger-Mode to Rlg-Mode
               move Ws-Ledger-Start-Date to Rlg-Start-Date
               move Ws-Ledger-Start-Time to Rlg-Start-Time
               accept Rlg-End-Date from date yyyymmdd
               accept Rlg-End-Time from time
               move Ws-Ver-Record-Count to Rlg-Record-Count
               move Ws-Ver-Salary-Total to Rlg-Salary-Total
               move Ws-Ver-Dues-Total to Rlg-Dues-Total
               move Ws-Ver-Insur-Total to Rlg-Insur-Total
               write Run-Ledger-Record
               close Run-Ledger.

      *************************************************
      * COPIES ONE SOURCE RECORD INTO THE INDEXED      *
      * EMPLOYEE-DATA MASTER, KEYED ON EMPLOYEE NUMBER.*
