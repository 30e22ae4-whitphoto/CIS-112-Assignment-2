      * CHGQRY.TXT, one per line, the same way EMPLOOK.CBL  *
      * reads LOOKUP.TXT. The history file is appended in   *
      * run order, so reading it top to bottom already      *
      * gives each employee's changes in date order. Under  *
      * each change is who entered the transaction and who  *
      * approved it. The result is written to CHGINQ.TXT.   *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 Chq-Old-Out          pic x(20).
           05 Filler               pic x(1) value space.
           05 Chq-New-Out          pic x(20).
       01 id-line.
           05 Filler               pic x(13) value spaces.
           05 Filler               pic x(12) value 'ENTERED BY: '.
           05 Chq-Entered-Out      pic x(12).
           05 Filler               pic x(2) value spaces.
           05 Filler               pic x(13) value 'APPROVED BY: '.
           05 Chq-Approved-Out     pic x(12).
       01 no-history-line.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(38) value
               move Chg-Field-Name to Chq-Field-Out
               move Chg-Old-Value to Chq-Old-Out
               move Chg-New-Value to Chq-New-Out
               write report-rec from detail-line
               if Chg-Entered-By = spaces
                   move 'NOT RECORDED' to Chq-Entered-Out
               else
                   move Chg-Entered-By to Chq-Entered-Out
               end-if
               if Chg-Approved-By = spaces
                   move 'NONE' to Chq-Approved-Out
               else
                   move Chg-Approved-By to Chq-Approved-Out
               end-if
               write report-rec from id-line.
