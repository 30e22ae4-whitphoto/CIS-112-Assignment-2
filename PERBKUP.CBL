       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodbackup.
      ******************************************************
      * This program takes the period-start backup - a copy *
      * of every master and history file as it stands       *
      * before EMPMAINT.CBL opens the next run-control      *
      * period, so PERRSTR.CBL can put the whole system     *
      * back the way it was if a bad TRANS.TXT batch or a   *
      * wrong NEWINPUT.TXT gets applied. The set is         *
      * EMPINDEX.DAT, INPUT.TXT (the flat master EMPMAINT   *
      * reads), YTDMAST.DAT, ARREARS.DAT, DEPENDTS.DAT,      *
      * YTDHIST.DAT, GLHIST.TXT, CHGHIST.TXT, PENDTRAN.TXT, *
      * TERMYTD.TXT, TERMARR.TXT, TERMARCH.TXT and          *
      * RUNCTL.DAT. Each run is a numbered                  *
      * generation tagged with the period it starts; the    *
      * copies go to a slot (EMPINDEX.BK01, .BK02 ...) and  *
      * BKUPPARM.TXT says how many generations are kept     *
      * before the oldest slot is reused. Every file's      *
      * record count and control totals are written to the  *
      * catalog (BKUPCAT.TXT) for the restore to prove the  *
      * copies against, and listed on BKUPRPT.TXT. Run it   *
      * after the last period's extracts and before         *
      * EMPMAINT - it refuses to run once a period is under  *
      * way.                                                 *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Employee-Number-in
                  file status is Ws-Live-Status.
           SELECT Ytd-Master assign to "YTDMAST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Ytd-Emp-Number
                  file status is Ws-Live-Status.
           SELECT Arrears-Master assign to "ARREARS.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Arr-Emp-Number
                  file status is Ws-Live-Status.
           SELECT Dependent-Data assign to "DEPENDTS.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Dep-Key
                  file status is Ws-Live-Status.
           SELECT Ytd-History assign to "YTDHIST.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Hst-Key
                  file status is Ws-Live-Status.
           SELECT Live-Text-File assign to Ws-Live-File-Name
                  organization is line sequential
                  file status is Ws-Live-Status.
           SELECT Backup-File assign to Ws-Backup-File-Name
                  organization is line sequential
                  file status is Ws-Backup-Status.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Backup-Parm-File assign to "BKUPPARM.TXT"
                  organization is line sequential
                  file status is Ws-Parm-Status.
           SELECT Catalog-File assign to "BKUPCAT.TXT"
                  organization is line sequential
                  file status is Ws-Catalog-Status.
           SELECT Catalog-Work assign to "BKUPCAT.TMP"
                  organization is line sequential.
           SELECT Backup-Report assign to "BKUPRPT.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Ytd-Master.
       01  Ytd-Record.
           COPY YTDMAST.
       FD  Arrears-Master.
       01  Arrears-Record.
           COPY ARREARS.
       FD  Dependent-Data.
       01  Dependent-Record.
           COPY DEPENDTS.
       FD  Ytd-History.
       01  Ytd-History-Record.
           COPY YTDHIST.
      *************************************************
      * THE LINE-SEQUENTIAL MEMBERS OF THE SET ARE ALL *
      * COPIED THROUGH THIS ONE FILE, ASSIGNED BY NAME *
      * IN TURN - THE BUFFER IS THE LONGEST OF THEIR   *
      * RECORDS (PENDTRAN.TXT'S 96).                   *
      *************************************************
       FD  Live-Text-File.
       01  live-text-rec               pic x(96).
       FD  Backup-File.
       01  backup-rec                  pic x(96).
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
       FD  Backup-Parm-File.
       01  Backup-Parm-Record.
           COPY BKUPPARM.
       FD  Catalog-File.
       01  Catalog-Record.
           COPY BKUPCAT.
       FD  Catalog-Work.
       01  catalog-work-rec            pic x(111).
       FD  Backup-Report.
       01  backup-report-rec           pic x(80).

       WORKING-STORAGE SECTION.
       01 Ws-Live-Status            pic xx.
       01 Ws-Backup-Status          pic xx.
       01 Ws-Runctl-Status          pic xx.
       01 Ws-Parm-Status            pic xx.
       01 Ws-Catalog-Status         pic xx.
       01 Ws-Catalog-Eof            pic x value "n".
       01 Ws-Copy-Eof               pic x value "n".
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Run-Time               pic 9(8).
       01 Ws-Live-File-Name         pic x(40).
       01 Ws-Backup-File-Name       pic x(40).
      *************************************************
      * THE PERIOD THIS GENERATION IS TAKEN AT THE     *
      * START OF - THE ONE EMPMAINT WILL OPEN NEXT.    *
      *************************************************
       01 Ws-Tag-Period             pic 9(6) value 0.
       01 Ws-Runctl-Note            pic x(40) value spaces.
      *************************************************
      * GENERATIONS KEPT (BKUPPARM.TXT, DEFAULT 6),    *
      * THE NEW GENERATION'S NUMBER AND THE SLOT IT    *
      * REUSES - THE OLDEST GENERATION STILL IN THAT   *
      * SLOT IS DROPPED FROM THE CATALOG BEFORE ITS    *
      * COPIES ARE OVERWRITTEN.                        *
      *************************************************
       01 Ws-Gens-Kept              pic 9(2) value 6.
       01 Ws-Last-Generation        pic 9(4) value 0.
       01 Ws-New-Generation         pic 9(4) value 0.
       01 Ws-New-Slot               pic 9(2) value 0.
       01 Ws-Slot-Quotient          pic 9(4) value 0.
       01 Ws-Slot-Remainder         pic 9(2) value 0.
       01 Ws-Slot-Suffix.
           05 Filler                pic x(3) value '.BK'.
           05 Ws-Slot-Suffix-No     pic 9(2).
       01 Ws-Gens-Dropped           pic 9(4) value 0.
       01 Ws-Gens-Retained          pic 9(4) value 0.
      *************************************************
      * THE FILE BEING COPIED. WS-CUR-KIND SAYS WHICH  *
      * BKUPREC.CPY VIEW ITS CONTROL TOTALS COME FROM. *
      *************************************************
       01 Ws-Cur-File-Name          pic x(12).
       01 Ws-Cur-Prefix             pic x(8).
       01 Ws-Cur-Kind               pic x(1).
       01 Ws-Cur-Present            pic x(1).
       01 Ws-Cur-Count              pic 9(9) value 0.
       01 Ws-Cur-Total-1            pic s9(13)v99 value 0.
       01 Ws-Cur-Total-2            pic s9(13)v99 value 0.
       01 Ws-Cur-Total-3            pic s9(13)v99 value 0.
       01 Ws-Copy-Record.
           COPY BKUPREC.
      *************************************************
      * THIS GENERATION'S CATALOG ENTRIES, HELD UNTIL  *
      * EVERY COPY HAS COMPLETED.                      *
      *************************************************
       01 Ws-Cat-Count              pic 9(2) value 0.
       01 Ws-Cat-Table.
           05 Ws-Cat-Entry occurs 13 times
                   indexed by Ws-Cat-Idx.
               10 Ws-Cat-File-Name      pic x(12).
               10 Ws-Cat-Backup-Name    pic x(13).
               10 Ws-Cat-Present        pic x(1).
               10 Ws-Cat-Record-Count   pic 9(9).
               10 Ws-Cat-Total-1        pic s9(13)v99.
               10 Ws-Cat-Total-2        pic s9(13)v99.
               10 Ws-Cat-Total-3        pic s9(13)v99.

       01 backup-header.
           05 Filler               pic x(24) value spaces.
           05 Filler               pic x(32) value
              'PERIOD-START BACKUP'.
           05 Filler               pic x(5) value 'RUN: '.
           05 Bhd-Run-Date         pic 9(8).
       01 generation-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(11) value 'GENERATION '.
           05 Gen-Generation-Out   pic zzz9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(21) value
              'START OF PERIOD:     '.
           05 Gen-Period-Out       pic 9(6).
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(6) value 'SLOT: '.
           05 Gen-Slot-Out         pic 99.
       01 runctl-note-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(13) value 'RUN CONTROL: '.
           05 Rnl-Note-Out         pic x(40).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(14) value 'FILE'.
           05 Filler               pic x(14) value 'COPIED TO'.
           05 Filler               pic x(15) value '      RECORDS'.
           05 Filler               pic x(20) value
              '     CONTROL TOTAL'.
       01 file-detail-line.
           05 Filler               pic x(1) value space.
           05 Fdl-File-Out         pic x(12).
           05 Filler               pic x(2) value spaces.
           05 Fdl-Backup-Out       pic x(13).
           05 Filler               pic x(1) value space.
           05 Fdl-Count-Out        pic z,zzz,zzz,zz9.
           05 Filler               pic x(2) value spaces.
           05 Fdl-Total-Out        pic z,zzz,zzz,zzz,zz9.99-.
       01 retention-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(18) value
              'GENERATIONS KEPT: '.
           05 Ret-Kept-Out         pic z9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(14) value 'NOW ON FILE: '.
           05 Ret-Retained-Out     pic zzz9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(9) value 'DROPPED: '.
           05 Ret-Dropped-Out      pic zzz9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               accept Ws-Run-Time from time
               perform 020-CHECK-RUN-CONTROL
               perform 030-READ-BACKUP-PARM
               perform 040-SCAN-CATALOG
               perform 050-DROP-OLD-GENERATIONS
               open output Backup-Report
               move Ws-Run-Date to Bhd-Run-Date
               write backup-report-rec from backup-header
               write backup-report-rec from blank-line
               move Ws-New-Generation to Gen-Generation-Out
               move Ws-Tag-Period to Gen-Period-Out
               move Ws-New-Slot to Gen-Slot-Out
               write backup-report-rec from generation-line
               move Ws-Runctl-Note to Rnl-Note-Out
               write backup-report-rec from runctl-note-line
               write backup-report-rec from blank-line
               write backup-report-rec from column-header-line
               perform 210-BACKUP-EMPINDEX
               move 'INPUT.TXT' to Ws-Cur-File-Name
               move 'INPUT' to Ws-Cur-Prefix
               move 'E' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               perform 220-BACKUP-YTDMAST
               perform 230-BACKUP-ARREARS
               perform 240-BACKUP-DEPENDTS
               perform 245-BACKUP-YTDHIST
               move 'GLHIST.TXT' to Ws-Cur-File-Name
               move 'GLHIST' to Ws-Cur-Prefix
               move 'G' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'CHGHIST.TXT' to Ws-Cur-File-Name
               move 'CHGHIST' to Ws-Cur-Prefix
               move 'N' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'PENDTRAN.TXT' to Ws-Cur-File-Name
               move 'PENDTRAN' to Ws-Cur-Prefix
               move 'N' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'TERMYTD.TXT' to Ws-Cur-File-Name
               move 'TERMYTD' to Ws-Cur-Prefix
               move 'T' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'TERMARR.TXT' to Ws-Cur-File-Name
               move 'TERMARR' to Ws-Cur-Prefix
               move 'N' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'TERMARCH.TXT' to Ws-Cur-File-Name
               move 'TERMARCH' to Ws-Cur-Prefix
               move 'N' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               move 'RUNCTL.DAT' to Ws-Cur-File-Name
               move 'RUNCTL' to Ws-Cur-Prefix
               move 'R' to Ws-Cur-Kind
               perform 250-BACKUP-TEXT-FILE
               perform 300-WRITE-CATALOG
               add 1 to Ws-Gens-Retained
               move Ws-Gens-Kept to Ret-Kept-Out
               move Ws-Gens-Retained to Ret-Retained-Out
               move Ws-Gens-Dropped to Ret-Dropped-Out
               write backup-report-rec from blank-line
               write backup-report-rec from retention-line
               close Backup-Report
               display 'PERIOD-START BACKUP - GENERATION '
                   Ws-New-Generation ' PERIOD ' Ws-Tag-Period
                   ' SLOT ' Ws-New-Slot
               stop run.

      *************************************************
      * A GENERATION IS ONLY TAKEN AT A PERIOD         *
      * BOUNDARY: EVERY STEP OF THE LAST PERIOD DONE   *
      * (THE GENERATION STARTS THE NEXT ONE), OR THE   *
      * CURRENT PERIOD NOT YET STARTED BY EMPMAINT.    *
      * NO RUN CONTROL AT ALL MEANS PERIOD 1 IS NEXT.  *
      *************************************************
       020-CHECK-RUN-CONTROL.
               open input Run-Control-File
               if Ws-Runctl-Status not = "00"
                   move 1 to Ws-Tag-Period
                   move 'NOT SET UP - PERIOD 1 IS NEXT'
                       to Ws-Runctl-Note
               else
                   read Run-Control-File
                       at end
                           move 1 to Ws-Tag-Period
                           move 'EMPTY - PERIOD 1 IS NEXT'
                               to Ws-Runctl-Note
                       not at end
                           if Rc-Empmaint-Done = 'Y'
                              and Rc-Empbuild-Done = 'Y'
                              and Rc-Payroll-Done = 'Y'
                              and Rc-Extracts-Done = 'Y'
                               compute Ws-Tag-Period =
                                   Rc-Period-Number + 1
                               move 'LAST PERIOD COMPLETE'
                                   to Ws-Runctl-Note
                           else
                               if Rc-Empmaint-Done not = 'Y'
                                   move Rc-Period-Number
                                       to Ws-Tag-Period
                                   move 'PERIOD NOT YET STARTED'
                                       to Ws-Runctl-Note
                               else
                                   display 'PERIOD '
                                       Rc-Period-Number
                                       ' ALREADY UNDER WAY - BACKUP '
                                       'MUST RUN BEFORE EMPMAINT'
                                   close Run-Control-File
                                   stop run
                               end-if
                           end-if
                   end-read
                   close Run-Control-File
               end-if.

       030-READ-BACKUP-PARM.
               open input Backup-Parm-File
               if Ws-Parm-Status = "00"
                   read Backup-Parm-File
                       at end
                           continue
                       not at end
                           if Bkp-Generations-Kept is numeric
                              and Bkp-Generations-Kept > 0
                               move Bkp-Generations-Kept
                                   to Ws-Gens-Kept
                           end-if
                   end-read
                   close Backup-Parm-File
               else
                   display 'BKUPPARM.TXT NOT FOUND - KEEPING '
                       Ws-Gens-Kept ' GENERATIONS'
               end-if.

      *************************************************
      * FINDS THE LAST GENERATION NUMBER USED, SO THE  *
      * NEW ONE FOLLOWS IT, AND WORKS OUT ITS SLOT.    *
      *************************************************
       040-SCAN-CATALOG.
               open input Catalog-File
               if Ws-Catalog-Status = "00"
                   perform until Ws-Catalog-Eof = 'y'
                       read Catalog-File
                           at end
                               move 'y' to Ws-Catalog-Eof
                           not at end
                               if Bkc-Generation > Ws-Last-Generation
                                   move Bkc-Generation
                                       to Ws-Last-Generation
                               end-if
                       end-read
                   end-perform
                   close Catalog-File
               end-if
               compute Ws-New-Generation = Ws-Last-Generation + 1
               divide Ws-Gens-Kept into Ws-Last-Generation
                   giving Ws-Slot-Quotient
                   remainder Ws-Slot-Remainder
               compute Ws-New-Slot = Ws-Slot-Remainder + 1.

      *************************************************
      * REWRITES THE CATALOG WITHOUT THE GENERATIONS   *
      * THAT FALL OUT OF THE RETENTION COUNT, OR THAT  *
      * SIT IN THE SLOT ABOUT TO BE REUSED, SO THE     *
      * CATALOG NEVER POINTS AT A COPY BEING           *
      * OVERWRITTEN. A GENERATION IS COUNTED BY ITS    *
      * RUNCTL.DAT ENTRY, THE LAST ONE WRITTEN.        *
      *************************************************
       050-DROP-OLD-GENERATIONS.
               move 'n' to Ws-Catalog-Eof
               open input Catalog-File
               if Ws-Catalog-Status = "00"
                   open output Catalog-Work
                   perform until Ws-Catalog-Eof = 'y'
                       read Catalog-File
                           at end
                               move 'y' to Ws-Catalog-Eof
                           not at end
                               if Bkc-Generation + Ws-Gens-Kept
                                      > Ws-New-Generation
                                  and Bkc-Slot not = Ws-New-Slot
                                   write catalog-work-rec
                                       from Catalog-Record
                                   if Bkc-File-Name = 'RUNCTL.DAT'
                                       add 1 to Ws-Gens-Retained
                                   end-if
                               else
                                   if Bkc-File-Name = 'RUNCTL.DAT'
                                       add 1 to Ws-Gens-Dropped
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close Catalog-File, Catalog-Work
                   move 'n' to Ws-Catalog-Eof
                   open input Catalog-Work
                   open output Catalog-File
                   perform until Ws-Catalog-Eof = 'y'
                       read Catalog-Work
                           at end
                               move 'y' to Ws-Catalog-Eof
                           not at end
                               write Catalog-Record
                                   from catalog-work-rec
                       end-read
                   end-perform
                   close Catalog-Work, Catalog-File
               end-if.

      *************************************************
      * THE INDEXED MASTERS AND THE PERIOD HISTORY ARE *
      * READ IN KEY ORDER AND COPIED TO A FLAT FILE,   *
      * SO THE RESTORE CAN WRITE THEM STRAIGHT BACK IN *
      * THE SAME ORDER.                                *
      *************************************************
       210-BACKUP-EMPINDEX.
               move 'EMPINDEX.DAT' to Ws-Cur-File-Name
               move 'EMPINDEX' to Ws-Cur-Prefix
               move 'E' to Ws-Cur-Kind
               perform 280-START-FILE
               open input Employee-Data
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Employee-Data next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Employee-Record to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Employee-Data, Backup-File
               end-if
               perform 290-FINISH-FILE.

       220-BACKUP-YTDMAST.
               move 'YTDMAST.DAT' to Ws-Cur-File-Name
               move 'YTDMAST' to Ws-Cur-Prefix
               move 'Y' to Ws-Cur-Kind
               perform 280-START-FILE
               open input Ytd-Master
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Ytd-Master next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Ytd-Record to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Ytd-Master, Backup-File
               end-if
               perform 290-FINISH-FILE.

       230-BACKUP-ARREARS.
               move 'ARREARS.DAT' to Ws-Cur-File-Name
               move 'ARREARS' to Ws-Cur-Prefix
               move 'A' to Ws-Cur-Kind
               perform 280-START-FILE
               open input Arrears-Master
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Arrears-Master next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Arrears-Record to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Arrears-Master, Backup-File
               end-if
               perform 290-FINISH-FILE.

       240-BACKUP-DEPENDTS.
               move 'DEPENDTS.DAT' to Ws-Cur-File-Name
               move 'DEPENDTS' to Ws-Cur-Prefix
               move 'N' to Ws-Cur-Kind
               perform 280-START-FILE
               open input Dependent-Data
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Dependent-Data next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Dependent-Record to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Dependent-Data, Backup-File
               end-if
               perform 290-FINISH-FILE.

       245-BACKUP-YTDHIST.
               move 'YTDHIST.DAT' to Ws-Cur-File-Name
               move 'YTDHIST' to Ws-Cur-Prefix
               move 'H' to Ws-Cur-Kind
               perform 280-START-FILE
               open input Ytd-History
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Ytd-History next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Ytd-History-Record to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Ytd-History, Backup-File
               end-if
               perform 290-FINISH-FILE.

      *************************************************
      * COPIES THE LINE-SEQUENTIAL FILE NAMED IN       *
      * WS-CUR-FILE-NAME.                              *
      *************************************************
       250-BACKUP-TEXT-FILE.
               perform 280-START-FILE
               move Ws-Cur-File-Name to Ws-Live-File-Name
               open input Live-Text-File
               if Ws-Live-Status = "00"
                   move 'Y' to Ws-Cur-Present
                   open output Backup-File
                   perform until Ws-Copy-Eof = 'y'
                       read Live-Text-File
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move live-text-rec to Bkr-Data
                               perform 285-COPY-RECORD
                       end-read
                   end-perform
                   close Live-Text-File, Backup-File
               end-if
               perform 290-FINISH-FILE.

      *************************************************
      * CLEARS THE COUNTS AND NAMES THE SLOT COPY,     *
      * E.G. EMPINDEX.BK03.                            *
      *************************************************
       280-START-FILE.
               move 'n' to Ws-Copy-Eof
               move 'N' to Ws-Cur-Present
               move 0 to Ws-Cur-Count Ws-Cur-Total-1
                         Ws-Cur-Total-2 Ws-Cur-Total-3
               move Ws-New-Slot to Ws-Slot-Suffix-No
               move spaces to Ws-Backup-File-Name
               string Ws-Cur-Prefix delimited by space
                      Ws-Slot-Suffix delimited by size
                   into Ws-Backup-File-Name.

      *************************************************
      * WRITES ONE RECORD TO THE COPY AND ADDS IT INTO *
      * THE FILE'S CONTROL TOTALS.                     *
      *************************************************
       285-COPY-RECORD.
               add 1 to Ws-Cur-Count
               evaluate Ws-Cur-Kind
                   when 'E'
                       add Bkr-Emp-Salary to Ws-Cur-Total-1
                       add Bkr-Emp-Dues to Ws-Cur-Total-2
                       add Bkr-Emp-Insur to Ws-Cur-Total-3
                   when 'Y'
                       add Bkr-Ytd-Salary to Ws-Cur-Total-1
                       add Bkr-Ytd-Dues to Ws-Cur-Total-2
                       add Bkr-Ytd-Insur to Ws-Cur-Total-3
                   when 'T'
                       add Bkr-Term-Salary to Ws-Cur-Total-1
                       add Bkr-Term-Dues to Ws-Cur-Total-2
                       add Bkr-Term-Insur to Ws-Cur-Total-3
                   when 'A'
                       add Bkr-Arr-Balance to Ws-Cur-Total-1
                   when 'H'
                       add Bkr-Hst-Salary to Ws-Cur-Total-1
                       add Bkr-Hst-Dues to Ws-Cur-Total-2
                       add Bkr-Hst-Insur to Ws-Cur-Total-3
                   when 'G'
                       add Bkr-Glh-Dues to Ws-Cur-Total-1
                       add Bkr-Glh-Insur to Ws-Cur-Total-2
                   when 'R'
                       add Bkr-Rc-Period to Ws-Cur-Total-1
                   when other
                       continue
               end-evaluate
               write backup-rec from Bkr-Data.

      *************************************************
      * HOLDS THE FILE'S CATALOG ENTRY FOR 300 AND     *
      * LISTS IT.                                      *
      *************************************************
       290-FINISH-FILE.
               add 1 to Ws-Cat-Count
               set Ws-Cat-Idx to Ws-Cat-Count
               move Ws-Cur-File-Name to Ws-Cat-File-Name (Ws-Cat-Idx)
               move Ws-Backup-File-Name
                   to Ws-Cat-Backup-Name (Ws-Cat-Idx)
               move Ws-Cur-Present to Ws-Cat-Present (Ws-Cat-Idx)
               move Ws-Cur-Count to Ws-Cat-Record-Count (Ws-Cat-Idx)
               move Ws-Cur-Total-1 to Ws-Cat-Total-1 (Ws-Cat-Idx)
               move Ws-Cur-Total-2 to Ws-Cat-Total-2 (Ws-Cat-Idx)
               move Ws-Cur-Total-3 to Ws-Cat-Total-3 (Ws-Cat-Idx)
               move Ws-Cur-File-Name to Fdl-File-Out
               if Ws-Cur-Present = 'Y'
                   move Ws-Backup-File-Name to Fdl-Backup-Out
               else
                   move 'NOT PRESENT' to Fdl-Backup-Out
               end-if
               move Ws-Cur-Count to Fdl-Count-Out
               move Ws-Cur-Total-1 to Fdl-Total-Out
               write backup-report-rec from file-detail-line.

      *************************************************
      * EVERY COPY IS COMPLETE - THE GENERATION IS     *
      * ADDED TO THE CATALOG, RUNCTL.DAT'S ENTRY LAST. *
      *************************************************
       300-WRITE-CATALOG.
               open extend Catalog-File
               if Ws-Catalog-Status not = "00"
                   open output Catalog-File
                   close Catalog-File
                   open extend Catalog-File
               end-if
               perform varying Ws-Cat-Idx from 1 by 1
                   until Ws-Cat-Idx > Ws-Cat-Count
                   move Ws-New-Generation to Bkc-Generation
                   move Ws-Tag-Period to Bkc-Period
                   move Ws-New-Slot to Bkc-Slot
                   move Ws-Run-Date to Bkc-Date
                   move Ws-Run-Time to Bkc-Time
                   move Ws-Cat-File-Name (Ws-Cat-Idx) to Bkc-File-Name
                   move Ws-Cat-Backup-Name (Ws-Cat-Idx)
                       to Bkc-Backup-Name
                   move Ws-Cat-Present (Ws-Cat-Idx) to Bkc-Present
                   move Ws-Cat-Record-Count (Ws-Cat-Idx)
                       to Bkc-Record-Count
                   move Ws-Cat-Total-1 (Ws-Cat-Idx) to Bkc-Total-1
                   move Ws-Cat-Total-2 (Ws-Cat-Idx) to Bkc-Total-2
                   move Ws-Cat-Total-3 (Ws-Cat-Idx) to Bkc-Total-3
                   write Catalog-Record
               end-perform
               close Catalog-File.
