       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodrestore.
      ******************************************************
      * This program rolls the whole system back to the     *
      * start of a period from one generation of the        *
      * period-start backup taken by PERBKUP.CBL. The       *
      * generation is named in RESTORE.TXT - by number, or  *
      * as the latest one taken for a given period. Every   *
      * copy in the set is first proved against its record  *
      * count and control totals on the catalog             *
      * (BKUPCAT.TXT); if any copy is missing or disagrees  *
      * nothing at all is touched. Only when RESTORE.TXT    *
      * carries the confirm flag are the live files         *
      * replaced - all of them, as a set, including         *
      * RUNCTL.DAT, which puts run control back to where it *
      * stood so EMPMAINT opens the period again - and then *
      * each restored file is read back and proved against  *
      * the same totals. Items consumed off PENDTRAN.TXT    *
      * (PENDUSED.TXT) and dues shortfalls (DUESSHIST.TXT)  *
      * recorded for the restored period or later are       *
      * purged, and the payroll restart point in            *
      * CHECKPOINT.DAT is cleared, so the period            *
      * reprocesses as a first run. Everything is listed    *
      * on RSTRRPT.TXT.                                     *
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
           SELECT Restore-Parm-File assign to "RESTORE.TXT"
                  organization is line sequential
                  file status is Ws-Parm-Status.
           SELECT Catalog-File assign to "BKUPCAT.TXT"
                  organization is line sequential
                  file status is Ws-Catalog-Status.
           SELECT Run-Control-File assign to "RUNCTL.DAT"
                  organization is line sequential
                  file status is Ws-Runctl-Status.
           SELECT Pend-Used-File assign to "PENDUSED.TXT"
                  organization is line sequential
                  file status is Ws-Pend-Used-Status.
           SELECT Dues-Short-History assign to "DUESSHIST.TXT"
                  organization is line sequential
                  file status is Ws-Dues-Shist-Status.
           SELECT Checkpoint-File assign to "CHECKPOINT.DAT"
                  organization is line sequential
                  file status is Ws-Checkpoint-Status.
           SELECT Purge-Work assign to "RSTRWORK.TMP"
                  organization is line sequential.
           SELECT Restore-Report assign to "RSTRRPT.TXT"
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
      * RESTORED THROUGH THIS ONE FILE, ASSIGNED BY    *
      * NAME IN TURN, AS PERBKUP.CBL COPIED THEM.      *
      *************************************************
       FD  Live-Text-File.
       01  live-text-rec               pic x(96).
       FD  Backup-File.
       01  backup-rec                  pic x(96).
       FD  Restore-Parm-File.
       01  Restore-Parm-Record.
           COPY RSTPARM.
       FD  Catalog-File.
       01  Catalog-Record.
           COPY BKUPCAT.
       FD  Run-Control-File.
       01  Run-Control-Record.
           COPY RUNCTL.
      *************************************************
      * THE TWO PERIOD-STAMPED FILES OUTSIDE THE SET - *
      * PEND-USED-RECORD IS EMPMAINT.CBL'S LAYOUT.     *
      *************************************************
       FD  Pend-Used-File.
       01  Pend-Used-Record.
           05 Pu-Period                pic 9(6).
           05 Pu-Trans-Data            pic x(96).
       FD  Dues-Short-History.
       01  Dues-Short-Record.
           COPY DUESSHIST.
       FD  Checkpoint-File.
       01  checkpoint-rec.
           05 Chk-Employee-Number     pic x(5).
           05 Chk-Record-Count        pic 9(7).
       FD  Purge-Work.
       01  purge-work-rec              pic x(102).
       FD  Restore-Report.
       01  restore-report-rec          pic x(80).

       WORKING-STORAGE SECTION.
       01 Ws-Live-Status            pic xx.
       01 Ws-Backup-Status          pic xx.
       01 Ws-Parm-Status            pic xx.
       01 Ws-Catalog-Status         pic xx.
       01 Ws-Catalog-Eof            pic x value "n".
       01 Ws-Runctl-Status          pic xx.
       01 Ws-Pend-Used-Status       pic xx.
       01 Ws-Dues-Shist-Status      pic xx.
       01 Ws-Checkpoint-Status      pic xx.
       01 Ws-Copy-Eof               pic x value "n".
       01 Ws-Purge-Eof              pic x value "n".
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Live-File-Name         pic x(40).
       01 Ws-Backup-File-Name       pic x(40).
      *************************************************
      * THE GENERATION CHOSEN AND THE PERIOD IT WAS    *
      * TAKEN AT THE START OF.                         *
      *************************************************
       01 Ws-Chosen-Generation      pic 9(4) value 0.
       01 Ws-Chosen-Period          pic 9(6) value 0.
       01 Ws-Chosen-Date            pic 9(8) value 0.
       01 Ws-Confirmed              pic x value 'N'.
           88 Restore-Confirmed          value 'Y'.
       01 Ws-Verify-Failed          pic x value 'N'.
       01 Ws-Restore-Failed         pic x value 'N'.
       01 Ws-Write-Errors           pic 9(7) value 0.
       01 Ws-Purged-Used            pic 9(7) value 0.
       01 Ws-Purged-Short           pic 9(7) value 0.
      *************************************************
      * THE FILE BEING PROVED. WS-CUR-KIND SAYS WHICH  *
      * BKUPREC.CPY VIEW ITS CONTROL TOTALS COME FROM. *
      *************************************************
       01 Ws-Cur-Kind               pic x(1).
       01 Ws-Cur-Count              pic 9(9) value 0.
       01 Ws-Cur-Total-1            pic s9(13)v99 value 0.
       01 Ws-Cur-Total-2            pic s9(13)v99 value 0.
       01 Ws-Cur-Total-3            pic s9(13)v99 value 0.
       01 Ws-Copy-Record.
           COPY BKUPREC.
      *************************************************
      * THE CHOSEN GENERATION'S CATALOG ENTRIES, WITH  *
      * THE OUTCOME OF EACH CHECK.                     *
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
               10 Ws-Cat-Backup-Check   pic x(16).
               10 Ws-Cat-Restore-Check  pic x(16).

       01 restore-header.
           05 Filler               pic x(24) value spaces.
           05 Filler               pic x(32) value
              'PERIOD-START RESTORE'.
           05 Filler               pic x(5) value 'RUN: '.
           05 Rhd-Run-Date         pic 9(8).
       01 generation-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(11) value 'GENERATION '.
           05 Gen-Generation-Out   pic zzz9.
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(17) value
              'START OF PERIOD: '.
           05 Gen-Period-Out       pic 9(6).
           05 Filler               pic x(3) value spaces.
           05 Filler               pic x(7) value 'TAKEN: '.
           05 Gen-Date-Out         pic 9(8).
       01 blank-line.
           05 Filler               pic x(80) value spaces.
       01 column-header-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(14) value 'FILE'.
           05 Filler               pic x(14) value 'BACKUP COPY'.
           05 Filler               pic x(15) value '      RECORDS'.
           05 Filler               pic x(17) value 'BACKUP CHECK'.
           05 Filler               pic x(16) value 'RESTORED FILE'.
       01 file-detail-line.
           05 Filler               pic x(1) value space.
           05 Fdl-File-Out         pic x(12).
           05 Filler               pic x(2) value spaces.
           05 Fdl-Backup-Out       pic x(13).
           05 Filler               pic x(1) value space.
           05 Fdl-Count-Out        pic z,zzz,zzz,zz9.
           05 Filler               pic x(2) value spaces.
           05 Fdl-Backup-Check     pic x(16).
           05 Filler               pic x(1) value space.
           05 Fdl-Restore-Check    pic x(16).
       01 outcome-line.
           05 Filler               pic x(1) value space.
           05 Out-Message          pic x(60).
       01 purge-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(8) value 'PURGED: '.
           05 Prg-Used-Out         pic zzzzzz9.
           05 Filler               pic x(14) value
              ' PENDUSED.TXT,'.
           05 Prg-Short-Out        pic zzzzzz9.
           05 Filler               pic x(15) value
              ' DUESSHIST.TXT,'.
           05 Filler               pic x(16) value
              ' CHECKPOINT.DAT '.
           05 Prg-Checkpoint-Out   pic x(9).
       01 runctl-line.
           05 Filler               pic x(1) value space.
           05 Filler               pic x(27) value
              'RUN CONTROL NOW AT PERIOD '.
           05 Rcl-Period-Out       pic 9(6).
           05 Filler               pic x(9) value ' - STEPS '.
           05 Rcl-Empmaint-Out     pic x(1).
           05 Rcl-Empbuild-Out     pic x(1).
           05 Rcl-Payroll-Out      pic x(1).
           05 Rcl-Extracts-Out     pic x(1).
           05 Filler               pic x(18) value
              ' - NEXT EMPMAINT: '.
           05 Rcl-Next-Out         pic 9(6).

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 020-READ-RESTORE-PARM
               perform 030-LOAD-GENERATION
               open output Restore-Report
               move Ws-Run-Date to Rhd-Run-Date
               write restore-report-rec from restore-header
               write restore-report-rec from blank-line
               move Ws-Chosen-Generation to Gen-Generation-Out
               move Ws-Chosen-Period to Gen-Period-Out
               move Ws-Chosen-Date to Gen-Date-Out
               write restore-report-rec from generation-line
               write restore-report-rec from blank-line
               write restore-report-rec from column-header-line
               perform 200-VERIFY-BACKUP-SET
               if Ws-Verify-Failed = 'Y'
                   perform 700-LIST-SET
                   move 'BACKUP SET FAILED VERIFICATION - NOTHING '
                       to Out-Message
                   write restore-report-rec from outcome-line
                   move 'RESTORED' to Out-Message
                   write restore-report-rec from outcome-line
                   close Restore-Report
                   display 'GENERATION ' Ws-Chosen-Generation
                       ' FAILED VERIFICATION - NOTHING RESTORED'
                   stop run
               end-if
               if not Restore-Confirmed
                   perform 700-LIST-SET
                   move 'BACKUP SET VERIFIED - NOT RESTORED, CONFIRM '
                       to Out-Message
                   write restore-report-rec from outcome-line
                   move 'FLAG ON RESTORE.TXT IS NOT Y' to Out-Message
                   write restore-report-rec from outcome-line
                   close Restore-Report
                   display 'GENERATION ' Ws-Chosen-Generation
                       ' VERIFIED - RESTORE NOT CONFIRMED'
                   stop run
               end-if
               perform 300-RESTORE-SET
               perform 400-VERIFY-RESTORED-SET
               perform 500-PURGE-PERIOD-FILES
               perform 700-LIST-SET
               if Ws-Restore-Failed = 'Y'
                   move 'RESTORED FILES DO NOT AGREE WITH THE CATALOG'
                       to Out-Message
               else
                   move 'RESTORED AND VERIFIED AS A SET'
                       to Out-Message
               end-if
               write restore-report-rec from outcome-line
               move Ws-Purged-Used to Prg-Used-Out
               move Ws-Purged-Short to Prg-Short-Out
               write restore-report-rec from purge-line
               perform 600-SHOW-RUN-CONTROL
               close Restore-Report
               display 'GENERATION ' Ws-Chosen-Generation
                   ' RESTORED - PERIOD ' Ws-Chosen-Period
               stop run.

      *************************************************
      * RESTORE.TXT NAMES THE GENERATION. WITHOUT IT   *
      * THERE IS NOTHING SAFE TO DO.                   *
      *************************************************
       020-READ-RESTORE-PARM.
               open input Restore-Parm-File
               if Ws-Parm-Status not = "00"
                   display 'RESTORE.TXT NOT FOUND - NOTHING RESTORED'
                   stop run
               end-if
               read Restore-Parm-File
                   at end
                       display 'RESTORE.TXT EMPTY - NOTHING RESTORED'
                       close Restore-Parm-File
                       stop run
               end-read
               close Restore-Parm-File
               if Rsp-Generation is not numeric
                   move 0 to Rsp-Generation
               end-if
               if Rsp-Period is not numeric
                   move 0 to Rsp-Period
               end-if
               if Rsp-Generation = 0 and Rsp-Period = 0
                   display 'RESTORE.TXT NAMES NO GENERATION OR '
                       'PERIOD - NOTHING RESTORED'
                   stop run
               end-if
               if Rsp-Confirm = 'Y'
                   move 'Y' to Ws-Confirmed
               end-if.

      *************************************************
      * LOADS THE CHOSEN GENERATION'S CATALOG ENTRIES. *
      * BY PERIOD, A LATER GENERATION FOR THE SAME     *
      * PERIOD REPLACES AN EARLIER ONE AS IT IS MET.   *
      *************************************************
       030-LOAD-GENERATION.
               open input Catalog-File
               if Ws-Catalog-Status not = "00"
                   display 'BKUPCAT.TXT NOT FOUND - NOTHING RESTORED'
                   stop run
               end-if
               perform until Ws-Catalog-Eof = 'y'
                   read Catalog-File
                       at end
                           move 'y' to Ws-Catalog-Eof
                       not at end
                           if (Rsp-Generation > 0
                               and Bkc-Generation = Rsp-Generation)
                              or (Rsp-Generation = 0
                               and Bkc-Period = Rsp-Period
                               and Bkc-Generation
                                   >= Ws-Chosen-Generation)
                               perform 035-STORE-CATALOG-ENTRY
                           end-if
                   end-read
               end-perform
               close Catalog-File
               if Ws-Cat-Count = 0
                   display 'NO SUCH GENERATION ON BKUPCAT.TXT - '
                       'NOTHING RESTORED'
                   stop run
               end-if.

       035-STORE-CATALOG-ENTRY.
               if Bkc-Generation not = Ws-Chosen-Generation
                   move 0 to Ws-Cat-Count
                   move Bkc-Generation to Ws-Chosen-Generation
                   move Bkc-Period to Ws-Chosen-Period
                   move Bkc-Date to Ws-Chosen-Date
               end-if
               if Ws-Cat-Count < 13
                   add 1 to Ws-Cat-Count
                   set Ws-Cat-Idx to Ws-Cat-Count
                   move Bkc-File-Name to Ws-Cat-File-Name (Ws-Cat-Idx)
                   move Bkc-Backup-Name
                       to Ws-Cat-Backup-Name (Ws-Cat-Idx)
                   move Bkc-Present to Ws-Cat-Present (Ws-Cat-Idx)
                   move Bkc-Record-Count
                       to Ws-Cat-Record-Count (Ws-Cat-Idx)
                   move Bkc-Total-1 to Ws-Cat-Total-1 (Ws-Cat-Idx)
                   move Bkc-Total-2 to Ws-Cat-Total-2 (Ws-Cat-Idx)
                   move Bkc-Total-3 to Ws-Cat-Total-3 (Ws-Cat-Idx)
                   move spaces to Ws-Cat-Backup-Check (Ws-Cat-Idx)
                                  Ws-Cat-Restore-Check (Ws-Cat-Idx)
               end-if.

      *************************************************
      * PROVES EVERY BACKUP COPY AGAINST THE CATALOG   *
      * BEFORE ANY LIVE FILE IS TOUCHED.               *
      *************************************************
       200-VERIFY-BACKUP-SET.
               perform varying Ws-Cat-Idx from 1 by 1
                   until Ws-Cat-Idx > Ws-Cat-Count
                   if Ws-Cat-Present (Ws-Cat-Idx) not = 'Y'
                       move 'NOT PRESENT' to
                           Ws-Cat-Backup-Check (Ws-Cat-Idx)
                   else
                       perform 210-VERIFY-ONE-BACKUP
                   end-if
               end-perform.

       210-VERIFY-ONE-BACKUP.
               perform 280-START-TOTALS
               move Ws-Cat-Backup-Name (Ws-Cat-Idx)
                   to Ws-Backup-File-Name
               open input Backup-File
               if Ws-Backup-Status not = "00"
                   move 'COPY MISSING' to
                       Ws-Cat-Backup-Check (Ws-Cat-Idx)
                   move 'Y' to Ws-Verify-Failed
               else
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Backup-File
                   if Ws-Cur-Count = Ws-Cat-Record-Count (Ws-Cat-Idx)
                      and Ws-Cur-Total-1 = Ws-Cat-Total-1 (Ws-Cat-Idx)
                      and Ws-Cur-Total-2 = Ws-Cat-Total-2 (Ws-Cat-Idx)
                      and Ws-Cur-Total-3 = Ws-Cat-Total-3 (Ws-Cat-Idx)
                       move 'VERIFIED' to
                           Ws-Cat-Backup-Check (Ws-Cat-Idx)
                   else
                       move 'TOTALS DISAGREE' to
                           Ws-Cat-Backup-Check (Ws-Cat-Idx)
                       move 'Y' to Ws-Verify-Failed
                   end-if
               end-if.

      *************************************************
      * REPLACES EVERY FILE IN THE SET. A FILE THAT    *
      * DID NOT EXIST WHEN THE GENERATION WAS TAKEN IS *
      * LEFT EMPTY, AS IT EFFECTIVELY WAS.             *
      *************************************************
       300-RESTORE-SET.
               perform varying Ws-Cat-Idx from 1 by 1
                   until Ws-Cat-Idx > Ws-Cat-Count
                   move 0 to Ws-Write-Errors
                   move 'n' to Ws-Copy-Eof
                   move Ws-Cat-Backup-Name (Ws-Cat-Idx)
                       to Ws-Backup-File-Name
                   if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                       open input Backup-File
                   end-if
                   evaluate Ws-Cat-File-Name (Ws-Cat-Idx)
                       when 'EMPINDEX.DAT'
                           perform 310-RESTORE-EMPINDEX
                       when 'YTDMAST.DAT'
                           perform 320-RESTORE-YTDMAST
                       when 'ARREARS.DAT'
                           perform 330-RESTORE-ARREARS
                       when 'DEPENDTS.DAT'
                           perform 340-RESTORE-DEPENDTS
                       when 'YTDHIST.DAT'
                           perform 345-RESTORE-YTDHIST
                       when other
                           perform 350-RESTORE-TEXT-FILE
                   end-evaluate
                   if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                       close Backup-File
                   end-if
                   if Ws-Write-Errors > 0
                       move 'WRITE ERRORS' to
                           Ws-Cat-Restore-Check (Ws-Cat-Idx)
                       move 'Y' to Ws-Restore-Failed
                   end-if
               end-perform.

       310-RESTORE-EMPINDEX.
               open output Employee-Data
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Bkr-Data to Employee-Record
                               write Employee-Record
                                   invalid key
                                       add 1 to Ws-Write-Errors
                               end-write
                       end-read
                   end-perform
               end-if
               close Employee-Data.

       320-RESTORE-YTDMAST.
               open output Ytd-Master
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Bkr-Data to Ytd-Record
                               write Ytd-Record
                                   invalid key
                                       add 1 to Ws-Write-Errors
                               end-write
                       end-read
                   end-perform
               end-if
               close Ytd-Master.

       330-RESTORE-ARREARS.
               open output Arrears-Master
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Bkr-Data to Arrears-Record
                               write Arrears-Record
                                   invalid key
                                       add 1 to Ws-Write-Errors
                               end-write
                       end-read
                   end-perform
               end-if
               close Arrears-Master.

       340-RESTORE-DEPENDTS.
               open output Dependent-Data
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Bkr-Data to Dependent-Record
                               write Dependent-Record
                                   invalid key
                                       add 1 to Ws-Write-Errors
                               end-write
                       end-read
                   end-perform
               end-if
               close Dependent-Data.

       345-RESTORE-YTDHIST.
               open output Ytd-History
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Bkr-Data to Ytd-History-Record
                               write Ytd-History-Record
                                   invalid key
                                       add 1 to Ws-Write-Errors
                               end-write
                       end-read
                   end-perform
               end-if
               close Ytd-History.

       350-RESTORE-TEXT-FILE.
               move Ws-Cat-File-Name (Ws-Cat-Idx) to Ws-Live-File-Name
               open output Live-Text-File
               if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                   perform until Ws-Copy-Eof = 'y'
                       read Backup-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               write live-text-rec from Bkr-Data
                       end-read
                   end-perform
               end-if
               close Live-Text-File.

      *************************************************
      * READS EVERY RESTORED FILE BACK AND PROVES IT   *
      * AGAINST THE SAME CATALOG TOTALS.               *
      *************************************************
       400-VERIFY-RESTORED-SET.
               perform varying Ws-Cat-Idx from 1 by 1
                   until Ws-Cat-Idx > Ws-Cat-Count
                   perform 280-START-TOTALS
                   evaluate Ws-Cat-File-Name (Ws-Cat-Idx)
                       when 'EMPINDEX.DAT'
                           perform 410-READ-BACK-EMPINDEX
                       when 'YTDMAST.DAT'
                           perform 420-READ-BACK-YTDMAST
                       when 'ARREARS.DAT'
                           perform 430-READ-BACK-ARREARS
                       when 'DEPENDTS.DAT'
                           perform 440-READ-BACK-DEPENDTS
                       when 'YTDHIST.DAT'
                           perform 445-READ-BACK-YTDHIST
                       when other
                           perform 450-READ-BACK-TEXT-FILE
                   end-evaluate
                   if Ws-Cat-Restore-Check (Ws-Cat-Idx) = spaces
                       if Ws-Cur-Count
                              = Ws-Cat-Record-Count (Ws-Cat-Idx)
                          and Ws-Cur-Total-1
                              = Ws-Cat-Total-1 (Ws-Cat-Idx)
                          and Ws-Cur-Total-2
                              = Ws-Cat-Total-2 (Ws-Cat-Idx)
                          and Ws-Cur-Total-3
                              = Ws-Cat-Total-3 (Ws-Cat-Idx)
                           if Ws-Cat-Present (Ws-Cat-Idx) = 'Y'
                               move 'RESTORED' to
                                   Ws-Cat-Restore-Check (Ws-Cat-Idx)
                           else
                               move 'LEFT EMPTY' to
                                   Ws-Cat-Restore-Check (Ws-Cat-Idx)
                           end-if
                       else
                           move 'TOTALS DISAGREE' to
                               Ws-Cat-Restore-Check (Ws-Cat-Idx)
                           move 'Y' to Ws-Restore-Failed
                       end-if
                   end-if
               end-perform.

       410-READ-BACK-EMPINDEX.
               open input Employee-Data
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Employee-Data next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Employee-Record to Bkr-Data
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Employee-Data
               end-if.

       420-READ-BACK-YTDMAST.
               open input Ytd-Master
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Ytd-Master next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Ytd-Record to Bkr-Data
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Ytd-Master
               end-if.

       430-READ-BACK-ARREARS.
               open input Arrears-Master
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Arrears-Master next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Arrears-Record to Bkr-Data
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Arrears-Master
               end-if.

       440-READ-BACK-DEPENDTS.
               open input Dependent-Data
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Dependent-Data next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Dependent-Record to Bkr-Data
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Dependent-Data
               end-if.

       445-READ-BACK-YTDHIST.
               open input Ytd-History
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Ytd-History next record
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               move Ytd-History-Record to Bkr-Data
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Ytd-History
               end-if.

       450-READ-BACK-TEXT-FILE.
               move Ws-Cat-File-Name (Ws-Cat-Idx) to Ws-Live-File-Name
               open input Live-Text-File
               if Ws-Live-Status = "00"
                   perform until Ws-Copy-Eof = 'y'
                       read Live-Text-File into Bkr-Data
                           at end
                               move 'y' to Ws-Copy-Eof
                           not at end
                               perform 285-ADD-TOTALS
                       end-read
                   end-perform
                   close Live-Text-File
               end-if.

      *************************************************
      * CLEARS THE TOTALS AND WORKS OUT WHICH VIEW THE *
      * CURRENT FILE'S TOTALS COME FROM - THE SAME     *
      * PAIRING PERBKUP.CBL USED WHEN IT TOOK THEM.    *
      *************************************************
       280-START-TOTALS.
               move 'n' to Ws-Copy-Eof
               move 0 to Ws-Cur-Count Ws-Cur-Total-1
                         Ws-Cur-Total-2 Ws-Cur-Total-3
               evaluate Ws-Cat-File-Name (Ws-Cat-Idx)
                   when 'EMPINDEX.DAT'
                   when 'INPUT.TXT'
                       move 'E' to Ws-Cur-Kind
                   when 'YTDMAST.DAT'
                       move 'Y' to Ws-Cur-Kind
                   when 'TERMYTD.TXT'
                       move 'T' to Ws-Cur-Kind
                   when 'ARREARS.DAT'
                       move 'A' to Ws-Cur-Kind
                   when 'YTDHIST.DAT'
                   when 'YTDHIST.TXT'
                       move 'H' to Ws-Cur-Kind
                   when 'GLHIST.TXT'
                       move 'G' to Ws-Cur-Kind
                   when 'RUNCTL.DAT'
                       move 'R' to Ws-Cur-Kind
                   when other
                       move 'N' to Ws-Cur-Kind
               end-evaluate.

       285-ADD-TOTALS.
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
               end-evaluate.

      *************************************************
      * DROPS FROM PENDUSED.TXT AND DUESSHIST.TXT      *
      * EVERYTHING STAMPED WITH THE RESTORED PERIOD OR *
      * LATER - THE RESTORED PENDTRAN.TXT HOLDS THOSE  *
      * PENDING ITEMS AGAIN, AND THE PERIOD'S PAYROLL  *
      * WILL RECORD ITS SHORTFALLS AFRESH. THEN        *
      * EMPTIES CHECKPOINT.DAT SO PAYROLL DOES NOT     *
      * RESUME PART WAY THROUGH THE RESTORED PERIOD.   *
      *************************************************
       500-PURGE-PERIOD-FILES.
               open input Pend-Used-File
               if Ws-Pend-Used-Status = "00"
                   open output Purge-Work
                   move 'n' to Ws-Purge-Eof
                   perform until Ws-Purge-Eof = 'y'
                       read Pend-Used-File
                           at end
                               move 'y' to Ws-Purge-Eof
                           not at end
                               if Pu-Period is numeric
                                  and Pu-Period >= Ws-Chosen-Period
                                   add 1 to Ws-Purged-Used
                               else
                                   write purge-work-rec
                                       from Pend-Used-Record
                               end-if
                       end-read
                   end-perform
                   close Pend-Used-File, Purge-Work
                   open input Purge-Work
                   open output Pend-Used-File
                   move 'n' to Ws-Purge-Eof
                   perform until Ws-Purge-Eof = 'y'
                       read Purge-Work
                           at end
                               move 'y' to Ws-Purge-Eof
                           not at end
                               write Pend-Used-Record
                                   from purge-work-rec
                       end-read
                   end-perform
                   close Purge-Work, Pend-Used-File
               end-if
               open input Dues-Short-History
               if Ws-Dues-Shist-Status = "00"
                   open output Purge-Work
                   move 'n' to Ws-Purge-Eof
                   perform until Ws-Purge-Eof = 'y'
                       read Dues-Short-History
                           at end
                               move 'y' to Ws-Purge-Eof
                           not at end
                               if Dhs-Period-Number is numeric
                                  and Dhs-Period-Number
                                      >= Ws-Chosen-Period
                                   add 1 to Ws-Purged-Short
                               else
                                   write purge-work-rec
                                       from Dues-Short-Record
                               end-if
                       end-read
                   end-perform
                   close Dues-Short-History, Purge-Work
                   open input Purge-Work
                   open output Dues-Short-History
                   move 'n' to Ws-Purge-Eof
                   perform until Ws-Purge-Eof = 'y'
                       read Purge-Work
                           at end
                               move 'y' to Ws-Purge-Eof
                           not at end
                               write Dues-Short-Record
                                   from purge-work-rec
                       end-read
                   end-perform
                   close Purge-Work, Dues-Short-History
               end-if
               open output Checkpoint-File
               if Ws-Checkpoint-Status = "00"
                   move 'RESET' to Prg-Checkpoint-Out
                   close Checkpoint-File
               else
                   move 'NOT RESET' to Prg-Checkpoint-Out
               end-if.

      *************************************************
      * LISTS RUN CONTROL AS RESTORED AND THE PERIOD   *
      * THE NEXT EMPMAINT RUN WILL OPEN.               *
      *************************************************
       600-SHOW-RUN-CONTROL.
               move 0 to Rcl-Period-Out
               move 'N' to Rcl-Empmaint-Out Rcl-Empbuild-Out
                           Rcl-Payroll-Out Rcl-Extracts-Out
               move 1 to Rcl-Next-Out
               open input Run-Control-File
               if Ws-Runctl-Status = "00"
                   read Run-Control-File
                       at end
                           continue
                       not at end
                           move Rc-Period-Number to Rcl-Period-Out
                           move Rc-Empmaint-Done to Rcl-Empmaint-Out
                           move Rc-Empbuild-Done to Rcl-Empbuild-Out
                           move Rc-Payroll-Done to Rcl-Payroll-Out
                           move Rc-Extracts-Done to Rcl-Extracts-Out
                           if Rc-Empmaint-Done = 'Y'
                              and Rc-Empbuild-Done = 'Y'
                              and Rc-Payroll-Done = 'Y'
                              and Rc-Extracts-Done = 'Y'
                               compute Rcl-Next-Out =
                                   Rc-Period-Number + 1
                           else
                               move Rc-Period-Number to Rcl-Next-Out
                           end-if
                   end-read
                   close Run-Control-File
               end-if
               write restore-report-rec from runctl-line.

       700-LIST-SET.
               perform varying Ws-Cat-Idx from 1 by 1
                   until Ws-Cat-Idx > Ws-Cat-Count
                   move Ws-Cat-File-Name (Ws-Cat-Idx) to Fdl-File-Out
                   move Ws-Cat-Backup-Name (Ws-Cat-Idx)
                       to Fdl-Backup-Out
                   move Ws-Cat-Record-Count (Ws-Cat-Idx)
                       to Fdl-Count-Out
                   move Ws-Cat-Backup-Check (Ws-Cat-Idx)
                       to Fdl-Backup-Check
                   move Ws-Cat-Restore-Check (Ws-Cat-Idx)
                       to Fdl-Restore-Check
                   write restore-report-rec from file-detail-line
               end-perform
               write restore-report-rec from blank-line.
