       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailinglabels.
      ******************************************************
      * This program prints mailing labels (LABELS.TXT) and *
      * a matching address list (ADDRLIST.TXT) for the      *
      * members on the indexed Employee-Data master         *
      * (EMPINDEX.DAT), merged with the member contact      *
      * master (MEMBADDR.DAT), for ballot and notice        *
      * mailings. LABELSEL.TXT picks the members - one      *
      * department, one site, or by hold status - and can   *
      * limit the run to mail or to steward delivery. The   *
      * site comes from the member's YTDMAST.DAT record,    *
      * since the master itself carries none. A steward-    *
      * delivery member's label is made out care of the     *
      * steward with the department and site, so the        *
      * bundle can be sorted for hand delivery. Selected    *
      * members with no contact on file cannot be labelled  *
      * and are listed at the foot of the address list.     *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Employee-Data assign to "EMPINDEX.DAT"
                  organization is indexed
                  access mode is sequential
                  record key is Employee-Number-in
                  file status is Ws-Employee-Status.
           SELECT Contact-Data assign to "MEMBADDR.DAT"
                  organization is indexed
                  access mode is random
                  record key is Adr-Emp-Number
                  file status is Ws-Contact-Status.
           SELECT Ytd-Master assign to "YTDMAST.DAT"
                  organization is indexed
                  access mode is random
                  record key is Ytd-Emp-Number
                  file status is Ws-Ytd-Status.
           SELECT Label-Select-File assign to "LABELSEL.TXT"
                  organization is line sequential
                  file status is Ws-Select-Status.
           SELECT Label-File assign to "LABELS.TXT"
                  organization is line sequential.
           SELECT Address-List assign to "ADDRLIST.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Contact-Data.
       01  Contact-Record.
           COPY MEMBADDR.
       FD  Ytd-Master.
       01  Ytd-Record.
           COPY YTDMAST.
       FD  Label-Select-File.
       01  Label-Select-Record.
           COPY LABELSEL.
       FD  Label-File.
       01  label-rec                   pic x(40).
       FD  Address-List.
       01  address-list-rec            pic x(80).

       WORKING-STORAGE SECTION.
       01 eof                       pic x value "n".
       01 Ws-Employee-Status        pic xx.
       01 Ws-Contact-Status         pic xx.
       01 Ws-Ytd-Status             pic xx.
       01 Ws-Select-Status          pic xx.
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Ytd-Available          pic x value 'N'.
       01 Ws-Contact-Available      pic x value 'N'.
      *************************************************
      * THE SELECTION IN FORCE - SEE LABELSEL.CPY.     *
      *************************************************
       01 Ws-Select-By              pic x(1) value 'A'.
       01 Ws-Select-Value           pic x(4) value spaces.
       01 Ws-Select-Delivery        pic x(1) value space.
       01 Ws-Member-Site            pic x(4).
       01 Ws-Member-Selected        pic x value 'N'.
       01 Ws-Contact-Found          pic x value 'N'.
       01 Ws-Selected-Count         pic 9(5) value 0.
       01 Ws-Label-Count            pic 9(5) value 0.
       01 Ws-Mail-Count             pic 9(5) value 0.
       01 Ws-Steward-Count          pic 9(5) value 0.
      *************************************************
      * SELECTED MEMBERS WITH NO CONTACT ON FILE, HELD *
      * FOR THE FOOT OF THE ADDRESS LIST.              *
      *************************************************
       01 Ws-Missing-Count          pic 9(4) value 0.
       01 Ws-Missing-Table.
           05 Ws-Missing-Entry occurs 1000 times
                   indexed by Ws-Mis-Idx.
               10 Ws-Mis-Emp-Number     pic x(5).
               10 Ws-Mis-Name           pic x(20).
               10 Ws-Mis-Department     pic x(4).
               10 Ws-Mis-Site           pic x(4).
      *************************************************
      * ONE LABEL IS FIVE LINES DEEP WHATEVER IT       *
      * CARRIES, SO THE LABELS STAY IN STEP WITH THE   *
      * STOCK.                                         *
      *************************************************
       01 label-line                pic x(40).
       01 label-city-line.
           05 Lbl-City              pic x(20).
           05 Filler                pic x(1) value space.
           05 Lbl-State             pic x(2).
           05 Filler                pic x(2) value spaces.
           05 Lbl-Zip-Code          pic x(10).
       01 label-care-of-line.
           05 Filler                pic x(12) value 'C/O STEWARD '.
           05 Lbl-Steward-Name      pic x(20).
       01 label-route-line.
           05 Filler                pic x(6) value 'DEPT: '.
           05 Lbl-Department        pic x(4).
           05 Filler                pic x(8) value '  SITE: '.
           05 Lbl-Site              pic x(4).
       01 list-header.
           05 Filler                pic x(25) value spaces.
           05 Filler                pic x(30) value
              'MEMBER MAILING ADDRESS LIST'.
           05 Filler                pic x(5) value 'RUN: '.
           05 Lhd-Run-Date          pic 9(8).
       01 selection-line.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(11) value 'SELECTION: '.
           05 Sel-Description       pic x(16).
           05 Sel-Value             pic x(4).
           05 Filler                pic x(4) value spaces.
           05 Filler                pic x(10) value 'DELIVERY: '.
           05 Sel-Delivery          pic x(12).
       01 blank-line.
           05 Filler                pic x(80) value spaces.
       01 list-column-header.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(7) value 'EMP#'.
           05 Filler                pic x(21) value 'NAME'.
           05 Filler                pic x(5) value 'DEPT'.
           05 Filler                pic x(5) value 'SITE'.
           05 Filler                pic x(2) value 'D'.
           05 Filler                pic x(21) value
              'CITY / STEWARD'.
           05 Filler                pic x(5) value 'PHONE'.
       01 list-detail.
           05 Filler                pic x(1) value space.
           05 Lst-Emp-Number        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Lst-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Lst-Department        pic x(4).
           05 Filler                pic x(1) value space.
           05 Lst-Site              pic x(4).
           05 Filler                pic x(1) value space.
           05 Lst-Delivery          pic x(1).
           05 Filler                pic x(1) value space.
           05 Lst-City-Or-Steward   pic x(20).
           05 Filler                pic x(1) value space.
           05 Lst-Phone             pic x(12).
       01 missing-header.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(40) value
              'NOT LABELLED - NO CONTACT ON FILE'.
       01 missing-detail.
           05 Filler                pic x(1) value space.
           05 Msd-Emp-Number        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Msd-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Msd-Department        pic x(4).
           05 Filler                pic x(1) value space.
           05 Msd-Site              pic x(4).
       01 count-line.
           05 Filler                pic x(1) value space.
           05 Cnt-Label             pic x(30).
           05 Cnt-Count-Out         pic zzzz9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               perform 020-READ-SELECTION
               open input Employee-Data
               if Ws-Employee-Status not = "00"
                   display 'EMPINDEX.DAT NOT AVAILABLE - STATUS '
                       Ws-Employee-Status
                   stop run
               end-if
               open input Contact-Data
               if Ws-Contact-Status = "00"
                   move 'Y' to Ws-Contact-Available
               else
                   display 'MEMBADDR.DAT NOT AVAILABLE - NO MEMBER '
                       'CAN BE LABELLED'
               end-if
               open input Ytd-Master
               if Ws-Ytd-Status = "00"
                   move 'Y' to Ws-Ytd-Available
               end-if
               open output Label-File Address-List
               move Ws-Run-Date to Lhd-Run-Date
               write address-list-rec from list-header
               write address-list-rec from selection-line
               write address-list-rec from blank-line
               write address-list-rec from list-column-header
               perform until eof = "y"
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           perform 110-SELECT-MEMBER
                           if Ws-Member-Selected = 'Y'
                               perform 120-LABEL-MEMBER
                           end-if
                   end-read
               end-perform
               perform 200-WRITE-LIST-FOOT
               close Employee-Data, Label-File, Address-List
               if Ws-Contact-Available = 'Y'
                   close Contact-Data
               end-if
               if Ws-Ytd-Available = 'Y'
                   close Ytd-Master
               end-if
               display 'MAILING LABELS COMPLETE - LABELS: '
                   Ws-Label-Count ' NO CONTACT: ' Ws-Missing-Count
               stop run.

      *************************************************
      * READS LABELSEL.TXT. NO FILE, OR A SELECT-BY    *
      * NOT RECOGNISED, LABELS EVERY MEMBER.           *
      *************************************************
       020-READ-SELECTION.
               open input Label-Select-File
               if Ws-Select-Status = "00"
                   read Label-Select-File
                       at end
                           continue
                       not at end
                           move Lbs-Select-By to Ws-Select-By
                           move Lbs-Select-Value to Ws-Select-Value
                           move Lbs-Delivery to Ws-Select-Delivery
                   end-read
                   close Label-Select-File
               else
                   display 'LABELSEL.TXT NOT FOUND - LABELLING ALL '
                       'MEMBERS'
               end-if
               if Ws-Select-Delivery not = 'M' and not = 'S'
                   move space to Ws-Select-Delivery
               end-if
               move Ws-Select-Value to Sel-Value
               evaluate Ws-Select-By
                   when 'D'
                       move 'DEPARTMENT ' to Sel-Description
                   when 'S'
                       move 'SITE ' to Sel-Description
                   when 'H'
                       if Ws-Select-Value = 'H'
                           move 'MEMBERS ON HOLD' to Sel-Description
                       else
                           move 'A' to Ws-Select-Value
                           move 'ACTIVE MEMBERS' to Sel-Description
                       end-if
                       move spaces to Sel-Value
                   when other
                       move 'A' to Ws-Select-By
                       move 'ALL MEMBERS' to Sel-Description
                       move spaces to Sel-Value
               end-evaluate
               evaluate Ws-Select-Delivery
                   when 'M'
                       move 'MAIL ONLY' to Sel-Delivery
                   when 'S'
                       move 'STEWARD ONLY' to Sel-Delivery
                   when other
                       move 'ALL' to Sel-Delivery
               end-evaluate.

      *************************************************
      * APPLIES THE DEPARTMENT/SITE/HOLD SELECTION TO  *
      * THE MEMBER JUST READ, THEN LOOKS UP THE        *
      * CONTACT AND APPLIES THE DELIVERY SELECTION.    *
      *************************************************
       110-SELECT-MEMBER.
               move 'N' to Ws-Member-Selected
               move spaces to Ws-Member-Site
               if Ws-Ytd-Available = 'Y'
                   move Employee-Number-in to Ytd-Emp-Number
                   read Ytd-Master
                       invalid key
                           continue
                       not invalid key
                           move Ytd-Site-Code to Ws-Member-Site
                   end-read
               end-if
               evaluate Ws-Select-By
                   when 'D'
                       if Department-Code = Ws-Select-Value
                           move 'Y' to Ws-Member-Selected
                       end-if
                   when 'S'
                       if Ws-Member-Site = Ws-Select-Value
                           move 'Y' to Ws-Member-Selected
                       end-if
                   when 'H'
                       if (Ws-Select-Value = 'H'
                           and Employee-Hold-Flag = 'H')
                          or (Ws-Select-Value = 'A'
                           and Employee-Hold-Flag not = 'H')
                           move 'Y' to Ws-Member-Selected
                       end-if
                   when other
                       move 'Y' to Ws-Member-Selected
               end-evaluate
               if Ws-Member-Selected = 'Y'
                   move 'N' to Ws-Contact-Found
                   if Ws-Contact-Available = 'Y'
                       move Employee-Number-in to Adr-Emp-Number
                       read Contact-Data
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to Ws-Contact-Found
                       end-read
                   end-if
                   if Ws-Contact-Found = 'Y'
                      and Ws-Select-Delivery not = space
                      and Adr-Delivery not = Ws-Select-Delivery
                       move 'N' to Ws-Member-Selected
                   end-if
               end-if.

      *************************************************
      * ONE LABEL AND ONE LIST LINE FOR A SELECTED     *
      * MEMBER, OR A PLACE ON THE NO-CONTACT LIST.     *
      *************************************************
       120-LABEL-MEMBER.
               add 1 to Ws-Selected-Count
               if Ws-Contact-Found not = 'Y'
                   if Ws-Missing-Count < 1000
                       add 1 to Ws-Missing-Count
                       set Ws-Mis-Idx to Ws-Missing-Count
                       move Employee-Number-in
                           to Ws-Mis-Emp-Number (Ws-Mis-Idx)
                       move Employee-Name-in to Ws-Mis-Name (Ws-Mis-Idx)
                       move Department-Code
                           to Ws-Mis-Department (Ws-Mis-Idx)
                       move Ws-Member-Site to Ws-Mis-Site (Ws-Mis-Idx)
                   else
                       display 'NO-CONTACT TABLE FULL - DROPPED: '
                           Employee-Number-in
                   end-if
               else
                   add 1 to Ws-Label-Count
                   move Employee-Name-in to label-line
                   write label-rec from label-line
                   if Adr-Deliver-By-Steward
                       add 1 to Ws-Steward-Count
                       move Adr-Steward-Name to Lbl-Steward-Name
                       write label-rec from label-care-of-line
                       move Department-Code to Lbl-Department
                       move Ws-Member-Site to Lbl-Site
                       write label-rec from label-route-line
                       move spaces to label-line
                       write label-rec from label-line
                       move Adr-Steward-Name to Lst-City-Or-Steward
                   else
                       add 1 to Ws-Mail-Count
                       move Adr-Address-Line-1 to label-line
                       write label-rec from label-line
                       move Adr-Address-Line-2 to label-line
                       write label-rec from label-line
                       move Adr-City to Lbl-City
                       move Adr-State to Lbl-State
                       move Adr-Zip-Code to Lbl-Zip-Code
                       write label-rec from label-city-line
                       move Adr-City to Lst-City-Or-Steward
                   end-if
                   move spaces to label-line
                   write label-rec from label-line
                   move Employee-Number-in to Lst-Emp-Number
                   move Employee-Name-in to Lst-Name
                   move Department-Code to Lst-Department
                   move Ws-Member-Site to Lst-Site
                   move Adr-Delivery to Lst-Delivery
                   move Adr-Phone to Lst-Phone
                   write address-list-rec from list-detail
               end-if.

       200-WRITE-LIST-FOOT.
               write address-list-rec from blank-line
               move 'MEMBERS SELECTED:' to Cnt-Label
               move Ws-Selected-Count to Cnt-Count-Out
               write address-list-rec from count-line
               move 'LABELS - BY MAIL:' to Cnt-Label
               move Ws-Mail-Count to Cnt-Count-Out
               write address-list-rec from count-line
               move 'LABELS - THROUGH STEWARD:' to Cnt-Label
               move Ws-Steward-Count to Cnt-Count-Out
               write address-list-rec from count-line
               move 'NOT LABELLED - NO CONTACT:' to Cnt-Label
               move Ws-Missing-Count to Cnt-Count-Out
               write address-list-rec from count-line
               if Ws-Missing-Count > 0
                   write address-list-rec from blank-line
                   write address-list-rec from missing-header
                   perform varying Ws-Mis-Idx from 1 by 1
                       until Ws-Mis-Idx > Ws-Missing-Count
                       move Ws-Mis-Emp-Number (Ws-Mis-Idx)
                           to Msd-Emp-Number
                       move Ws-Mis-Name (Ws-Mis-Idx) to Msd-Name
                       move Ws-Mis-Department (Ws-Mis-Idx)
                           to Msd-Department
                       move Ws-Mis-Site (Ws-Mis-Idx) to Msd-Site
                       write address-list-rec from missing-detail
                   end-perform
               end-if.
