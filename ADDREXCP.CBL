       IDENTIFICATION DIVISION.
       PROGRAM-ID. addressexceptions.
      ******************************************************
      * This program lists every member on the indexed      *
      * Employee-Data master (EMPINDEX.DAT) whom the        *
      * mailing runs cannot reach from the member contact   *
      * master (MEMBADDR.DAT) - no contact record at all, a *
      * mail-delivery contact without a usable street, city *
      * and zip code, or a delivery code that is neither    *
      * mail nor steward - so the stewards can chase the    *
      * details before the next pay advices, final          *
      * statements or ballots go out. Members with a usable *
      * contact but no phone number are listed separately,  *
      * as they can be mailed but not rung. The list is     *
      * written to ADDREXCP.TXT in employee-number order.   *
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
           SELECT output-file assign to "ADDREXCP.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Employee-Data.
       01  Employee-Record.
           COPY EMPINDEX.
       FD  Contact-Data.
       01  Contact-Record.
           COPY MEMBADDR.
       FD  output-file.
       01  report-rec                  pic x(80).

       WORKING-STORAGE SECTION.
       01 eof                       pic x value "n".
       01 Ws-Employee-Status        pic xx.
       01 Ws-Contact-Status         pic xx.
       01 Ws-Contact-Available      pic x value 'N'.
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Member-Count           pic 9(5) value 0.
       01 Ws-Unreachable-Count      pic 9(5) value 0.
       01 Ws-No-Phone-Count         pic 9(5) value 0.
       01 Ws-Exception-Reason       pic x(34).
      *************************************************
      * MEMBERS WHO CAN BE MAILED BUT HAVE NO PHONE,   *
      * HELD FOR THE SECOND SECTION OF THE LIST.       *
      *************************************************
       01 Ws-No-Phone-Table.
           05 Ws-No-Phone-Entry occurs 1000 times
                   indexed by Ws-Nph-Idx.
               10 Ws-Nph-Emp-Number     pic x(5).
               10 Ws-Nph-Name           pic x(20).
               10 Ws-Nph-Department     pic x(4).
               10 Ws-Nph-Hold-Flag      pic x(1).
               10 Ws-Nph-Delivery       pic x(1).
       01 header-line.
           05 Filler                pic x(22) value spaces.
           05 Filler                pic x(33) value
              'MEMBERS WE CANNOT REACH'.
           05 Filler                pic x(5) value 'RUN: '.
           05 Hdr-Run-Date          pic 9(8).
       01 blank-line.
           05 Filler                pic x(80) value spaces.
       01 section-line.
           05 Filler                pic x(1) value space.
           05 Sec-Title             pic x(60).
       01 column-header.
           05 Filler                pic x(1) value space.
           05 Filler                pic x(7) value 'EMP#'.
           05 Filler                pic x(21) value 'NAME'.
           05 Filler                pic x(5) value 'DEPT'.
           05 Filler                pic x(5) value 'HOLD'.
           05 Filler                pic x(6) value 'REASON'.
       01 exception-detail.
           05 Filler                pic x(1) value space.
           05 Exd-Emp-Number        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Exd-Name              pic x(20).
           05 Filler                pic x(1) value space.
           05 Exd-Department        pic x(4).
           05 Filler                pic x(2) value spaces.
           05 Exd-Hold-Flag         pic x(1).
           05 Filler                pic x(2) value spaces.
           05 Exd-Reason            pic x(34).
       01 none-line.
           05 Filler                pic x(3) value spaces.
           05 Filler                pic x(4) value 'NONE'.
       01 count-line.
           05 Filler                pic x(1) value space.
           05 Cnt-Label             pic x(30).
           05 Cnt-Count-Out         pic zzzz9.

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
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
                   display 'MEMBADDR.DAT NOT AVAILABLE - EVERY MEMBER '
                       'IS LISTED'
               end-if
               open output output-file
               move Ws-Run-Date to Hdr-Run-Date
               write report-rec from header-line
               write report-rec from blank-line
               move 'NO USABLE CONTACT - PAPER CANNOT BE DELIVERED'
                   to Sec-Title
               write report-rec from section-line
               write report-rec from column-header
               perform until eof = "y"
                   read Employee-Data next record
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to Ws-Member-Count
                           perform 110-CHECK-MEMBER
                   end-read
               end-perform
               if Ws-Unreachable-Count = 0
                   write report-rec from none-line
               end-if
               perform 200-WRITE-NO-PHONE-SECTION
               write report-rec from blank-line
               move 'MEMBERS ON THE MASTER:' to Cnt-Label
               move Ws-Member-Count to Cnt-Count-Out
               write report-rec from count-line
               move 'NO USABLE CONTACT:' to Cnt-Label
               move Ws-Unreachable-Count to Cnt-Count-Out
               write report-rec from count-line
               move 'NO PHONE ON FILE:' to Cnt-Label
               move Ws-No-Phone-Count to Cnt-Count-Out
               write report-rec from count-line
               close Employee-Data, output-file
               if Ws-Contact-Available = 'Y'
                   close Contact-Data
               end-if
               display 'ADDRESS EXCEPTIONS - CANNOT REACH: '
                   Ws-Unreachable-Count ' NO PHONE: ' Ws-No-Phone-Count
               stop run.

      *************************************************
      * DECIDES WHETHER THE MEMBER JUST READ CAN BE    *
      * REACHED, AND LISTS THEM WITH THE REASON IF NOT.*
      *************************************************
       110-CHECK-MEMBER.
               move spaces to Ws-Exception-Reason
               if Ws-Contact-Available = 'Y'
                   move Employee-Number-in to Adr-Emp-Number
                   read Contact-Data
                       invalid key
                           move 'NO CONTACT ON FILE'
                               to Ws-Exception-Reason
                   end-read
               else
                   move 'NO CONTACT ON FILE' to Ws-Exception-Reason
               end-if
               if Ws-Exception-Reason = spaces
                   evaluate true
                       when Adr-Deliver-By-Mail
                           if Adr-Address-Line-1 = spaces
                              or Adr-City = spaces
                              or Adr-Zip-Code = spaces
                               move 'MAIL DELIVERY - ADDRESS INCOMPLETE'
                                   to Ws-Exception-Reason
                           end-if
                       when Adr-Deliver-By-Steward
                           continue
                       when other
                           move 'DELIVERY CODE NOT M OR S'
                               to Ws-Exception-Reason
                   end-evaluate
               end-if
               if Ws-Exception-Reason not = spaces
                   add 1 to Ws-Unreachable-Count
                   move Employee-Number-in to Exd-Emp-Number
                   move Employee-Name-in to Exd-Name
                   move Department-Code to Exd-Department
                   move Employee-Hold-Flag to Exd-Hold-Flag
                   move Ws-Exception-Reason to Exd-Reason
                   write report-rec from exception-detail
               else
                   if Adr-Phone = spaces
                       perform 120-STORE-NO-PHONE
                   end-if
               end-if.

       120-STORE-NO-PHONE.
               if Ws-No-Phone-Count < 1000
                   add 1 to Ws-No-Phone-Count
                   set Ws-Nph-Idx to Ws-No-Phone-Count
                   move Employee-Number-in
                       to Ws-Nph-Emp-Number (Ws-Nph-Idx)
                   move Employee-Name-in to Ws-Nph-Name (Ws-Nph-Idx)
                   move Department-Code
                       to Ws-Nph-Department (Ws-Nph-Idx)
                   move Employee-Hold-Flag
                       to Ws-Nph-Hold-Flag (Ws-Nph-Idx)
                   move Adr-Delivery to Ws-Nph-Delivery (Ws-Nph-Idx)
               else
                   display 'NO-PHONE TABLE FULL - DROPPED: '
                       Employee-Number-in
               end-if.

       200-WRITE-NO-PHONE-SECTION.
               write report-rec from blank-line
               move 'CAN BE DELIVERED TO BUT NO PHONE ON FILE'
                   to Sec-Title
               write report-rec from section-line
               write report-rec from column-header
               if Ws-No-Phone-Count = 0
                   write report-rec from none-line
               end-if
               perform varying Ws-Nph-Idx from 1 by 1
                   until Ws-Nph-Idx > Ws-No-Phone-Count
                   move Ws-Nph-Emp-Number (Ws-Nph-Idx) to Exd-Emp-Number
                   move Ws-Nph-Name (Ws-Nph-Idx) to Exd-Name
                   move Ws-Nph-Department (Ws-Nph-Idx) to Exd-Department
                   move Ws-Nph-Hold-Flag (Ws-Nph-Idx) to Exd-Hold-Flag
                   if Ws-Nph-Delivery (Ws-Nph-Idx) = 'S'
                       move 'NO PHONE - STEWARD DELIVERY'
                           to Exd-Reason
                   else
                       move 'NO PHONE - MAIL DELIVERY' to Exd-Reason
                   end-if
                   write report-rec from exception-detail
               end-perform.
