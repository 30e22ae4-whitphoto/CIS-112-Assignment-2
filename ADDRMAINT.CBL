       IDENTIFICATION DIVISION.
       PROGRAM-ID. addrmaint.
      ******************************************************
      * This program applies a transaction file of A/C/D    *
      * (Add/Change/Delete) codes to the member contact     *
      * master (MEMBADDR.DAT) - mailing address, phone and  *
      * preferred delivery - the same maintenance flow      *
      * DEPMAINT.CBL runs against the dependent detail.     *
      * Each ADDRTRANS.TXT transaction carries the employee *
      * number and the full contact detail; a change        *
      * replaces the whole record. Delivery is 'M' (mail to *
      * the address) or 'S' (hand-delivered through the     *
      * steward), and a mail member must have a street,     *
      * city and zip code, so nothing is accepted that the  *
      * mailing runs could not use. The master is indexed   *
      * on employee number, so transactions are applied by  *
      * random read/write. Every transaction applied or     *
      * rejected is written to a log (ADDRLOG.TXT) so the   *
      * run can be audited. Run ADDREXCP.CBL afterwards to  *
      * see which members still cannot be reached.          *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Addr-Trans-File assign to "ADDRTRANS.TXT"
                  organization is line sequential
                  file status is Ws-Addr-Trans-Status.
           SELECT Contact-Data assign to "MEMBADDR.DAT"
                  organization is indexed
                  access mode is dynamic
                  record key is Adr-Emp-Number
                  file status is Ws-Contact-Status.
           SELECT Addr-Log assign to "ADDRLOG.TXT"
                  organization is line sequential.

       Data Division.
       File Section.
       FD  Addr-Trans-File.
       01  Addr-Trans-Record.
           05 Atr-Code                 pic x(1).
           05 Atr-Emp-Number           pic x(5).
           05 Atr-Address-Line-1       pic x(30).
           05 Atr-Address-Line-2       pic x(30).
           05 Atr-City                 pic x(20).
           05 Atr-State                pic x(2).
           05 Atr-Zip-Code             pic x(10).
           05 Atr-Phone                pic x(12).
           05 Atr-Delivery             pic x(1).
           05 Atr-Steward-Name         pic x(20).
       FD  Contact-Data.
       01  Contact-Record.
           COPY MEMBADDR.
       FD  Addr-Log.
       01  addr-log-rec                pic x(80).

       WORKING-STORAGE SECTION.
       01 eof                       pic x value "n".
       01 Ws-Addr-Trans-Status      pic xx.
       01 Ws-Contact-Status         pic xx.
       01 Ws-Run-Date               pic 9(8).
       01 Ws-Add-Count              pic 9(5) value 0.
       01 Ws-Change-Count           pic 9(5) value 0.
       01 Ws-Delete-Count           pic 9(5) value 0.
       01 Ws-Reject-Count           pic 9(5) value 0.
      *************************************************
      * SET BY 150-EDIT-CONTACT-DETAIL WHEN AN ADD OR  *
      * CHANGE CARRIES DETAIL THE MAILING RUNS COULD   *
      * NOT USE - THE REASON GOES TO THE LOG.          *
      *************************************************
       01 Ws-Detail-Error           pic x(40).
       01 log-header.
           05 Filler                pic x(22) value spaces.
           05 Filler                pic x(36) value
              'MEMBER CONTACT MAINTENANCE TRANS LOG'.
           05 Filler                pic x(22) value spaces.
       01 log-detail.
           05 Log-Code              pic x(1).
           05 Filler                pic x(2) value spaces.
           05 Log-Emp-Number        pic x(5).
           05 Filler                pic x(2) value spaces.
           05 Log-Delivery          pic x(1).
           05 Filler                pic x(2) value spaces.
           05 Log-Action            pic x(40).

       procedure division.
       100-MAIN.
               accept Ws-Run-Date from date yyyymmdd
               open input Addr-Trans-File
               if Ws-Addr-Trans-Status not = "00"
                   display 'ADDRTRANS.TXT NOT AVAILABLE - STATUS '
                       Ws-Addr-Trans-Status
                   stop run
               end-if
               open i-o Contact-Data
               if Ws-Contact-Status = "35"
                   close Contact-Data
                   open output Contact-Data
                   close Contact-Data
                   open i-o Contact-Data
               end-if
               if Ws-Contact-Status not = "00"
                   display 'MEMBADDR.DAT COULD NOT BE OPENED - '
                       'STATUS ' Ws-Contact-Status
                   close Addr-Trans-File
                   stop run
               end-if
               open output Addr-Log
               write addr-log-rec from log-header
               perform until eof = "y"
                   read Addr-Trans-File
                       at end
                           move 'y' to eof
                       not at end
                           perform 110-APPLY-TRANSACTION
                   end-read
               end-perform
               close Addr-Trans-File, Contact-Data, Addr-Log
               display 'CONTACT MAINTENANCE COMPLETE - ADDS: '
                   Ws-Add-Count ' CHANGES: ' Ws-Change-Count
                   ' DELETES: ' Ws-Delete-Count
                   ' REJECTS: ' Ws-Reject-Count.
               stop run.

      *************************************************
      * APPLIES ONE A/C/D TRANSACTION BY RANDOM ACCESS *
      * AGAINST THE INDEXED CONTACT MASTER AND LOGS    *
      * WHAT HAPPENED. AN UNRECOGNIZED CODE IS         *
      * REJECTED TO THE LOG LIKE DEPMAINT.CBL DOES.    *
      *************************************************
       110-APPLY-TRANSACTION.
               move Atr-Code to Log-Code
               move Atr-Emp-Number to Log-Emp-Number
               move Atr-Delivery to Log-Delivery
               evaluate Atr-Code
                   when 'A'
                       perform 120-ADD-CONTACT
                   when 'C'
                       perform 130-CHANGE-CONTACT
                   when 'D'
                       perform 140-DELETE-CONTACT
                   when other
                       add 1 to Ws-Reject-Count
                       move 'REJECTED - UNKNOWN TRANSACTION CODE'
                           to Log-Action
                       write addr-log-rec from log-detail
               end-evaluate.

       120-ADD-CONTACT.
               perform 150-EDIT-CONTACT-DETAIL
               if Ws-Detail-Error not = spaces
                   add 1 to Ws-Reject-Count
                   move Ws-Detail-Error to Log-Action
               else
                   move Atr-Emp-Number to Adr-Emp-Number
                   perform 160-MOVE-CONTACT-DETAIL
                   write Contact-Record
                       invalid key
                           add 1 to Ws-Reject-Count
                           move 'REJECTED - CONTACT ALREADY ON FILE'
                               to Log-Action
                       not invalid key
                           add 1 to Ws-Add-Count
                           move 'ADDED CONTACT' to Log-Action
                   end-write
               end-if
               write addr-log-rec from log-detail.

       130-CHANGE-CONTACT.
               perform 150-EDIT-CONTACT-DETAIL
               if Ws-Detail-Error not = spaces
                   add 1 to Ws-Reject-Count
                   move Ws-Detail-Error to Log-Action
               else
                   move Atr-Emp-Number to Adr-Emp-Number
                   read Contact-Data
                       invalid key
                           add 1 to Ws-Reject-Count
                           move 'REJECTED - NO MATCHING CONTACT'
                               to Log-Action
                       not invalid key
                           perform 160-MOVE-CONTACT-DETAIL
                           rewrite Contact-Record
                           add 1 to Ws-Change-Count
                           move 'CHANGED CONTACT DETAIL' to Log-Action
                   end-read
               end-if
               write addr-log-rec from log-detail.

       140-DELETE-CONTACT.
               move Atr-Emp-Number to Adr-Emp-Number
               delete Contact-Data
                   invalid key
                       add 1 to Ws-Reject-Count
                       move 'REJECTED - NO MATCHING CONTACT'
                           to Log-Action
                   not invalid key
                       add 1 to Ws-Delete-Count
                       move 'DELETED CONTACT' to Log-Action
               end-delete
               write addr-log-rec from log-detail.

      *************************************************
      * AN ADD OR CHANGE MUST NAME A DELIVERY METHOD,  *
      * AND A MEMBER TAKING PAPER BY MAIL MUST HAVE A  *
      * STREET, CITY AND ZIP CODE TO MAIL IT TO. A     *
      * STEWARD-DELIVERY MEMBER MAY LEAVE THE ADDRESS  *
      * BLANK; A BLANK STEWARD NAME MEANS WHICHEVER    *
      * STEWARD COVERS THE MEMBER'S DEPARTMENT.        *
      *************************************************
       150-EDIT-CONTACT-DETAIL.
               move spaces to Ws-Detail-Error
               if Atr-Emp-Number = spaces
                   move 'REJECTED - NO EMPLOYEE NUMBER'
                       to Ws-Detail-Error
               else
                   if Atr-Delivery not = 'M' and not = 'S'
                       move 'REJECTED - DELIVERY MUST BE M OR S'
                           to Ws-Detail-Error
                   else
                       if Atr-Delivery = 'M'
                          and (Atr-Address-Line-1 = spaces
                               or Atr-City = spaces
                               or Atr-Zip-Code = spaces)
                           move 'REJECTED - INCOMPLETE MAILING ADDRESS'
                               to Ws-Detail-Error
                       end-if
                   end-if
               end-if.

       160-MOVE-CONTACT-DETAIL.
               move Atr-Address-Line-1 to Adr-Address-Line-1
               move Atr-Address-Line-2 to Adr-Address-Line-2
               move Atr-City to Adr-City
               move Atr-State to Adr-State
               move Atr-Zip-Code to Adr-Zip-Code
               move Atr-Phone to Adr-Phone
               move Atr-Delivery to Adr-Delivery
               move Atr-Steward-Name to Adr-Steward-Name
               move Ws-Run-Date to Adr-Last-Changed.
