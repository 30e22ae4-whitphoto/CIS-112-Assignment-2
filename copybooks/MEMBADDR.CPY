      *************************************************
      * MEMBER CONTACT RECORD LAYOUT. ONE RECORD PER   *
      * MEMBER (MEMBADDR.DAT), KEYED BY EMPLOYEE       *
      * NUMBER, HOLDING THE MAILING ADDRESS, PHONE AND *
      * HOW THE MEMBER WANTS PAPER DELIVERED - BY MAIL *
      * TO THE ADDRESS, OR BY HAND THROUGH THE NAMED   *
      * STEWARD. ADDRMAINT.CBL MAINTAINS IT. THE       *
      * RECORD IS KEPT WHEN A MEMBER IS TERMINATED SO  *
      * THE FINAL STATEMENT CAN STILL BE MAILED.       *
      *************************************************
           05 Adr-Emp-Number       pic x(5).
           05 Adr-Address-Line-1   pic x(30).
           05 Adr-Address-Line-2   pic x(30).
           05 Adr-City             pic x(20).
           05 Adr-State            pic x(2).
           05 Adr-Zip-Code         pic x(10).
           05 Adr-Phone            pic x(12).
           05 Adr-Delivery         pic x(1).
               88 Adr-Deliver-By-Mail       value 'M'.
               88 Adr-Deliver-By-Steward    value 'S'.
           05 Adr-Steward-Name     pic x(20).
           05 Adr-Last-Changed     pic 9(8).
