           05 Chg-Field-Name       pic x(12).
           05 Chg-Old-Value        pic x(20).
           05 Chg-New-Value        pic x(20).
      *************************************************
      * WHO ENTERED THE TRANSACTION AND WHO APPROVED   *
      * IT, AS CARRIED ON THE TRANSACTION. BLANK ON    *
      * ENTRIES WRITTEN BEFORE THE IDS WERE CARRIED,   *
      * AND APPROVED-BY IS BLANK WHERE NONE WAS NEEDED *
      * OR GIVEN.                                      *
      *************************************************
           05 Chg-Entered-By       pic x(8).
           05 Chg-Approved-By      pic x(8).
