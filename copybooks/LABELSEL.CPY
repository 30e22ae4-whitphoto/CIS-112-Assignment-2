      *************************************************
      * MAILING-LABEL SELECTION RECORD (LABELSEL.TXT). *
      * SELECT-BY: 'D' ONE DEPARTMENT, 'S' ONE SITE,   *
      * 'H' BY HOLD STATUS, BLANK OR 'A' EVERYONE.     *
      * SELECT-VALUE IS THE DEPARTMENT OR SITE CODE,   *
      * OR FOR HOLD STATUS 'H' (ON HOLD) OR 'A'        *
      * (ACTIVE, NOT ON HOLD). DELIVERY LIMITS THE RUN *
      * TO 'M' MAIL OR 'S' STEWARD MEMBERS; BLANK      *
      * TAKES BOTH. NO FILE MEANS EVERYONE, BOTH.      *
      *************************************************
           05 Lbs-Select-By        pic x(1).
           05 Lbs-Select-Value     pic x(4).
           05 Lbs-Delivery         pic x(1).
