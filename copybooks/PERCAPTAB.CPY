      *************************************************
      * PER-CAPITA TAX RATE RECORD LAYOUT. ONE ROW PER *
      * RATE THE INTERNATIONAL HAS SET, WITH THE DATE  *
      * IT TAKES EFFECT - THE SAME DATED-ROW STYLE AS  *
      * RATES.TXT, SO A NEW RATE CAN BE KEYED AHEAD OF *
      * TIME AND THE OLD ROWS KEPT FOR REFERENCE.      *
      * PERCAPTA.CBL USES THE LATEST ROW EFFECTIVE ON  *
      * OR BEFORE ITS RUN DATE.                        *
      *************************************************
           05 Pcr-Effective-Date   pic 9(8).
           05 Pcr-Rate-Per-Member  pic 9(3)v99.
