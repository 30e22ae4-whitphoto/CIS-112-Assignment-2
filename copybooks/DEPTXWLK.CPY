      *************************************************
      * DEPARTMENT CODE CROSSWALK RECORD. ONE ROW PER  *
      * RETIRED CODE (DEPTXWLK.TXT), APPENDED BY       *
      * REORGDPT.CBL AND KEPT FOR GOOD. FROM THE       *
      * EFFECTIVE DATE ON, REPORTS THAT BUCKET HISTORY *
      * BY DEPARTMENT (YTDRECON.CBL, YTDCOMPR.CBL)     *
      * ROLL ANYTHING STILL CARRYING THE OLD CODE -    *
      * GLHIST.TXT POSTINGS, TERMYTD.TXT LEAVERS -     *
      * INTO THE NEW ONE, FOLLOWING A CODE THAT WAS    *
      * ITSELF LATER RETIRED ON TO ITS SUCCESSOR.      *
      *************************************************
           05 Dxw-Old-Code         pic x(4).
           05 Dxw-New-Code         pic x(4).
           05 Dxw-Effective-Date   pic 9(8).
           05 Dxw-Date-Written     pic 9(8).
