      *************************************************
      * DEPARTMENT REORGANIZATION MAPPING RECORD. ONE  *
      * ROW (REORGMAP.TXT) PER DEPARTMENT CODE BEING   *
      * RETIRED OR RENAMED - THE OLD CODE, THE CODE    *
      * ITS EMPLOYEES MOVE TO, THE DATE THE MOVE TAKES *
      * EFFECT, AND THE NEW CODE'S DEPTTAB.TXT NAME,   *
      * MANAGER AND GL ACCOUNT. A BLANK NAME, MANAGER  *
      * OR ACCOUNT KEEPS WHAT THE NEW CODE ALREADY HAS *
      * ON DEPTTAB.TXT, OR TAKES THE OLD CODE'S WHEN   *
      * THE NEW CODE IS NOT ON FILE YET. SEVERAL OLD   *
      * CODES MAPPING TO ONE NEW CODE IS A MERGE.      *
      *************************************************
           05 Rmp-Old-Code         pic x(4).
           05 Rmp-New-Code         pic x(4).
           05 Rmp-Effective-Date   pic 9(8).
           05 Rmp-New-Name         pic x(30).
           05 Rmp-New-Manager      pic x(20).
           05 Rmp-New-Gl-Account   pic x(10).
