      *************************************************
      * RESTORE PARAMETER RECORD LAYOUT. ONE RECORD    *
      * (RESTORE.TXT) NAMING THE GENERATION PERRSTR.CBL *
      * IS TO BRING BACK - BY GENERATION NUMBER, OR,   *
      * WHEN THAT IS ZERO, THE LATEST GENERATION TAKEN *
      * AT THE START OF THE GIVEN PERIOD. THE FILES    *
      * ARE ONLY REPLACED WHEN THE CONFIRM FLAG IS 'Y' *
      * - OTHERWISE THE RUN JUST PROVES THE BACKUP     *
      * COPIES AGAINST THE CATALOG.                    *
      *************************************************
           05 Rsp-Generation       pic 9(4).
           05 Rsp-Period           pic 9(6).
           05 Rsp-Confirm          pic x(1).
