      *          duplicates). Copy this into both NEXTNOTA's LINKAGE
      *          SECTION and any caller's WORKING-STORAGE so the two
      *          stay in step.
      *          NN-CALL-COMPANY is the company the nota is issued
      *          under; each company has its own sequence (zero or
      *          01 is the original invoice-number.ctl).
      * Tectonics: cobc
      ******************************************************************
       01 NN-CALL-COMPANY PIC 9(2).
       01 NN-CALL-NUMBER PIC 9(9).
       01 NN-CALL-RETURN-CODE PIC 9(2).
           88 NN-SUCCESS VALUE ZERO.
