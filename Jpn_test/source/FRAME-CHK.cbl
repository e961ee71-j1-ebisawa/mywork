      ******************************************************************
       FILE                  SECTION.
       FD  DAT-FILE.
       01  DAT-REC            PIC X(200).
       FD  FRM-FILE.
       01  FRM-REC            PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
