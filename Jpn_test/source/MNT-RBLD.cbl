       FD  SNP-IN.
       01  SN-REC             PIC X(120).
       FD  JRN-IN.
       01  JR-REC             PIC X(320).
       FD  RBL-OU.
       01  RB-REC             PIC X(120).
      ******************************************************************
            IF W-JR-WHEN > W-ASOF
               ADD 1 TO W-SKP-CNT
            ELSE
               PERFORM P-220
            END-IF.
            .
            MOVE 0 TO W-FND.
            EVALUATE W-JR-OP
                WHEN "WRT"
                     ADD 1 TO W-APL-CNT
                     PERFORM P-250
                     IF W-FND = 0
                        IF W-TBL-CNT < 500
                        MOVE "N"      TO W-MS-DEL(W-FND)
                     END-IF
                WHEN "REW"
                     ADD 1 TO W-APL-CNT
                     PERFORM P-250
                     IF W-FND > 0
                        MOVE W-JR-AFT TO W-MS-REC(W-FND)
                     END-IF
                WHEN "DEL"
                     ADD 1 TO W-APL-CNT
                     PERFORM P-250
                     IF W-FND > 0
                        MOVE "Y" TO W-MS-DEL(W-FND)
