           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  SUM-FILE.
       01  SM-REC             PIC X(200).
       FD  REG-FILE.
            PERFORM UNTIL W-EOF
               READ REPO-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  IF NOT RI-OTHER-SITE
                                   PERFORM P-210
                                END-IF
               END-READ
            END-PERFORM.
            CLOSE REPO-IN.
