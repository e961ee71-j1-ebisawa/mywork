      *                    ・WAIVERS ：台帳に無い行、およびどのプラン
      *                      も流さないPROGRAMへの免責
      *                    ・RSLTREPO：台帳に無いPROGRAMの結果
      *                  廃止したケース（CASEMETAの状態RETIRED。
      *                  CASE-IDが"*"の行はプログラム全体）は宙づり
      *                  とせず、残した行・免責・凍結した履歴を参考
      *                  行（RETIRED）として印字して件数だけ数える。
      *                  ただし廃止したのにまだ期限の来ていない免責と、
      *                  廃止したのにプランが流す行は例外とする。
      *    使用方法　　：カレントにCASEMETA・TESTPLAN・WAIVERS
      *                  （regression_waivers.csvの写し）・RSLTREPO・
      *                  CASELOCを置いて実行する。例外が１件でもあれば
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  LOC-IN.
       01  LI-REC             PIC X(200).
       FD  AUD-OU.
           05  W-MT           OCCURS 500.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-STS   PIC X(08).
      *    TESTPLANの行（最大500件）。
       01  W-PLN-CNT          PIC 9(03)          VALUE 0.
       01  W-PLN-TBL.
           05  W-WV           OCCURS 300.
               10  W-WV-PROG  PIC X(12).
               10  W-WV-CASE  PIC X(40).
               10  W-WV-EXP   PIC X(08).
      *    RSLTREPOで既に報告したPROGRAM（同じ宙づりを１回にする）
       01  W-RPT-CNT          PIC 9(03)          VALUE 0.
       01  W-RPT-TBL.
       01  W-FLD1             PIC X(40).
       01  W-FLD2             PIC X(40).
       01  W-FLD3             PIC X(40).
       01  W-FLD7             PIC X(40).
       01  W-TODAY            PIC X(08).
      *    突き合わせの作業域
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
       01  W-SUB3             PIC 9(04).
       01  W-RET-SW           PIC X.
           88  W-RET                             VALUE "Y".
      *    セクション別例外件数と総例外件数
       01  W-EXC-META         PIC 9(04)          VALUE 0.
       01  W-EXC-INV          PIC 9(04)          VALUE 0.
       01  W-EXC-WVR          PIC 9(04)          VALUE 0.
       01  W-EXC-REPO         PIC 9(04)          VALUE 0.
       01  W-EXC-TOTAL        PIC 9(05)          VALUE 0.
      *    廃止（RETIRED）として認めた行の件数（例外に数えない）
       01  W-RET-META         PIC 9(04)          VALUE 0.
       01  W-RET-WVR          PIC 9(04)          VALUE 0.
       01  W-RET-REPO         PIC 9(05)          VALUE 0.
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (XREF-AUD)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            OPEN OUTPUT AUD-OU.
            MOVE "XREF-AUD : CROSS-MASTER INTEGRITY AUDIT" TO AO-REC.
            WRITE AO-REC.
            DISPLAY "EXCEPTIONS META=" W-EXC-META
                    " INV=" W-EXC-INV " PLAN=" W-EXC-PLN
                    " WVR=" W-EXC-WVR " REPO=" W-EXC-REPO.
            DISPLAY "RETIRED   META=" W-RET-META
                    " WVR=" W-RET-WVR " REPO=" W-RET-REPO.
            IF W-EXC-TOTAL > 0
               MOVE 8 TO RETURN-CODE
            END-IF.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 500
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-FLD1 W-FLD2 W-FLD3 W-FLD7
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-FLD1 W-FLD2 W-FLD3 W-FLD3 W-FLD3 W-FLD3
                        W-FLD7
               END-UNSTRING
               MOVE W-FLD1 TO W-MT-PROG(W-META-CNT)
               MOVE W-FLD2 TO W-MT-CASE(W-META-CNT)
               MOVE W-FLD7 TO W-MT-STS (W-META-CNT)
            END-IF.
            .
      *
            IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
               AND W-WVR-CNT < 300
               ADD 1 TO W-WVR-CNT
               MOVE SPACE TO W-FLD1 W-FLD2 W-FLD3 W-FLD7
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-FLD1 W-FLD2 W-FLD3 W-FLD3 W-FLD7
               END-UNSTRING
               MOVE W-FLD1 TO W-WV-PROG(W-WVR-CNT)
               MOVE W-FLD2 TO W-WV-CASE(W-WVR-CNT)
               MOVE W-FLD7 TO W-WV-EXP (W-WVR-CNT)
            END-IF.
            .
      *
               END-IF
            END-PERFORM.
            IF NOT W-HIT
               MOVE SPACE TO W-LINE-WK
               IF W-MT-STS(W-SUB) = "RETIRED"
                  ADD 1 TO W-RET-META
                  STRING "  RETIRED CASEMETA (KEPT): "
                         W-MT-PROG(W-SUB) " "
                         W-MT-CASE(W-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
               ELSE
                  ADD 1 TO W-EXC-META
                  STRING "  DANGLING CASEMETA: "
                         W-MT-PROG(W-SUB) " "
                         W-MT-CASE(W-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
               END-IF
               WRITE AO-REC FROM W-LINE-WK
            END-IF.
            .
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE AO-REC FROM W-LINE-WK
            ELSE
               MOVE W-PL-PROG(W-SUB) TO W-FLD1
               MOVE "*"              TO W-FLD2
               PERFORM P-960
               IF W-RET
                  ADD 1 TO W-EXC-PLN
                  MOVE SPACE TO W-LINE-WK
                  STRING "  PLANNED BUT RETIRED: PLAN="
                         W-PL-PLAN(W-SUB) " PROGRAM="
                         W-PL-PROG(W-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  WRITE AO-REC FROM W-LINE-WK
               END-IF
            END-IF.
            .
      *
       P-600.
            MOVE "** SECTION 4 : WAIVER EXCEPTIONS **" TO AO-REC.
            WRITE AO-REC.
            PERFORM P-610 THRU P-610-EXIT VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WVR-CNT.
            PERFORM P-900.
            .
       P-610.
            MOVE W-WV-PROG(W-SUB) TO W-FLD1.
            MOVE W-WV-CASE(W-SUB) TO W-FLD2.
            PERFORM P-960.
            IF W-RET
               MOVE SPACE TO W-LINE-WK
               IF W-WV-EXP(W-SUB) >= W-TODAY
                  ADD 1 TO W-EXC-WVR
                  STRING "  UNEXPIRED WAIVER ON RETIRED: "
                         W-WV-PROG(W-SUB) " "
                         W-WV-CASE(W-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
               ELSE
                  ADD 1 TO W-RET-WVR
                  STRING "  RETIRED WAIVER (EXPIRED): "
                         W-WV-PROG(W-SUB) " "
                         W-WV-CASE(W-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
               END-IF
               WRITE AO-REC FROM W-LINE-WK
               GO TO P-610-EXIT
            END-IF.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-INV-CNT OR W-HIT
               END-STRING
               WRITE AO-REC FROM W-LINE-WK
            END-IF.
       P-610-EXIT.
            EXIT.
      *
      *   ケース9．RSLTREPOの例外。台帳に無いPROGRAMの結果行。
      *            同じPROGRAMは１回だけ報告する。
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-710
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            END-PERFORM.
            IF NOT W-HIT
               MOVE RI-PROG TO W-FLD1
               MOVE RI-CASE TO W-FLD2
               PERFORM P-960
               IF W-RET
                  ADD 1 TO W-RET-REPO
               END-IF
               PERFORM P-950
               IF NOT W-HIT
                  MOVE SPACE TO W-LINE-WK
                  IF W-RET
                     STRING "  RETIRED HISTORY (FROZEN): " RI-PROG
                            DELIMITED BY SIZE INTO W-LINE-WK
                     END-STRING
                  ELSE
                     ADD 1 TO W-EXC-REPO
                     STRING "  DANGLING RSLTREPO: " RI-PROG
                            DELIMITED BY SIZE INTO W-LINE-WK
                     END-STRING
                  END-IF
                  WRITE AO-REC FROM W-LINE-WK
               END-IF
            END-IF.
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE AO-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "** RETIRED CASEMETA=" W-RET-META
                   " WAIVERS=" W-RET-WVR
                   " RSLTREPO=" W-RET-REPO " (NOT EXCEPTIONS) **"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE AO-REC FROM W-LINE-WK.
            .
      *
      *   セクションの区切りの空行。
               MOVE W-FLD1(1:12) TO W-RP-PROG(W-RPT-CNT)
            END-IF.
            .
      *
      *   W-FLD1のPROGRAM＋W-FLD2のCASE-IDが廃止済み（CASEMETAに
      *   状態RETIREDの、そのケースまたはプログラム全体"*"の行が
      *   ある）ならW-RET-SW="Y"。W-FLD2が"*"ならプログラム全体の
      *   廃止だけを見る。
       P-960.
            MOVE "N" TO W-RET-SW.
            PERFORM VARYING W-SUB3 FROM 1 BY 1
                    UNTIL W-SUB3 > W-META-CNT OR W-RET
               IF W-MT-PROG(W-SUB3) = W-FLD1(1:12)
                  AND W-MT-STS(W-SUB3) = "RETIRED"
                  AND (W-MT-CASE(W-SUB3) = "*"
                       OR W-MT-CASE(W-SUB3) = W-FLD2)
                  MOVE "Y" TO W-RET-SW
               END-IF
            END-PERFORM.
            .
