      *                  NOEXPWVR  WAIVERSに期限切れの免責が
      *                            残っていないこと（掃除を怠ると
      *                            ゲートが閉まる）
      *                  NOSODVIOL SOD-CHKの抵触ファイルSODVIOLに
      *                            対象実行の未解消（OPEN）の
      *                            職務分掌抵触がないこと（SODVIOL
      *                            が無ければ点検未了としてFAIL）
      *    ビルド統制　：方針の規則とは別に、対象実行が認定済み
      *                  （QUALIFIED）のコンパイラビルドで行われたかを
      *                  BLD-CHK-1で必ず確かめ、BUILD行（BUILD|PASS／
      *                  FAIL|ビルドＩＤ）を判定に加える。方針ファイル
      *                  の編集では外せない。認定外・未登録・ビルド
      *                  不明はFAIL（ビルド台帳COBCBLDが無い環境では
      *                  警告のうえPASS）。
      *    使用方法　　：RSLTREPO・TESTPLAN・WAIVERS・GATEPOLを置き、
      *                  （ビルド統制にはCOBCBLDとREGAUDITも置き、
      *                  NOSODVIOLの規則があればSODVIOLも置き、）
      *                  GATE_RUN_STAMPを設定して実行する。FAILが
      *                  あればRETURN-CODE 8。
      *  --------------------------------------------------------------
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT SOD-IN     ASSIGN TO "SODVIOL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SOD-FS.
           SELECT VRD-OU     ASSIGN TO "GATEVERD"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  PLN-IN.
       01  PL-REC             PIC X(160).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  SOD-IN.
       01  SO-REC             PIC X(200).
       FD  VRD-OU.
       01  VR-REC             PIC X(132).
      ******************************************************************
       01  W-REPO-FS          PIC X(02).
       01  W-PLN-FS           PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-SOD-FS           PIC X(02).
       01  W-RUN-STAMP        PIC X(15).
       01  W-TODAY            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
       01  W-RULE-VRD         PIC X(04).
       01  W-FAIL-CNT         PIC 9(02)          VALUE 0.
       01  W-LINE-WK          PIC X(132).
      *    ビルド適格検査（BLD-CHK-1）の受け渡し域
       01  W-BLD-ID           PIC X(12).
       01  W-BLD-STAT         PIC X(10).
       01  W-BLD-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            PERFORM P-150.
            PERFORM P-200.
            OPEN OUTPUT VRD-OU.
            PERFORM P-250.
            PERFORM P-300 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-POL-CNT.
            MOVE SPACE TO W-LINE-WK.
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-210
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            END-IF.
            .
      *
      *   ビルド統制。方針の規則に先立ち、実行のビルドが認定済みで
      *   あることを確かめてBUILD行を書く。
       P-250.
            CALL "BLD-CHK-1" USING W-RUN-STAMP W-BLD-ID
                                   W-BLD-STAT W-BLD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BLD-STS
            END-CALL.
            MOVE "PASS" TO W-RULE-VRD.
            EVALUATE W-BLD-STS
                WHEN "0"
                     CONTINUE
                WHEN "9"
                     DISPLAY "GATE-ENG WARNING: NO BUILD REGISTER -"
                             " BUILD NOT VERIFIED"
                     MOVE "UNVERIFIED" TO W-BLD-ID
                WHEN "2"
                     MOVE "FAIL"    TO W-RULE-VRD
                     MOVE "UNKNOWN" TO W-BLD-ID
                     DISPLAY "GATE-ENG: RUN NOT IN REGAUDIT -"
                             " BUILD UNKNOWN"
                WHEN OTHER
                     MOVE "FAIL" TO W-RULE-VRD
                     DISPLAY "GATE-ENG: BUILD " W-BLD-ID " IS "
                             W-BLD-STAT " (NOT QUALIFIED)"
            END-EVALUATE.
            IF W-RULE-VRD = "FAIL"
               ADD 1 TO W-FAIL-CNT
            END-IF.
            MOVE SPACE TO W-LINE-WK.
            STRING "BUILD|"       DELIMITED BY SIZE
                   W-RULE-VRD     DELIMITED BY SPACE
                   "|"            DELIMITED BY SIZE
                   W-BLD-ID       DELIMITED BY SPACE
                   INTO W-LINE-WK
            END-STRING.
            WRITE VR-REC FROM W-LINE-WK.
            DISPLAY "BUILD " W-RULE-VRD.
            .
      *
      *   ケース4．規則１件の評価と判定レコード。
       P-300.
            MOVE "PASS" TO W-RULE-VRD.
                WHEN "MINRATE"   PERFORM P-310
                WHEN "SMOKEZERO" PERFORM P-320
                WHEN "NOEXPWVR"  PERFORM P-330
                WHEN "NOSODVIOL" PERFORM P-340
                WHEN OTHER
                     MOVE "FAIL" TO W-RULE-VRD
                     MOVE 0 TO W-BAD
            END-IF.
            .
      *
      *   NOSODVIOL：対象実行に未解消の職務分掌抵触が無いこと。
       P-340.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SOD-IN.
            IF W-SOD-FS NOT = "00"
               DISPLAY "GATE-ENG: NO SODVIOL - SOD-CHK NOT RUN"
               MOVE "FAIL" TO W-RULE-VRD
            ELSE
               PERFORM UNTIL W-EOF
                  READ SOD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-345
                  END-READ
               END-PERFORM
               CLOSE SOD-IN
            END-IF.
            IF W-BAD > 0
               MOVE "FAIL" TO W-RULE-VRD
            END-IF.
            .
       P-345.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5.
            UNSTRING SO-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-LINE-WK
            END-UNSTRING.
            IF W-F1 = "VIOL" AND W-F5 = W-RUN-STAMP
               AND W-LINE-WK(1:5) = "OPEN"
               ADD 1 TO W-BAD
               DISPLAY "GATE-ENG: SOD VIOLATION " W-F3(1:12)
                       " BY " W-F4(1:16)
            END-IF.
            .
      *
      *   W-SUB2のケースのプログラムがSMOKEプランに載っているか。
       P-350.
            MOVE "N" TO W-HIT-SW.
