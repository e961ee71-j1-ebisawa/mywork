      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：変更凍結カレンダーの検査と凍結後レビュー
      *    処理概要　　：リリース前後と期末には誰もCASEMETA・
      *                  TESTPLAN・免責・QA99MNTに触れないはずだが、
      *                  止めるものは何も無く、口頭の申し合わせ
      *                  だけだった。営業日カレンダーCALMSTの付属
      *                  ファイルFRZCALに凍結期間（対象マスタと理由
      *                  つき）を置き、マスタ更新プログラム
      *                  （MNT-UPDT・OCC-UPDT・META-MNT・PLAN-MNT・
      *                  CAL-MNT・WVR-REQ）が適用の前にFRZ-CHK-1へ
      *                  照会する。凍結中の適用は拒否する（SIMULATE
      *                  は照会しないので従来どおり流せる）。唯一の
      *                  抜け道は緊急変更票EMRGCHG（申請者・承認者・
      *                  理由・有効期限）で、環境変数EMERGENCY_CHANGE
      *                  にその票番号を与えた申請者本人だけが通れる。
      *                  拒否も緊急使用もすべてFRZLOGへ追記する。
      *                  主プログラムFRZ-CHKは凍結後レビュー帳票で、
      *                  凍結期間ごとに緊急使用と拒否の一覧をFRZRPT
      *                  へ書く。
      *    凍結表の様式：凍結番号|開始日|終了日|対象マスタ|理由
      *                  日付はYYYYMMDD（両端を含む）。対象マスタは
      *                  QA99MNT・OCCTBLIN・CASEMETA・TESTPLAN・
      *                  CALMST・WAIVERSを空白区切りで並べる（"*"は
      *                  全マスタ）。
      *    緊急変更票　：票番号|申請者|承認者|対象マスタ|有効期限|理由
      *                  有効期限はYYYYMMDD（その日の終わりまで）か
      *                  YYYYMMDD_HHMMSS。承認者は申請者と別人で
      *                  なければならず、STAFFMSTがあれば二人とも
      *                  有効な要員でなければならない。
      *    記録の様式　：時刻|BLOCKED／EMERGENCY|操作者|プログラム|
      *                  マスタ|凍結番号|票番号|所見
      *    呼び出し　　：CALL "FRZ-CHK-1" USING 操作者 プログラム
      *                                         マスタ 状態
      *                    操作者　PIC X(16)：環境変数OPERATOR_IDの値
      *                    プログラムPIC X(10)
      *                    マスタ　PIC X(10)：QA99MNTなど
      *                    状態　　PIC X(01)："0"＝凍結外
      *                                      "1"＝凍結中・拒否
      *                                          （記録済み）
      *                                      "2"＝凍結中・緊急変更で
      *                                          通過（記録済み）
      *                                      "9"＝凍結表なし（凍結
      *                                          運用の未導入環境を
      *                                          止めない）
      *    使用方法　　：（FRZ-CHK）tools/freeze_review.sh から起動
      *                  される。カレントにFRZCAL（・EMRGCHG・
      *                  FRZLOG）を置く。環境変数FRZ_IDで一つの凍結
      *                  期間に絞れる（既定は開始済みの全期間）。
      *                  緊急使用があればRETURN-CODE 4、FRZCALが
      *                  無ければ12。
      *  --------------------------------------------------------------
      *   対象：変更凍結期間の統制（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           FRZ-CHK.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
       SPECIAL-NAMES.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT FRZ-IN     ASSIGN TO "FRZCAL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-FRZ-FS.
           SELECT EC-IN      ASSIGN TO "EMRGCHG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-EC-FS.
           SELECT LOG-IN     ASSIGN TO "FRZLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LOG-FS.
           SELECT RPT-OU     ASSIGN TO "FRZRPT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RPT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  FRZ-IN.
       01  FZ-REC             PIC X(200).
       FD  EC-IN.
       01  EC-REC             PIC X(200).
       FD  LOG-IN.
       01  LG-REC             PIC X(200).
       FD  RPT-OU.
       01  RP-REC             PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-FRZ-FS           PIC X(02).
       01  W-EC-FS            PIC X(02).
       01  W-LOG-FS           PIC X(02).
       01  W-RPT-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-SEL-ID           PIC X(10).
      *    凍結表（最大100行）
       01  W-FZ-CNT           PIC 9(03)          VALUE 0.
       01  W-FZ-TBL.
           05  W-FZ           OCCURS 100.
               10  W-FZ-ID    PIC X(10).
               10  W-FZ-FROM  PIC X(08).
               10  W-FZ-TO    PIC X(08).
               10  W-FZ-SCOPE PIC X(60).
               10  W-FZ-RSN   PIC X(60).
      *    緊急変更票（最大200行）
       01  W-EC-CNT           PIC 9(03)          VALUE 0.
       01  W-EC-TBL.
           05  W-EC           OCCURS 200.
               10  W-EC-ID    PIC X(10).
               10  W-EC-REQ   PIC X(16).
               10  W-EC-APR   PIC X(16).
               10  W-EC-EXP   PIC X(15).
               10  W-EC-RSN   PIC X(60).
      *    件数
       01  W-EMG-CNT          PIC 9(05).
       01  W-BLK-CNT          PIC 9(05).
       01  W-EMG-TOT          PIC 9(05)          VALUE 0.
       01  W-BLK-TOT          PIC 9(05)          VALUE 0.
       01  W-FZ-SEL-CNT       PIC 9(03)          VALUE 0.
      *    行分解・作業域
       01  W-F1               PIC X(60).
       01  W-F2               PIC X(60).
       01  W-F3               PIC X(60).
       01  W-F4               PIC X(60).
       01  W-F5               PIC X(60).
       01  W-F6               PIC X(60).
       01  W-F7               PIC X(60).
       01  W-F8               PIC X(60).
       01  W-SUB              PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-ST-TXT           PIC X(08).
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (FRZ-CHK)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            DISPLAY "FRZ_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-SEL-ID        FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF W-FRZ-FS NOT = "00"
               DISPLAY "FRZ-CHK: FRZCAL NOT FOUND"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT RPT-OU.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-FZ-CNT
               IF (W-SEL-ID = SPACE AND W-FZ-FROM(W-SUB) <= W-TODAY)
                  OR W-FZ-ID(W-SUB) = W-SEL-ID
                  PERFORM P-200
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-LINE-WK.
            STRING "TOTAL|FREEZES=" W-FZ-SEL-CNT
                   "|EMERGENCY=" W-EMG-TOT "|BLOCKED=" W-BLK-TOT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            CLOSE RPT-OU.
            DISPLAY "FREEZES=" W-FZ-SEL-CNT " EMERGENCY=" W-EMG-TOT
                    " BLOCKED=" W-BLK-TOT.
            IF W-EMG-TOT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (FRZ-CHK)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．凍結表と緊急変更票のロード。
       P-100.
            OPEN INPUT FRZ-IN.
            IF W-FRZ-FS = "00"
               PERFORM UNTIL W-EOF
                  READ FRZ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE FRZ-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT EC-IN.
            IF W-EC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ EC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE EC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF FZ-REC(1:1) NOT = "#" AND FZ-REC NOT = SPACE
               AND W-FZ-CNT < 100
               ADD 1 TO W-FZ-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING FZ-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-FZ-ID   (W-FZ-CNT)
               MOVE W-F2 TO W-FZ-FROM (W-FZ-CNT)
               MOVE W-F3 TO W-FZ-TO   (W-FZ-CNT)
               MOVE W-F4 TO W-FZ-SCOPE(W-FZ-CNT)
               MOVE W-F5 TO W-FZ-RSN  (W-FZ-CNT)
            END-IF.
            .
       P-120.
            IF EC-REC(1:1) NOT = "#" AND EC-REC NOT = SPACE
               AND W-EC-CNT < 200
               ADD 1 TO W-EC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING EC-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-EC-ID (W-EC-CNT)
               MOVE W-F2 TO W-EC-REQ(W-EC-CNT)
               MOVE W-F3 TO W-EC-APR(W-EC-CNT)
               MOVE W-F5 TO W-EC-EXP(W-EC-CNT)
               MOVE W-F6 TO W-EC-RSN(W-EC-CNT)
            END-IF.
            .
      *
      *   ケース2．凍結期間ごとのレビュー。見出し行、FRZLOGのうち
      *            その凍結番号の緊急使用（票の申請者・承認者・
      *            期限・理由つき）と拒否、期間の小計。
       P-200.
            ADD 1 TO W-FZ-SEL-CNT.
            EVALUATE TRUE
                WHEN W-FZ-FROM(W-SUB) > W-TODAY
                     MOVE "PLANNED" TO W-ST-TXT
                WHEN W-FZ-TO(W-SUB) < W-TODAY
                     MOVE "ENDED"   TO W-ST-TXT
                WHEN OTHER
                     MOVE "ACTIVE"  TO W-ST-TXT
            END-EVALUATE.
            MOVE SPACE TO W-LINE-WK.
            STRING "FREEZE|"            DELIMITED BY SIZE
                   W-FZ-ID(W-SUB)       DELIMITED BY SPACE
                   "|" W-FZ-FROM(W-SUB) "|" W-FZ-TO(W-SUB) "|"
                                        DELIMITED BY SIZE
                   W-ST-TXT             DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-FZ-SCOPE(W-SUB)    DELIMITED BY "  "
                   "|"                  DELIMITED BY SIZE
                   W-FZ-RSN(W-SUB)      DELIMITED BY "  "
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE 0 TO W-EMG-CNT W-BLK-CNT.
            OPEN INPUT LOG-IN.
            IF W-LOG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LOG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE LOG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            MOVE SPACE TO W-LINE-WK.
            STRING "  FREEZE-TOTAL|"    DELIMITED BY SIZE
                   W-FZ-ID(W-SUB)       DELIMITED BY SPACE
                   "|EMERGENCY=" W-EMG-CNT "|BLOCKED=" W-BLK-CNT
                                        DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            ADD W-EMG-CNT TO W-EMG-TOT.
            ADD W-BLK-CNT TO W-BLK-TOT.
            .
       P-210.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8.
            UNSTRING LG-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
            END-UNSTRING.
            MOVE SPACE TO W-LINE-WK.
            IF W-F6 = W-FZ-ID(W-SUB) AND W-F2 = "EMERGENCY"
               ADD 1 TO W-EMG-CNT
               MOVE 0 TO W-FND
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-EC-CNT OR W-FND > 0
                  IF W-EC-ID(W-J) = W-F7
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0
                  STRING "  EMERGENCY|"  DELIMITED BY SIZE
                         W-F1            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F3            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F4            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F5            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F7            DELIMITED BY SPACE
                         "|TICKET NOT IN EMRGCHG"
                                         DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
               ELSE
                  STRING "  EMERGENCY|"  DELIMITED BY SIZE
                         W-F1            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F3            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F4            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F5            DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-F7            DELIMITED BY SPACE
                         "|REQ="         DELIMITED BY SIZE
                         W-EC-REQ(W-FND) DELIMITED BY SPACE
                         "|APR="         DELIMITED BY SIZE
                         W-EC-APR(W-FND) DELIMITED BY SPACE
                         "|EXP="         DELIMITED BY SIZE
                         W-EC-EXP(W-FND) DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-EC-RSN(W-FND) DELIMITED BY "  "
                         INTO W-LINE-WK
                  END-STRING
               END-IF
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            IF W-F6 = W-FZ-ID(W-SUB) AND W-F2 = "BLOCKED"
               ADD 1 TO W-BLK-CNT
               STRING "  BLOCKED|"    DELIMITED BY SIZE
                      W-F1            DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-F3            DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-F4            DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-F5            DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-F7            DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-F8            DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            .
       END PROGRAM FRZ-CHK.
      ******************************************************************
      *    プログラム名：FRZ-CHK-1（凍結照会ルーチン）
      *    処理概要　　：初回に凍結表FRZCAL・緊急変更票EMRGCHG・
      *                  要員マスタSTAFFMSTをロードし、当日を含み
      *                  そのマスタを対象とする凍結期間があるかを
      *                  判定する。凍結中なら環境変数EMERGENCY_CHANGE
      *                  の票を確かめ、拒否・緊急使用のどちらも
      *                  FRZLOGへ追記してから返す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           FRZ-CHK-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT FRZ-IN     ASSIGN TO "FRZCAL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-FRZ-FS.
           SELECT EC-IN      ASSIGN TO "EMRGCHG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-EC-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT LOG-OU     ASSIGN TO "FRZLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LOG-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  FRZ-IN.
       01  FZ-REC             PIC X(200).
       FD  EC-IN.
       01  EC-REC             PIC X(200).
       FD  STF-IN.
       01  SF-REC             PIC X(200).
       FD  LOG-OU.
       01  LG-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-FRZ-FS           PIC X(02).
       01  W-EC-FS            PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-LOG-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-TBL-SW           PIC X              VALUE "N".
           88  W-HAVE-TBL                        VALUE "Y".
       01  W-STF-SW           PIC X              VALUE "N".
           88  W-HAVE-STF                        VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    凍結表（最大100行）
       01  W-FZ-CNT           PIC 9(03)          VALUE 0.
       01  W-FZ-TBL.
           05  W-FZ           OCCURS 100.
               10  W-FZ-ID    PIC X(10).
               10  W-FZ-FROM  PIC X(08).
               10  W-FZ-TO    PIC X(08).
               10  W-FZ-SCOPE PIC X(60).
      *    緊急変更票（最大200行）
       01  W-EC-CNT           PIC 9(03)          VALUE 0.
       01  W-EC-TBL.
           05  W-EC           OCCURS 200.
               10  W-EC-ID    PIC X(10).
               10  W-EC-REQ   PIC X(16).
               10  W-EC-APR   PIC X(16).
               10  W-EC-SCOPE PIC X(60).
               10  W-EC-EXP   PIC X(15).
      *    要員マスタの有効な操作者（最大200人）
       01  W-SF-CNT           PIC 9(03)          VALUE 0.
       01  W-SF-TBL.
           05  W-SF           OCCURS 200.
               10  W-SF-OPER  PIC X(16).
       01  W-F1               PIC X(60).
       01  W-F2               PIC X(60).
       01  W-F3               PIC X(60).
       01  W-F4               PIC X(60).
       01  W-F5               PIC X(60).
       01  W-F6               PIC X(60).
       01  W-T                PIC 9(03).
       01  W-FZ-ROW           PIC 9(03).
       01  W-EC-ROW           PIC 9(03).
       01  W-OK-SW            PIC X.
       01  W-PTR              PIC 9(02).
       01  W-TOKEN            PIC X(10).
       01  W-SCOPE-WK         PIC X(60).
       01  W-ECID             PIC X(10).
       01  W-WHO              PIC X(16).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
       01  W-EXP-STAMP        PIC X(15).
       01  W-LOG-ACT          PIC X(10).
       01  W-LOG-NOTE         PIC X(60).
       01  W-LINE-WK          PIC X(200).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-OPER             PIC X(16).
       01  L-PROG             PIC X(10).
       01  L-FILE             PIC X(10).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-OPER L-PROG
                                             L-FILE L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            IF NOT W-HAVE-TBL
               MOVE "9" TO L-STS
               GOBACK
            END-IF.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-NOW-STAMP.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-NOW-STAMP
            END-STRING.
            MOVE 0 TO W-FZ-ROW.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-FZ-CNT OR W-FZ-ROW > 0
               IF W-FZ-FROM(W-T) <= W-NOW-DATE
                  AND W-FZ-TO(W-T) >= W-NOW-DATE
                  MOVE W-FZ-SCOPE(W-T) TO W-SCOPE-WK
                  PERFORM P-200
                  IF W-OK-SW = "Y"
                     MOVE W-T TO W-FZ-ROW
                  END-IF
               END-IF
            END-PERFORM.
            IF W-FZ-ROW = 0
               MOVE "0" TO L-STS
               GOBACK
            END-IF.
            DISPLAY "EMERGENCY_CHANGE" UPON ENVIRONMENT-NAME.
            ACCEPT W-ECID          FROM ENVIRONMENT-VALUE.
            PERFORM P-300.
            IF W-LOG-NOTE = SPACE
               MOVE "2"         TO L-STS
               MOVE "EMERGENCY" TO W-LOG-ACT
               MOVE "EMERGENCY CHANGE ACCEPTED" TO W-LOG-NOTE
            ELSE
               MOVE "1"         TO L-STS
               MOVE "BLOCKED"   TO W-LOG-ACT
            END-IF.
            PERFORM P-400.
            GOBACK
            .
      *
      *   初回ロード。FRZCALが無ければ凍結運用の未導入環境と
      *   みなす。STAFFMSTは有効（A）な要員の操作者ＩＤだけ持つ。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT FRZ-IN.
            IF W-FRZ-FS = "00"
               MOVE "Y" TO W-TBL-SW
               PERFORM UNTIL W-EOF
                  READ FRZ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE FRZ-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT EC-IN.
            IF W-EC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ EC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE EC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STF-IN.
            IF W-STF-FS = "00"
               MOVE "Y" TO W-STF-SW
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF FZ-REC(1:1) NOT = "#" AND FZ-REC NOT = SPACE
               AND W-FZ-CNT < 100
               ADD 1 TO W-FZ-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING FZ-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-FZ-ID   (W-FZ-CNT)
               MOVE W-F2 TO W-FZ-FROM (W-FZ-CNT)
               MOVE W-F3 TO W-FZ-TO   (W-FZ-CNT)
               MOVE W-F4 TO W-FZ-SCOPE(W-FZ-CNT)
            END-IF.
            .
       P-120.
            IF EC-REC(1:1) NOT = "#" AND EC-REC NOT = SPACE
               AND W-EC-CNT < 200
               ADD 1 TO W-EC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING EC-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-EC-ID   (W-EC-CNT)
               MOVE W-F2 TO W-EC-REQ  (W-EC-CNT)
               MOVE W-F3 TO W-EC-APR  (W-EC-CNT)
               MOVE W-F4 TO W-EC-SCOPE(W-EC-CNT)
               MOVE W-F5 TO W-EC-EXP  (W-EC-CNT)
            END-IF.
            .
       P-130.
            IF SF-REC(1:1) NOT = "#" AND SF-REC NOT = SPACE
               AND W-SF-CNT < 200
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING SF-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F6 = "A" AND W-F4 NOT = SPACE
                  ADD 1 TO W-SF-CNT
                  MOVE W-F4 TO W-SF-OPER(W-SF-CNT)
               END-IF
            END-IF.
            .
      *
      *   対象マスタの列（空白区切り）に照会のマスタか"*"があるか。
       P-200.
            MOVE "N" TO W-OK-SW.
            MOVE 1 TO W-PTR.
            PERFORM UNTIL W-PTR > 60 OR W-OK-SW = "Y"
               MOVE SPACE TO W-TOKEN
               UNSTRING W-SCOPE-WK DELIMITED BY ALL " "
                   INTO W-TOKEN
                   WITH POINTER W-PTR
               END-UNSTRING
               IF W-TOKEN = SPACE
                  MOVE 61 TO W-PTR
               ELSE
                  IF W-TOKEN = L-FILE OR W-TOKEN = "*"
                     MOVE "Y" TO W-OK-SW
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   緊急変更票の確認。通らない理由をW-LOG-NOTEに残す（空白
      *   なら通過）。票があること、そのマスタが対象であること、
      *   操作者が申請者本人であること、承認者が申請者と別人で
      *   あること、期限内であること、要員マスタがあれば二人とも
      *   有効な要員であること。
       P-300.
            MOVE SPACE TO W-LOG-NOTE.
            MOVE 0 TO W-EC-ROW.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-EC-CNT OR W-EC-ROW > 0
               IF W-EC-ID(W-T) = W-ECID AND W-ECID NOT = SPACE
                  MOVE W-T TO W-EC-ROW
               END-IF
            END-PERFORM.
            IF W-EC-ROW > 0
               MOVE W-EC-SCOPE(W-EC-ROW) TO W-SCOPE-WK
               PERFORM P-200
               MOVE W-EC-EXP(W-EC-ROW) TO W-EXP-STAMP
               IF W-EXP-STAMP(9:1) = SPACE
                  MOVE "_235959" TO W-EXP-STAMP(9:7)
               END-IF
            END-IF.
            EVALUATE TRUE
                WHEN W-ECID = SPACE
                     MOVE "FROZEN - NO EMERGENCY CHANGE GIVEN"
                          TO W-LOG-NOTE
                WHEN W-EC-ROW = 0
                     MOVE "NO SUCH EMERGENCY CHANGE" TO W-LOG-NOTE
                WHEN W-OK-SW NOT = "Y"
                     MOVE "EMERGENCY CHANGE DOES NOT COVER MASTER"
                          TO W-LOG-NOTE
                WHEN W-EC-REQ(W-EC-ROW) NOT = L-OPER
                     MOVE "OPERATOR IS NOT THE REQUESTER"
                          TO W-LOG-NOTE
                WHEN W-EC-APR(W-EC-ROW) = SPACE
                  OR W-EC-APR(W-EC-ROW) = W-EC-REQ(W-EC-ROW)
                     MOVE "EMERGENCY CHANGE NOT INDEPENDENTLY APPROVED"
                          TO W-LOG-NOTE
                WHEN W-EXP-STAMP < W-NOW-STAMP
                     MOVE "EMERGENCY CHANGE EXPIRED" TO W-LOG-NOTE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-LOG-NOTE = SPACE AND W-HAVE-STF
               MOVE W-EC-REQ(W-EC-ROW) TO W-WHO
               PERFORM P-310
               IF W-OK-SW = "Y"
                  MOVE W-EC-APR(W-EC-ROW) TO W-WHO
                  PERFORM P-310
               END-IF
               IF W-OK-SW NOT = "Y"
                  MOVE "REQUESTER OR APPROVER NOT ACTIVE STAFF"
                       TO W-LOG-NOTE
               END-IF
            END-IF.
            .
       P-310.
            MOVE "N" TO W-OK-SW.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-SF-CNT OR W-OK-SW = "Y"
               IF W-SF-OPER(W-T) = W-WHO
                  MOVE "Y" TO W-OK-SW
               END-IF
            END-PERFORM.
            .
      *
      *   拒否・緊急使用の記録。
       P-400.
            OPEN EXTEND LOG-OU.
            IF W-LOG-FS = "35"
               OPEN OUTPUT LOG-OU
            END-IF.
            IF W-LOG-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING W-NOW-STAMP        DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      W-LOG-ACT          DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      L-OPER             DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      L-PROG             DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      L-FILE             DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-FZ-ID(W-FZ-ROW)  DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-ECID             DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-LOG-NOTE         DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE LG-REC FROM W-LINE-WK
               CLOSE LOG-OU
            END-IF.
            .
       END PROGRAM FRZ-CHK-1.
