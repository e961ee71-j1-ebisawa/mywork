      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：マスタ世代・QA99ジャーナルの定期リストア訓練
      *    処理概要　　：OCCTBLMS・QA99MNT・CASEMETA・CALMSTは世代を
      *                  取り、QA99MNTは更新ジャーナルQA99JRNLも残して
      *                  いるが、世代から戻して実際に使えることを
      *                  端から端まで確かめたことが一度もない。最初の
      *                  試験が本番の障害夜になる前に、予定日ごとに
      *                  抜き打ちで戻してみる訓練を組む。
      *                  本プログラムは訓練の計画と判定を受け持ち、
      *                  戻しと点検の実行はジョブ（restore_drill.sh）
      *                  が行う。環境変数 RST_DRL_MODE で動作を選ぶ。
      *                    未指定／PLAN：当日が訓練予定日かを
      *                      DRILLCAL（月|第Ｎ営業日|摘要）とCALMSTの
      *                      営業日（BIZDATE-1）で判定し、予定日なら
      *                      世代カタログの写しDRILLGENから各ファイル
      *                      の過去世代を無作為に１つ選んで、戻す世代
      *                      と行う点検の一覧DRILLPLNを書く。
      *                      QA99MNTは「次の世代まで組み直して突き
      *                      合わせる」ので、後続世代のある世代だけを
      *                      選ぶ。予定日でなければDRILLPLNに
      *                      NOT SCHEDULEDとだけ書く。
      *                    REPORT：DRILLPLNと、ジョブが点検ごとに
      *                      書いた結果DRILLRES（ファイル|点検|OK/NG|
      *                      詳細）を突き合わせ、ファイル単位の合否を
      *                      訓練報告DRILLRPTに出し、訓練台帳RSTDRREG
      *                      へ追記する。台帳の過去の合格日から、
      *                      四半期（９２日）以内に合格した訓練の無い
      *                      ファイルをOVERDUEとして報告する。
      *    点検の種類　：RESTORE（世代の写しを作業域へ戻し、カタログ
      *                  のバイト数と一致を確認）、PREFLT（PRE-FLTの
      *                  資産点検）、LOADCHK（OCC-MAINTのLOADFによる
      *                  ロード・並び検査）、MNTCHK（MNT-RECOVの
      *                  CHECK）、REBUILD（MNT-RBLDで次の世代の時刻
      *                  まで組み直し）、COMPARE（組み直した像と次の
      *                  世代をFILE-CMPで突き合わせ）、FRAMECHK
      *                  （ASSETMFで枠付きとされた資産のFRAME-CHK）。
      *    使用方法　　：カレントにDRILLCAL、CALMST、ASSETMF、
      *                  DRILLGEN（ファイル|世代|作成時刻|ジョブ|
      *                  バイト数）を置いて実行する。環境変数
      *                    RST_DRL_DATE ：訓練日（既定は当日）。
      *                    RST_DRL_FORCE：Yなら予定日でなくても計画
      *                      する（不合格後の再訓練）。
      *                    RST_DRL_SEED ：世代選択の乱数の種（既定は
      *                      訓練日。同じ日の計画は同じになる）。
      *                  DRILLCALが無ければ１・４・７・１０月の第
      *                  １０営業日を予定日とする。日付不正・カレンダー
      *                  範囲外はRETURN-CODE 8、戻せる世代の無い
      *                  ファイルがあるとき（PLAN）、不合格または
      *                  OVERDUEがあるとき（REPORT）は4。
      *  --------------------------------------------------------------
      *   対象：世代・ジャーナルからの復元の定期実証（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RST-DRL.
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
           SELECT CAL-IN     ASSIGN TO "DRILLCAL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CAL-FS.
           SELECT AST-IN     ASSIGN TO "ASSETMF"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AST-FS.
           SELECT GEN-IN     ASSIGN TO "DRILLGEN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-GEN-FS.
           SELECT PLN-FILE   ASSIGN TO "DRILLPLN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLN-FS.
           SELECT RES-IN     ASSIGN TO "DRILLRES"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RES-FS.
           SELECT RPT-OU     ASSIGN TO "DRILLRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-FILE   ASSIGN TO "RSTDRREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  CAL-IN.
       01  CA-REC             PIC X(80).
       FD  AST-IN.
       01  AS-REC             PIC X(80).
       FD  GEN-IN.
       01  GE-REC             PIC X(120).
       FD  PLN-FILE.
       01  PL-REC             PIC X(132).
       FD  RES-IN.
       01  RS-REC             PIC X(160).
       FD  RPT-OU.
       01  RP-REC             PIC X(132).
       FD  REG-FILE.
       01  RG-REC             PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-CAL-FS           PIC X(02).
       01  W-AST-FS           PIC X(02).
       01  W-GEN-FS           PIC X(02).
       01  W-PLN-FS           PIC X(02).
       01  W-RES-FS           PIC X(02).
       01  W-REG-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-MODE             PIC X(08).
       01  W-FORCE            PIC X(01).
       01  W-TODAY            PIC X(08).
       01  W-RUN-DATE         PIC X(08).
       01  W-RUN-N            PIC 9(08).
       01  W-INT-RUN          PIC 9(08).
       01  W-DRILL-ID         PIC X(10).
       01  W-SEED-X           PIC X(10).
       01  W-SEED             PIC 9(09).
       01  W-RND              PIC 9V9(09).
      *    訓練の対象ファイルと点検の組（ファイルごとに固定）
      *      NEXT：Yなら後続世代まで組み直して突き合わせる
       01  W-TG-CNT           PIC 9(02)          VALUE 4.
       01  W-TG-TBL.
           05  FILLER         PIC X(08)          VALUE "OCCTBLMS".
           05  FILLER         PIC X(40)
               VALUE "RESTORE PREFLT LOADCHK".
           05  FILLER         PIC X(01)          VALUE "N".
           05  FILLER         PIC X(08)          VALUE "QA99MNT".
           05  FILLER         PIC X(40)
               VALUE "RESTORE MNTCHK REBUILD COMPARE".
           05  FILLER         PIC X(01)          VALUE "Y".
           05  FILLER         PIC X(08)          VALUE "CASEMETA".
           05  FILLER         PIC X(40)
               VALUE "RESTORE PREFLT".
           05  FILLER         PIC X(01)          VALUE "N".
           05  FILLER         PIC X(08)          VALUE "CALMST".
           05  FILLER         PIC X(40)
               VALUE "RESTORE PREFLT".
           05  FILLER         PIC X(01)          VALUE "N".
       01  W-TG-TBL-R  REDEFINES W-TG-TBL.
           05  W-TG           OCCURS 4.
               10  W-TG-NAME  PIC X(08).
               10  W-TG-STEPS PIC X(40).
               10  W-TG-NEXT  PIC X(01).
      *    訓練予定（月と第Ｎ営業日。最大12行）
       01  W-DC-CNT           PIC 9(02)          VALUE 0.
       01  W-DC-TBL.
           05  W-DC           OCCURS 12.
               10  W-DC-MM    PIC X(02).
               10  W-DC-NTH   PIC 9(02).
       01  W-SCHED-SW         PIC X              VALUE "N".
           88  W-SCHEDULED                       VALUE "Y".
       01  W-NTH-WANT         PIC 9(02)          VALUE 0.
      *    ASSETMFで枠付き（FRAME=Y）とされた資産（最大20件）
       01  W-FR-CNT           PIC 9(02)          VALUE 0.
       01  W-FR-TBL.
           05  W-FR-NAME      OCCURS 20          PIC X(12).
      *    世代カタログ（最大200世代。PURGED行は載せない）
       01  W-GN-CNT           PIC 9(03)          VALUE 0.
       01  W-GN-TBL.
           05  W-GN           OCCURS 200.
               10  W-GN-FILE  PIC X(08).
               10  W-GN-GEN   PIC X(04).
               10  W-GN-STAMP PIC X(15).
               10  W-GN-BYTES PIC X(12).
      *    訓練計画（ファイルごとに１行。最大10行）
       01  W-DP-CNT           PIC 9(02)          VALUE 0.
       01  W-DP-TBL.
           05  W-DP           OCCURS 10.
               10  W-DP-NAME  PIC X(08).
               10  W-DP-GEN   PIC X(04).
               10  W-DP-STAMP PIC X(15).
               10  W-DP-BYTES PIC X(12).
               10  W-DP-NGEN  PIC X(04).
               10  W-DP-NSTMP PIC X(15).
               10  W-DP-STEPS PIC X(40).
               10  W-DP-REQ   PIC 9(02).
               10  W-DP-OKC   PIC 9(02).
               10  W-DP-NGC   PIC 9(02).
               10  W-DP-VERD  PIC X(04).
               10  W-DP-DET   PIC X(60).
               10  W-DP-LASTP PIC X(08).
      *    集計
       01  W-NONE-CNT         PIC 9(02)          VALUE 0.
       01  W-PASS-CNT         PIC 9(02)          VALUE 0.
       01  W-FAIL-CNT         PIC 9(02)          VALUE 0.
       01  W-OVD-CNT          PIC 9(02)          VALUE 0.
      *    営業日サービス（BIZDATE-1）の受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
       01  W-BD-TODAY-RN      PIC 9(04).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(80).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-CAND             PIC 9(03).
       01  W-PICK             PIC 9(03).
       01  W-NEXT             PIC 9(03).
       01  W-DATE-WK          PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-INT-WK           PIC 9(08).
       01  W-DAYS             PIC 9(05).
       01  W-ED-CNT           PIC Z9.
       01  W-ED-DAYS          PIC ZZZZ9.
       01  W-COVER            PIC X(07).
       01  W-LINE-WK          PIC X(160).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RST-DRL)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            DISPLAY "RST_DRL_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-DATE      FROM ENVIRONMENT-VALUE.
            IF W-RUN-DATE = SPACE
               MOVE W-TODAY TO W-RUN-DATE
            END-IF.
            IF W-RUN-DATE NOT NUMERIC
               DISPLAY "RST-DRL NG: BAD RST_DRL_DATE " W-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE W-RUN-DATE TO W-RUN-N.
            IF FUNCTION TEST-DATE-YYYYMMDD(W-RUN-N) NOT = 0
               DISPLAY "RST-DRL NG: BAD RST_DRL_DATE " W-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE W-INT-RUN = FUNCTION INTEGER-OF-DATE(W-RUN-N).
            STRING "RD" W-RUN-DATE DELIMITED BY SIZE
                   INTO W-DRILL-ID
            END-STRING.
            DISPLAY "RST_DRL_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            EVALUATE W-MODE
                WHEN SPACE
                WHEN "PLAN"
                     PERFORM P-100 THRU P-100-EXIT
                WHEN "REPORT"
                     PERFORM P-500 THRU P-500-EXIT
                WHEN OTHER
                     DISPLAY "RST-DRL NG: BAD RST_DRL_MODE " W-MODE
                     MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "TEST END   (RST-DRL)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．訓練計画。予定日の判定、枠付き資産と世代
      *            カタログのロード、世代の抽選、DRILLPLNの書き出し。
       P-100.
            DISPLAY "RST_DRL_FORCE" UPON ENVIRONMENT-NAME.
            ACCEPT W-FORCE         FROM ENVIRONMENT-VALUE.
            PERFORM P-110.
            PERFORM P-130 THRU P-130-EXIT.
            IF RETURN-CODE = 8
               GO TO P-100-EXIT
            END-IF.
            IF NOT W-SCHEDULED AND W-FORCE NOT = "Y"
               OPEN OUTPUT PLN-FILE
               MOVE SPACE TO W-LINE-WK
               STRING "# RESTORE DRILL PLAN " DELIMITED BY SIZE
                      W-DRILL-ID              DELIMITED BY SPACE
                      " " W-RUN-DATE          DELIMITED BY SIZE
                      ": NOT SCHEDULED"       DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE PL-REC FROM W-LINE-WK
               CLOSE PLN-FILE
               DISPLAY "RST-DRL: " W-RUN-DATE
                       " IS NOT A DRILL DATE"
               GO TO P-100-EXIT
            END-IF.
            PERFORM P-150.
            PERFORM P-170.
            DISPLAY "RST_DRL_SEED" UPON ENVIRONMENT-NAME.
            ACCEPT W-SEED-X        FROM ENVIRONMENT-VALUE.
            IF W-SEED-X = SPACE
               MOVE W-RUN-N TO W-SEED
            ELSE
               MOVE FUNCTION NUMVAL(W-SEED-X) TO W-SEED
            END-IF.
            COMPUTE W-RND = FUNCTION RANDOM(W-SEED).
            PERFORM P-200 THRU P-200-EXIT VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-TG-CNT.
            OPEN OUTPUT PLN-FILE.
            PERFORM P-300.
            CLOSE PLN-FILE.
            IF W-NONE-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "DRILL=" W-DRILL-ID " FILES=" W-DP-CNT
                    " NO-GENERATION=" W-NONE-CNT.
       P-100-EXIT.
            EXIT.
      *
      *   訓練予定のロード。無ければ四半期ごと（１・４・７・１０月
      *   の第１０営業日）の既定。
       P-110.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT CAL-IN.
            IF W-CAL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ CAL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE CAL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-DC-CNT = 0
               DISPLAY "RST-DRL: NO DRILLCAL (QUARTERLY DEFAULT)"
               MOVE 4    TO W-DC-CNT
               MOVE "01" TO W-DC-MM(1)
               MOVE "04" TO W-DC-MM(2)
               MOVE "07" TO W-DC-MM(3)
               MOVE "10" TO W-DC-MM(4)
               MOVE 10   TO W-DC-NTH(1) W-DC-NTH(2)
                            W-DC-NTH(3) W-DC-NTH(4)
            END-IF.
            .
       P-120.
            IF CA-REC(1:1) NOT = "#" AND CA-REC NOT = SPACE
               AND W-DC-CNT < 12
               MOVE SPACE TO W-F1 W-F2
               UNSTRING CA-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               ADD 1 TO W-DC-CNT
               MOVE W-F1(1:2) TO W-DC-MM(W-DC-CNT)
               MOVE FUNCTION NUMVAL(W-F2) TO W-DC-NTH(W-DC-CNT)
            END-IF.
            .
      *
      *   予定日の判定。訓練日の月の行があり、訓練日が営業日で、
      *   前月末の翌日から数えて第Ｎ営業日に当たれば予定日。
       P-130.
            MOVE 0 TO W-NTH-WANT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DC-CNT
               IF W-DC-MM(W-SUB) = W-RUN-DATE(5:2)
                  MOVE W-DC-NTH(W-SUB) TO W-NTH-WANT
               END-IF
            END-PERFORM.
            IF W-NTH-WANT = 0
               GO TO P-130-EXIT
            END-IF.
            MOVE W-RUN-DATE TO W-DATE-WK.
            MOVE "01"       TO W-DATE-WK(7:2).
            MOVE W-DATE-WK  TO W-DATE-N.
            COMPUTE W-INT-WK = FUNCTION INTEGER-OF-DATE(W-DATE-N) - 1.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-INT-WK).
            MOVE W-DATE-N   TO W-BD-D1.
            PERFORM P-140.
            IF W-BD-STS NOT = "0"
               GO TO P-130-EXIT
            END-IF.
            MOVE W-BD-RN    TO W-BD-TODAY-RN.
            COMPUTE W-INT-WK = W-INT-RUN - 1.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-INT-WK).
            MOVE W-DATE-N   TO W-BD-D1.
            PERFORM P-140.
            IF W-BD-STS NOT = "0"
               GO TO P-130-EXIT
            END-IF.
            IF W-BD-RN = 1 AND W-BD-TODAY-RN = W-NTH-WANT
               MOVE "Y" TO W-SCHED-SW
            END-IF.
       P-130-EXIT.
            EXIT.
      *
      *   W-BD-D1の翌日から訓練日までの営業日数（BIZDATE-1の"D"）。
      *   カレンダーで確かめられなければ計画しない。
       P-140.
            MOVE "D"        TO W-BD-FUNC.
            MOVE W-RUN-DATE TO W-BD-D2.
            MOVE 0          TO W-BD-RN.
            CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                   W-BD-RD W-BD-RN W-BD-FY
                                   W-BD-QTR W-BD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BD-STS
            END-CALL.
            IF W-BD-STS NOT = "0"
               DISPLAY "RST-DRL NG: " W-RUN-DATE
                       " NOT VERIFIABLE AGAINST CALMST STS="
                       W-BD-STS
               MOVE 8 TO RETURN-CODE
            END-IF.
            .
      *
      *   ASSETMFのうち枠付き（FRAME=Y）の資産名のロード。
       P-150.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT AST-IN.
            IF W-AST-FS = "00"
               PERFORM UNTIL W-EOF
                  READ AST-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE AST-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-160.
            IF AS-REC(1:1) NOT = "#" AND AS-REC NOT = SPACE
               AND W-FR-CNT < 20
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING AS-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               IF W-F3(1:1) = "Y"
                  ADD 1 TO W-FR-CNT
                  MOVE W-F1 TO W-FR-NAME(W-FR-CNT)
               END-IF
            END-IF.
            .
      *
      *   世代カタログ（ファイル|世代|作成時刻|ジョブ|バイト数|状態）
      *   のロード。PURGEDの世代は戻せないので載せない。
       P-170.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT GEN-IN.
            IF W-GEN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ GEN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-180
                  END-READ
               END-PERFORM
               CLOSE GEN-IN
            ELSE
               DISPLAY "RST-DRL: NO DRILLGEN (NO GENERATIONS)"
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-180.
            IF GE-REC(1:1) NOT = "#" AND GE-REC NOT = SPACE
               AND W-GN-CNT < 200
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING GE-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F6 NOT = "PURGED"
                  ADD 1 TO W-GN-CNT
                  MOVE W-F1 TO W-GN-FILE(W-GN-CNT)
                  MOVE W-F2 TO W-GN-GEN(W-GN-CNT)
                  MOVE W-F3 TO W-GN-STAMP(W-GN-CNT)
                  MOVE W-F5 TO W-GN-BYTES(W-GN-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．対象ファイル１本の世代の抽選。候補（組み直しの
      *            要るファイルは後続世代のある世代だけ）を数え、
      *            乱数で１つ選ぶ。
       P-200.
            ADD 1 TO W-DP-CNT.
            MOVE W-TG-NAME(W-J)  TO W-DP-NAME(W-DP-CNT).
            MOVE W-TG-STEPS(W-J) TO W-DP-STEPS(W-DP-CNT).
            MOVE SPACE TO W-DP-GEN(W-DP-CNT) W-DP-STAMP(W-DP-CNT)
                          W-DP-BYTES(W-DP-CNT) W-DP-NGEN(W-DP-CNT)
                          W-DP-NSTMP(W-DP-CNT) W-DP-DET(W-DP-CNT).
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-FR-CNT
               IF W-FR-NAME(W-SUB) = W-TG-NAME(W-J)
                  MOVE SPACE TO W-LINE-WK
                  STRING W-TG-STEPS(W-J) DELIMITED BY "  "
                         " FRAMECHK"     DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  MOVE W-LINE-WK TO W-DP-STEPS(W-DP-CNT)
               END-IF
            END-PERFORM.
            MOVE 0 TO W-CAND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-GN-CNT
               IF W-GN-FILE(W-SUB) = W-TG-NAME(W-J)
                  PERFORM P-210
                  IF W-TG-NEXT(W-J) NOT = "Y" OR W-NEXT > 0
                     ADD 1 TO W-CAND
                  END-IF
               END-IF
            END-PERFORM.
            IF W-CAND = 0
               MOVE "NONE" TO W-DP-GEN(W-DP-CNT)
               IF W-TG-NEXT(W-J) = "Y"
                  MOVE "NO GENERATION WITH A LATER ONE TO REBUILD TO"
                       TO W-DP-DET(W-DP-CNT)
               ELSE
                  MOVE "NO RESTORABLE GENERATION"
                       TO W-DP-DET(W-DP-CNT)
               END-IF
               ADD 1 TO W-NONE-CNT
               GO TO P-200-EXIT
            END-IF.
            COMPUTE W-RND = FUNCTION RANDOM.
            COMPUTE W-PICK = W-RND * W-CAND + 1.
            MOVE 0 TO W-CAND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-GN-CNT OR W-CAND = W-PICK
               IF W-GN-FILE(W-SUB) = W-TG-NAME(W-J)
                  PERFORM P-210
                  IF W-TG-NEXT(W-J) NOT = "Y" OR W-NEXT > 0
                     ADD 1 TO W-CAND
                  END-IF
                  IF W-CAND = W-PICK
                     MOVE W-GN-GEN(W-SUB)   TO W-DP-GEN(W-DP-CNT)
                     MOVE W-GN-STAMP(W-SUB) TO W-DP-STAMP(W-DP-CNT)
                     MOVE W-GN-BYTES(W-SUB) TO W-DP-BYTES(W-DP-CNT)
                     IF W-TG-NEXT(W-J) = "Y"
                        MOVE W-GN-GEN(W-NEXT)
                             TO W-DP-NGEN(W-DP-CNT)
                        MOVE W-GN-STAMP(W-NEXT)
                             TO W-DP-NSTMP(W-DP-CNT)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
       P-200-EXIT.
            EXIT.
      *
      *   W-SUBの世代の次の世代（同じファイルで番号が直後のもの）。
       P-210.
            MOVE 0 TO W-NEXT.
            PERFORM VARYING W-FND FROM 1 BY 1
                    UNTIL W-FND > W-GN-CNT
               IF W-GN-FILE(W-FND) = W-GN-FILE(W-SUB)
                  AND W-GN-GEN(W-FND) > W-GN-GEN(W-SUB)
                  IF W-NEXT = 0
                     MOVE W-FND TO W-NEXT
                  ELSE
                     IF W-GN-GEN(W-FND) < W-GN-GEN(W-NEXT)
                        MOVE W-FND TO W-NEXT
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   ケース3．DRILLPLNの書き出し。
      *   ファイル|世代|作成時刻|バイト数|次世代|次世代時刻|点検
       P-300.
            MOVE SPACE TO W-LINE-WK.
            STRING "# RESTORE DRILL PLAN " DELIMITED BY SIZE
                   W-DRILL-ID              DELIMITED BY SPACE
                   " " W-RUN-DATE          DELIMITED BY SIZE
                   " SEED=" W-SEED         DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PL-REC FROM W-LINE-WK.
            MOVE "# FILE|GEN|STAMP|BYTES|NEXT-GEN|NEXT-STAMP|STEPS"
                 TO PL-REC.
            WRITE PL-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DP-CNT
               MOVE SPACE TO W-LINE-WK
               IF W-DP-GEN(W-SUB) = "NONE"
                  STRING W-DP-NAME(W-SUB)  DELIMITED BY SPACE
                         "|NONE|||||"      DELIMITED BY SIZE
                         W-DP-DET(W-SUB)   DELIMITED BY "  "
                         INTO W-LINE-WK
                  END-STRING
               ELSE
                  STRING W-DP-NAME(W-SUB)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-GEN(W-SUB)   DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-STAMP(W-SUB) DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-BYTES(W-SUB) DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-NGEN(W-SUB)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-NSTMP(W-SUB) DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-DP-STEPS(W-SUB) DELIMITED BY "  "
                         INTO W-LINE-WK
                  END-STRING
               END-IF
               WRITE PL-REC FROM W-LINE-WK
            END-PERFORM.
            .
      *
      *   ケース4．訓練の判定。計画と点検結果を突き合わせ、報告と
      *            台帳への追記を行う。
       P-500.
            PERFORM P-510 THRU P-510-EXIT.
            IF W-DP-CNT = 0
               DISPLAY "RST-DRL: NO DRILL PLANNED FOR " W-RUN-DATE
               GO TO P-500-EXIT
            END-IF.
            PERFORM P-530.
            PERFORM P-550.
            PERFORM P-570 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DP-CNT.
            OPEN OUTPUT RPT-OU.
            PERFORM P-600.
            CLOSE RPT-OU.
            PERFORM P-700 THRU P-700-EXIT.
            IF RETURN-CODE = 12
               GO TO P-500-EXIT
            END-IF.
            IF W-FAIL-CNT > 0 OR W-OVD-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "DRILL=" W-DRILL-ID " PASS=" W-PASS-CNT
                    " FAIL=" W-FAIL-CNT " OVERDUE=" W-OVD-CNT.
       P-500-EXIT.
            EXIT.
      *
      *   DRILLPLNの読み込み。点検の数は点検欄の語数。
       P-510.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PLN-FILE.
            IF W-PLN-FS NOT = "00"
               GO TO P-510-EXIT
            END-IF.
            PERFORM UNTIL W-EOF
               READ PLN-FILE
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-520 THRU P-520-EXIT
               END-READ
            END-PERFORM.
            CLOSE PLN-FILE.
            MOVE "N" TO W-EOF-SW.
       P-510-EXIT.
            EXIT.
       P-520.
            IF PL-REC(1:1) = "#" OR PL-REC = SPACE
               OR W-DP-CNT NOT < 10
               GO TO P-520-EXIT
            END-IF.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7.
            UNSTRING PL-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
            END-UNSTRING.
            ADD 1 TO W-DP-CNT.
            MOVE W-F1 TO W-DP-NAME(W-DP-CNT).
            MOVE W-F2 TO W-DP-GEN(W-DP-CNT).
            MOVE W-F3 TO W-DP-STAMP(W-DP-CNT).
            MOVE W-F4 TO W-DP-BYTES(W-DP-CNT).
            MOVE W-F5 TO W-DP-NGEN(W-DP-CNT).
            MOVE W-F6 TO W-DP-NSTMP(W-DP-CNT).
            MOVE SPACE TO W-DP-STEPS(W-DP-CNT) W-DP-DET(W-DP-CNT)
                          W-DP-LASTP(W-DP-CNT).
            MOVE 0 TO W-DP-REQ(W-DP-CNT) W-DP-OKC(W-DP-CNT)
                      W-DP-NGC(W-DP-CNT).
            IF W-F2 = "NONE"
               MOVE W-F7 TO W-DP-DET(W-DP-CNT)
            ELSE
               MOVE W-F7 TO W-DP-STEPS(W-DP-CNT)
               INSPECT W-DP-STEPS(W-DP-CNT) TALLYING
                       W-DP-REQ(W-DP-CNT) FOR ALL " "
                       BEFORE INITIAL "  "
               ADD 1 TO W-DP-REQ(W-DP-CNT)
            END-IF.
       P-520-EXIT.
            EXIT.
      *
      *   点検結果（ファイル|点検|OK/NG|詳細）の集計。最初のNGの
      *   点検名と詳細をそのファイルの不合格理由にする。
       P-530.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT RES-IN.
            IF W-RES-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RES-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-540 THRU P-540-EXIT
                  END-READ
               END-PERFORM
               CLOSE RES-IN
            ELSE
               DISPLAY "RST-DRL: NO DRILLRES (NO STEP WAS RUN)"
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-540.
            IF RS-REC(1:1) = "#" OR RS-REC = SPACE
               GO TO P-540-EXIT
            END-IF.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4.
            UNSTRING RS-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-DP-CNT OR W-FND > 0
               IF W-DP-NAME(W-J) = W-F1
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0
               GO TO P-540-EXIT
            END-IF.
            IF W-F3 = "OK"
               ADD 1 TO W-DP-OKC(W-FND)
            ELSE
               ADD 1 TO W-DP-NGC(W-FND)
               IF W-DP-DET(W-FND) = SPACE
                  STRING W-F2 DELIMITED BY SPACE
                         ": " W-F4 DELIMITED BY SIZE
                         INTO W-DP-DET(W-FND)
                  END-STRING
               END-IF
            END-IF.
       P-540-EXIT.
            EXIT.
      *
      *   訓練台帳（訓練日|訓練ID|ファイル|世代|作成時刻|合否|
      *   詳細）から、ファイルごとの前回の合格日を取る。
       P-550.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REG-FILE.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-560 THRU P-560-EXIT
                  END-READ
               END-PERFORM
               CLOSE REG-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-560.
            IF RG-REC(1:1) = "#" OR RG-REC = SPACE
               GO TO P-560-EXIT
            END-IF.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6.
            UNSTRING RG-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
            END-UNSTRING.
            IF W-F6 NOT = "PASS" OR W-F1(1:8) NOT < W-RUN-DATE
               GO TO P-560-EXIT
            END-IF.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-DP-CNT
               IF W-DP-NAME(W-J) = W-F3
                  AND W-F1(1:8) > W-DP-LASTP(W-J)
                  MOVE W-F1(1:8) TO W-DP-LASTP(W-J)
               END-IF
            END-PERFORM.
       P-560-EXIT.
            EXIT.
      *
      *   ファイル１本の合否。戻せる世代があり、NGが無く、計画した
      *   点検が全部OKで返っていれば合格。
       P-570.
            EVALUATE TRUE
                WHEN W-DP-GEN(W-SUB) = "NONE"
                     MOVE "FAIL" TO W-DP-VERD(W-SUB)
                WHEN W-DP-NGC(W-SUB) > 0
                     MOVE "FAIL" TO W-DP-VERD(W-SUB)
                WHEN W-DP-OKC(W-SUB) < W-DP-REQ(W-SUB)
                     MOVE "FAIL" TO W-DP-VERD(W-SUB)
                     MOVE "STEP NOT RUN (NO RESULT RECORDED)"
                          TO W-DP-DET(W-SUB)
                WHEN OTHER
                     MOVE "PASS" TO W-DP-VERD(W-SUB)
            END-EVALUATE.
            IF W-DP-VERD(W-SUB) = "PASS"
               ADD 1 TO W-PASS-CNT
               MOVE W-RUN-DATE TO W-DP-LASTP(W-SUB)
            ELSE
               ADD 1 TO W-FAIL-CNT
            END-IF.
            .
      *
      *   ケース5．訓練報告DRILLRPTの書き出し。ファイル別の合否と、
      *            四半期以内に合格した訓練があるかの一覧。
       P-600.
            MOVE SPACE TO W-LINE-WK.
            STRING "RESTORE DRILL REPORT  " DELIMITED BY SIZE
                   W-DRILL-ID               DELIMITED BY SPACE
                   "  DATE " W-RUN-DATE     DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE "FILE     GEN  GENERATION      OK NG VERDICT DETAIL"
                 TO RP-REC.
            WRITE RP-REC.
            PERFORM P-610 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DP-CNT.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE "QUARTERLY COVERAGE (PASS WITHIN 92 DAYS)" TO RP-REC.
            WRITE RP-REC.
            MOVE "FILE     LAST PASS  DAYS  STATUS" TO RP-REC.
            WRITE RP-REC.
            PERFORM P-620 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DP-CNT.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO W-LINE-WK.
            MOVE W-DP-CNT TO W-ED-CNT.
            STRING "FILES=" W-ED-CNT DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            MOVE W-PASS-CNT TO W-ED-CNT.
            STRING W-LINE-WK DELIMITED BY "  "
                   " PASS=" W-ED-CNT DELIMITED BY SIZE
                   INTO RP-REC
            END-STRING.
            MOVE RP-REC TO W-LINE-WK.
            MOVE W-FAIL-CNT TO W-ED-CNT.
            MOVE SPACE TO RP-REC.
            STRING W-LINE-WK DELIMITED BY "  "
                   " FAIL=" W-ED-CNT DELIMITED BY SIZE
                   INTO RP-REC
            END-STRING.
            MOVE RP-REC TO W-LINE-WK.
            MOVE W-OVD-CNT TO W-ED-CNT.
            MOVE SPACE TO RP-REC.
            STRING W-LINE-WK DELIMITED BY "  "
                   " OVERDUE=" W-ED-CNT DELIMITED BY SIZE
                   INTO RP-REC
            END-STRING.
            WRITE RP-REC.
            .
       P-610.
            MOVE SPACE TO RP-REC.
            MOVE W-DP-NAME(W-SUB)  TO RP-REC(1:8).
            MOVE W-DP-GEN(W-SUB)   TO RP-REC(10:4).
            MOVE W-DP-STAMP(W-SUB) TO RP-REC(15:15).
            MOVE W-DP-OKC(W-SUB)   TO W-ED-CNT.
            MOVE W-ED-CNT          TO RP-REC(31:2).
            MOVE W-DP-NGC(W-SUB)   TO W-ED-CNT.
            MOVE W-ED-CNT          TO RP-REC(34:2).
            MOVE W-DP-VERD(W-SUB)  TO RP-REC(37:4).
            MOVE W-DP-DET(W-SUB)   TO RP-REC(45:60).
            WRITE RP-REC.
            .
       P-620.
            MOVE SPACE TO RP-REC.
            MOVE W-DP-NAME(W-SUB)  TO RP-REC(1:8).
            IF W-DP-LASTP(W-SUB) = SPACE
               MOVE "NEVER"        TO RP-REC(10:8)
               MOVE "OVERDUE"      TO W-COVER
            ELSE
               MOVE W-DP-LASTP(W-SUB) TO RP-REC(10:8)
               MOVE W-DP-LASTP(W-SUB) TO W-DATE-N
               COMPUTE W-DAYS = W-INT-RUN
                      - FUNCTION INTEGER-OF-DATE(W-DATE-N)
               MOVE W-DAYS         TO W-ED-DAYS
               MOVE W-ED-DAYS      TO RP-REC(20:5)
               IF W-DAYS > 92
                  MOVE "OVERDUE"   TO W-COVER
               ELSE
                  MOVE "OK"        TO W-COVER
               END-IF
            END-IF.
            MOVE W-COVER           TO RP-REC(27:7).
            IF W-COVER = "OVERDUE"
               ADD 1 TO W-OVD-CNT
            END-IF.
            WRITE RP-REC.
            .
      *
      *   ケース6．訓練台帳RSTDRREGへの追記（追記専用）。
       P-700.
            OPEN EXTEND REG-FILE.
            IF W-REG-FS = "35"
               OPEN OUTPUT REG-FILE
            END-IF.
            IF W-REG-FS NOT = "00"
               DISPLAY "RST-DRL NG: RSTDRREG OPEN FS=" W-REG-FS
               MOVE 12 TO RETURN-CODE
               GO TO P-700-EXIT
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DP-CNT
               MOVE SPACE TO W-LINE-WK
               STRING W-RUN-DATE        DELIMITED BY SIZE
                      "|" W-DRILL-ID    DELIMITED BY SPACE
                      "|" W-DP-NAME(W-SUB)  DELIMITED BY SPACE
                      "|" W-DP-GEN(W-SUB)   DELIMITED BY SPACE
                      "|" W-DP-STAMP(W-SUB) DELIMITED BY SPACE
                      "|" W-DP-VERD(W-SUB)  DELIMITED BY SPACE
                      "|" W-DP-DET(W-SUB)   DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE RG-REC FROM W-LINE-WK
            END-PERFORM.
            CLOSE REG-FILE.
       P-700-EXIT.
            EXIT.
