      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：夜間完了ＳＬＡ報告（朝の締切に対する達成率）
      *    処理概要　　：夜間の結果とOPS-BULLは営業日の朝05:30までに
      *                  揃っている約束だが、実行時間報告は遅い
      *                  プログラムを示すだけで、締切を何度外したか、
      *                  なぜ外したかは誰も数えていなかった。CALMSTが
      *                  夜間の全量実行を組む夜（営業日の夜。判定は
      *                  BIZDATE-1）ごとに、翌朝の目標時刻に対する
      *                  実際の完了時刻を求め、外した夜は原因で分類
      *                  する。完了時刻は、夜間実行の終了（監査ログの
      *                  NIGHT-END行）とOPS-BULLのスプール時刻
      *                  （SPOOLIDXの帳票OPSBULL）の遅いほう（OPS-BULL
      *                  をスプールしない夜は終了時刻だけ）。どちらも
      *                  無い夜は未完了として外れに数える。
      *                  一つの夜の出来事は、その日の12:00から翌日の
      *                  11:59:59までの記録とする。
      *    原因の分類　：外れた夜に見つかった印を次の順で主原因とする。
      *                    LATE-INBOUND ：STREAMLGに保留（HOLD）
      *                                   ＝受信ファイルの未着・遅着
      *                    STEP-RESTART ：STREAMLGにNG＝ステップの
      *                                   異常終了と再始動
      *                    WINDOW-CUTOFF：回帰の監査行でcarried＞０
      *                                   ＝時間枠の打ち切り
      *                    TIMEOUT      ：NIGHT-END行でtimeouts＞０
      *                                   ＝監視タイマの打ち切り
      *                    NO-RUN       ：夜間実行の記録が何も無い
      *                    OTHER        ：上のどれでもない
      *                  見つかった印はすべてFLAGS欄に並べる。
      *    出力　　　　：SLARPT  夜ごとの行と月の達成率・原因別件数
      *                  SLAKPI  KPI-FEEDが本社フィードへ載せる月の
      *                          一行（年月|達成率（0.1％単位）|
      *                          対象夜数|達成|外れ|原因別件数５つ）
      *    使用方法　　：tools/sla_report.sh から起動される。カレント
      *                  にSLAAUDIT（監査ログの写し）・STREAMLG・
      *                  SPOOLIDX（・CALMST）を置く。対象月は環境変数
      *                  SLA_MONTH（YYYYMM、既定は当月）、目標時刻は
      *                  SLA_TARGET（HHMM、既定0530）。目標時刻が
      *                  まだ来ていない夜はPENDINGとして数えない。
      *                  外れがあればRETURN-CODE 4、SLAAUDITが無け
      *                  れば12。BIZDATE.cblを結合しない単体ビルドで
      *                  は土日だけを非営業とみなす。
      *  --------------------------------------------------------------
      *   対象：夜間完了の締切達成の計測（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SLA-RPT.
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
           SELECT AUD-IN     ASSIGN TO "SLAAUDIT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AUD-FS.
           SELECT STM-IN     ASSIGN TO "STREAMLG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STM-FS.
           SELECT IDX-IN     ASSIGN TO "SPOOLIDX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IDX-FS.
           SELECT RPT-OU     ASSIGN TO "SLARPT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RPT-FS.
           SELECT KPI-OU     ASSIGN TO "SLAKPI"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-KPI-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  AUD-IN.
       01  AU-REC             PIC X(400).
       FD  STM-IN.
       01  SM-REC             PIC X(200).
       FD  IDX-IN.
       01  IX-REC             PIC X(100).
       FD  RPT-OU.
       01  RP-REC             PIC X(250).
       FD  KPI-OU.
       01  KP-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-AUD-FS           PIC X(02).
       01  W-STM-FS           PIC X(02).
       01  W-IDX-FS           PIC X(02).
       01  W-RPT-FS           PIC X(02).
       01  W-KPI-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
       01  W-MONTH            PIC X(06).
       01  W-TARGET           PIC X(04).
      *    対象月の範囲（初日と翌月初日。記録は翌月初日の昼まで拾う）
       01  W-LO-DATE          PIC X(08).
       01  W-HI-DATE          PIC X(08).
       01  W-YYYY             PIC 9(04).
       01  W-MM               PIC 9(02).
      *    監査ログのNIGHT-END行（最大60夜）
       01  W-NE-CNT           PIC 9(03)          VALUE 0.
       01  W-NE-TBL.
           05  W-NE           OCCURS 60.
               10  W-NE-DATE  PIC X(08).
               10  W-NE-END   PIC X(15).
               10  W-NE-TMO   PIC 9(04).
      *    監査ログのCALENDAR行（最大60夜）
       01  W-CD-CNT           PIC 9(03)          VALUE 0.
       01  W-CD-TBL.
           05  W-CD           OCCURS 60.
               10  W-CD-DATE  PIC X(08).
               10  W-CD-DEC   PIC X(08).
      *    監査ログの回帰実行行（最大300回）
       01  W-RG-CNT           PIC 9(03)          VALUE 0.
       01  W-RG-TBL.
           05  W-RG           OCCURS 300.
               10  W-RG-STAMP PIC X(15).
               10  W-RG-CARRY PIC 9(04).
      *    STREAMLGのNG・HOLD行（最大2000行）
       01  W-SL-CNT           PIC 9(04)          VALUE 0.
       01  W-SL-TBL.
           05  W-SL           OCCURS 2000.
               10  W-SL-STAMP PIC X(15).
               10  W-SL-VERD  PIC X(04).
      *    OPSBULLのスプール時刻（最大300世代）
       01  W-OB-CNT           PIC 9(03)          VALUE 0.
       01  W-OB-TBL.
           05  W-OB           OCCURS 300.
               10  W-OB-STAMP PIC X(15).
      *    原因別の件数（主原因）
       01  W-CS-TBL.
           05  W-CS           OCCURS 6.
               10  W-CS-NAME  PIC X(13).
               10  W-CS-CNT   PIC 9(03).
       01  W-CS-NAMES.
           05  FILLER         PIC X(13)          VALUE "LATE-INBOUND".
           05  FILLER         PIC X(13)          VALUE "STEP-RESTART".
           05  FILLER         PIC X(13)          VALUE "WINDOW-CUTOFF".
           05  FILLER         PIC X(13)          VALUE "TIMEOUT".
           05  FILLER         PIC X(13)          VALUE "NO-RUN".
           05  FILLER         PIC X(13)          VALUE "OTHER".
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    夜ごとの判定域
       01  W-NIGHT            PIC X(08).
       01  W-NEXT             PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-D-INT            PIC 9(08).
       01  W-HI-INT           PIC 9(08).
       01  W-DOW              PIC 9(01).
       01  W-BUSDAY-SW        PIC X.
           88  W-BUSDAY                          VALUE "Y".
       01  W-WIN-LO           PIC X(15).
       01  W-WIN-HI           PIC X(15).
       01  W-DUE              PIC X(15).
       01  W-END              PIC X(15).
       01  W-OPS              PIC X(15).
       01  W-DONE             PIC X(15).
       01  W-DEC              PIC X(08).
       01  W-TMO              PIC 9(04).
       01  W-RESULT           PIC X(07).
       01  W-FLAGS            PIC X(60).
       01  W-FLAG-PTR         PIC 9(03).
       01  W-CAUSE            PIC X(13).
       01  W-CS-ROW           PIC 9(01).
       01  W-LATE-MIN         PIC 9(05).
       01  W-MIN-A            PIC 9(10).
       01  W-MIN-B            PIC 9(10).
       01  W-HAS-HOLD         PIC X.
       01  W-HAS-NG           PIC X.
       01  W-HAS-CUT          PIC X.
      *    集計
       01  W-SCH-CNT          PIC 9(03)          VALUE 0.
       01  W-MET-CNT          PIC 9(03)          VALUE 0.
       01  W-MISS-CNT         PIC 9(03)          VALUE 0.
       01  W-PEND-CNT         PIC 9(03)          VALUE 0.
       01  W-ATTAIN           PIC 9(03)V9        VALUE 0.
       01  W-ATTAIN-R REDEFINES W-ATTAIN
                              PIC 9(04).
       01  W-ATTAIN-ED        PIC 9(03).9.
      *    行分解・作業域
       01  W-FX-TBL.
           05  W-FX           PIC X(80)          OCCURS 20.
       01  W-SUB              PIC 9(04).
       01  W-J                PIC 9(04).
       01  W-KV-KEY           PIC X(10).
       01  W-KV-LEN           PIC 9(02).
       01  W-KV-VAL           PIC X(40).
       01  W-NUM-WK           PIC 9(04).
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (SLA-RPT)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-NOW-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-NOW-STAMP
            END-STRING.
            DISPLAY "SLA_MONTH" UPON ENVIRONMENT-NAME.
            ACCEPT W-MONTH         FROM ENVIRONMENT-VALUE.
            IF W-MONTH = SPACE
               MOVE W-TODAY(1:6) TO W-MONTH
            END-IF.
            DISPLAY "SLA_TARGET" UPON ENVIRONMENT-NAME.
            ACCEPT W-TARGET        FROM ENVIRONMENT-VALUE.
            IF W-TARGET = SPACE
               MOVE "0530" TO W-TARGET
            END-IF.
            PERFORM P-050.
            PERFORM P-100.
            IF W-AUD-FS NOT = "00"
               DISPLAY "SLA-RPT NG: NO SLAAUDIT FS=" W-AUD-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-150.
            PERFORM P-170.
            OPEN OUTPUT RPT-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "SLA|MONTH=" W-MONTH "|TARGET=" W-TARGET
                   "|AS-OF=" W-NOW-STAMP
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            COMPUTE W-D-INT = FUNCTION INTEGER-OF-DATE(
                                  FUNCTION NUMVAL(W-LO-DATE)).
            COMPUTE W-HI-INT = FUNCTION INTEGER-OF-DATE(
                                  FUNCTION NUMVAL(W-HI-DATE)).
            PERFORM UNTIL W-D-INT >= W-HI-INT
               PERFORM P-200
               ADD 1 TO W-D-INT
            END-PERFORM.
            PERFORM P-400.
            CLOSE RPT-OU.
            DISPLAY "SCHEDULED=" W-SCH-CNT " MET=" W-MET-CNT
                    " MISSED=" W-MISS-CNT " PENDING=" W-PEND-CNT
                    " ATTAINMENT=" W-ATTAIN-ED.
            IF W-MISS-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (SLA-RPT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース0．対象月の初日と翌月初日、原因名の表。
       P-050.
            MOVE W-MONTH(1:4) TO W-YYYY.
            MOVE W-MONTH(5:2) TO W-MM.
            MOVE SPACE TO W-LO-DATE W-HI-DATE.
            STRING W-MONTH "01" DELIMITED BY SIZE INTO W-LO-DATE
            END-STRING.
            IF W-MM = 12
               ADD 1 TO W-YYYY
               MOVE 1 TO W-MM
            ELSE
               ADD 1 TO W-MM
            END-IF.
            STRING W-YYYY W-MM "01" DELIMITED BY SIZE INTO W-HI-DATE
            END-STRING.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 6
               MOVE W-CS-NAMES((W-SUB - 1) * 13 + 1:13)
                    TO W-CS-NAME(W-SUB)
               MOVE 0 TO W-CS-CNT(W-SUB)
            END-PERFORM.
            .
      *
      *   ケース1．監査ログから対象月のCALENDAR・NIGHT-END・回帰
      *            実行の行を拾う。
       P-100.
            OPEN INPUT AUD-IN.
            IF W-AUD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ AUD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE AUD-IN
               MOVE "00" TO W-AUD-FS
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF AU-REC(1:8) < W-LO-DATE OR AU-REC(1:8) > W-HI-DATE
               CONTINUE
            ELSE
               MOVE SPACE TO W-FX-TBL
               UNSTRING AU-REC DELIMITED BY "|"
                   INTO W-FX(1)  W-FX(2)  W-FX(3)  W-FX(4)  W-FX(5)
                        W-FX(6)  W-FX(7)  W-FX(8)  W-FX(9)  W-FX(10)
                        W-FX(11) W-FX(12) W-FX(13) W-FX(14) W-FX(15)
                        W-FX(16) W-FX(17) W-FX(18) W-FX(19) W-FX(20)
               END-UNSTRING
               EVALUATE TRUE
                   WHEN W-FX(2) = "CALENDAR" AND W-CD-CNT < 60
                        ADD 1 TO W-CD-CNT
                        MOVE W-FX(1) TO W-CD-DATE(W-CD-CNT)
                        MOVE "decision=" TO W-KV-KEY
                        MOVE 9 TO W-KV-LEN
                        PERFORM P-120
                        MOVE W-KV-VAL TO W-CD-DEC(W-CD-CNT)
                   WHEN W-FX(2) = "NIGHT-END" AND W-NE-CNT < 60
                        ADD 1 TO W-NE-CNT
                        MOVE W-FX(1) TO W-NE-DATE(W-NE-CNT)
                        MOVE "end=" TO W-KV-KEY
                        MOVE 4 TO W-KV-LEN
                        PERFORM P-120
                        MOVE W-KV-VAL TO W-NE-END(W-NE-CNT)
                        MOVE "timeouts=" TO W-KV-KEY
                        MOVE 9 TO W-KV-LEN
                        PERFORM P-120
                        PERFORM P-130
                        MOVE W-NUM-WK TO W-NE-TMO(W-NE-CNT)
                   WHEN W-FX(1)(9:1) = "_" AND W-RG-CNT < 300
                        ADD 1 TO W-RG-CNT
                        MOVE W-FX(1) TO W-RG-STAMP(W-RG-CNT)
                        MOVE "carried=" TO W-KV-KEY
                        MOVE 8 TO W-KV-LEN
                        PERFORM P-120
                        PERFORM P-130
                        MOVE W-NUM-WK TO W-RG-CARRY(W-RG-CNT)
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            .
      *
      *   「キー=値」欄の値を取り出す（無ければ空白）。
       P-120.
            MOVE SPACE TO W-KV-VAL.
            PERFORM VARYING W-J FROM 2 BY 1 UNTIL W-J > 20
               IF W-FX(W-J)(1:W-KV-LEN) = W-KV-KEY(1:W-KV-LEN)
                  MOVE W-FX(W-J)(W-KV-LEN + 1:) TO W-KV-VAL
               END-IF
            END-PERFORM.
            .
      *
      *   値を件数へ（数字でなければ０）。
       P-130.
            MOVE 0 TO W-NUM-WK.
            IF W-KV-VAL NOT = SPACE
               AND FUNCTION TEST-NUMVAL(W-KV-VAL) = 0
               COMPUTE W-NUM-WK = FUNCTION NUMVAL(W-KV-VAL)
            END-IF.
            .
      *
      *   ケース2．STREAMLGのNG・HOLD行（記帳時刻|ステップ|
      *            コマンド|条件コード|判定）。
       P-150.
            OPEN INPUT STM-IN.
            IF W-STM-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE STM-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-160.
            IF SM-REC(1:8) >= W-LO-DATE AND SM-REC(1:8) <= W-HI-DATE
               MOVE SPACE TO W-FX-TBL
               UNSTRING SM-REC DELIMITED BY "|"
                   INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
               END-UNSTRING
               IF (W-FX(5)(1:2) = "NG" OR W-FX(5)(1:4) = "HOLD")
                  AND W-SL-CNT < 2000
                  ADD 1 TO W-SL-CNT
                  MOVE W-FX(1) TO W-SL-STAMP(W-SL-CNT)
                  MOVE W-FX(5) TO W-SL-VERD(W-SL-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース3．SPOOLIDXのOPSBULL世代（ＩＤ|帳票名|日付|…）。
       P-170.
            OPEN INPUT IDX-IN.
            IF W-IDX-FS = "00"
               PERFORM UNTIL W-EOF
                  READ IDX-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-180
                  END-READ
               END-PERFORM
               CLOSE IDX-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-180.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING IX-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3)
            END-UNSTRING.
            IF W-FX(2) = "OPSBULL"
               AND W-FX(3)(1:8) >= W-LO-DATE
               AND W-FX(3)(1:8) <= W-HI-DATE
               AND W-OB-CNT < 300
               ADD 1 TO W-OB-CNT
               MOVE W-FX(3) TO W-OB-STAMP(W-OB-CNT)
            END-IF.
            .
      *
      *   ケース4．一つの夜の判定。営業日でなければ対象外。
       P-200.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-D-INT).
            MOVE W-DATE-N TO W-NIGHT.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-D-INT + 1).
            MOVE W-DATE-N TO W-NEXT.
            PERFORM P-210.
            IF W-BUSDAY
               PERFORM P-220
            END-IF.
            .
      *
      *   その夜の窓（当日12:00〜翌日11:59:59）と翌朝の目標時刻。
       P-220.
            MOVE SPACE TO W-WIN-LO W-WIN-HI W-DUE.
            STRING W-NIGHT "_120000" DELIMITED BY SIZE INTO W-WIN-LO
            END-STRING.
            STRING W-NEXT "_115959" DELIMITED BY SIZE INTO W-WIN-HI
            END-STRING.
            STRING W-NEXT "_" W-TARGET "00" DELIMITED BY SIZE
                   INTO W-DUE
            END-STRING.
      *    夜間実行の終了・監視タイマ打ち切り・CALENDARの判定
            MOVE SPACE TO W-END W-OPS W-DONE W-DEC.
            MOVE 0 TO W-TMO.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-NE-CNT
               IF W-NE-DATE(W-SUB) = W-NIGHT
                  AND W-NE-END(W-SUB) > W-END
                  MOVE W-NE-END(W-SUB) TO W-END
                  MOVE W-NE-TMO(W-SUB) TO W-TMO
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CD-CNT
               IF W-CD-DATE(W-SUB) = W-NIGHT
                  MOVE W-CD-DEC(W-SUB) TO W-DEC
               END-IF
            END-PERFORM.
      *    その夜の最初のOPSBULL
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OB-CNT
               IF W-OB-STAMP(W-SUB) >= W-WIN-LO
                  AND W-OB-STAMP(W-SUB) <= W-WIN-HI
                  AND (W-OPS = SPACE OR W-OB-STAMP(W-SUB) < W-OPS)
                  MOVE W-OB-STAMP(W-SUB) TO W-OPS
               END-IF
            END-PERFORM.
            IF W-END > W-OPS
               MOVE W-END TO W-DONE
            ELSE
               MOVE W-OPS TO W-DONE
            END-IF.
      *    印（保留・ステップ異常・時間枠の打ち切り）
            MOVE "N" TO W-HAS-HOLD W-HAS-NG W-HAS-CUT.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-SL-CNT
               IF W-SL-STAMP(W-SUB) >= W-WIN-LO
                  AND W-SL-STAMP(W-SUB) <= W-WIN-HI
                  IF W-SL-VERD(W-SUB) = "HOLD"
                     MOVE "Y" TO W-HAS-HOLD
                  ELSE
                     MOVE "Y" TO W-HAS-NG
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-RG-CNT
               IF W-RG-STAMP(W-SUB) >= W-WIN-LO
                  AND W-RG-STAMP(W-SUB) <= W-WIN-HI
                  AND W-RG-CARRY(W-SUB) > 0
                  MOVE "Y" TO W-HAS-CUT
               END-IF
            END-PERFORM.
            PERFORM P-300.
            .
      *
      *   営業日かどうか。前日の翌日から当日までの営業日数が１か
      *   どうかでBIZDATE-1（機能D）に答えさせる（DLV-MONと同じ）。
       P-210.
            MOVE "N" TO W-BUSDAY-SW.
            MOVE "D" TO W-BD-FUNC.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-D-INT - 1).
            MOVE W-DATE-N TO W-BD-D1.
            MOVE W-NIGHT  TO W-BD-D2.
            CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                   W-BD-RD W-BD-RN W-BD-FY
                                   W-BD-QTR W-BD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BD-STS
            END-CALL.
            IF W-BD-STS = "0"
               IF W-BD-RN = 1
                  MOVE "Y" TO W-BUSDAY-SW
               END-IF
            ELSE
               COMPUTE W-DOW = FUNCTION MOD(W-D-INT - 1, 7) + 1
               IF W-DOW < 6
                  MOVE "Y" TO W-BUSDAY-SW
               END-IF
            END-IF.
            .
      *
      *   判定と夜の行。外れは主原因で数える。
       P-300.
            MOVE SPACE TO W-FLAGS W-CAUSE.
            MOVE 1 TO W-FLAG-PTR.
            MOVE 0 TO W-LATE-MIN.
            IF W-HAS-HOLD = "Y"
               STRING "LATE-INBOUND " DELIMITED BY SIZE
                      INTO W-FLAGS WITH POINTER W-FLAG-PTR
               END-STRING
            END-IF.
            IF W-HAS-NG = "Y"
               STRING "STEP-RESTART " DELIMITED BY SIZE
                      INTO W-FLAGS WITH POINTER W-FLAG-PTR
               END-STRING
            END-IF.
            IF W-HAS-CUT = "Y"
               STRING "WINDOW-CUTOFF " DELIMITED BY SIZE
                      INTO W-FLAGS WITH POINTER W-FLAG-PTR
               END-STRING
            END-IF.
            IF W-TMO > 0
               STRING "TIMEOUT " DELIMITED BY SIZE
                      INTO W-FLAGS WITH POINTER W-FLAG-PTR
               END-STRING
            END-IF.
            EVALUATE TRUE
                WHEN W-DUE > W-NOW-STAMP
                     MOVE "PENDING" TO W-RESULT
                     ADD 1 TO W-PEND-CNT
                WHEN W-DONE NOT = SPACE AND W-DONE <= W-DUE
                     MOVE "MET"     TO W-RESULT
                     ADD 1 TO W-SCH-CNT
                     ADD 1 TO W-MET-CNT
                WHEN OTHER
                     MOVE "MISSED"  TO W-RESULT
                     ADD 1 TO W-SCH-CNT
                     ADD 1 TO W-MISS-CNT
                     EVALUATE TRUE
                         WHEN W-HAS-HOLD = "Y"  MOVE 1 TO W-CS-ROW
                         WHEN W-HAS-NG = "Y"    MOVE 2 TO W-CS-ROW
                         WHEN W-HAS-CUT = "Y"   MOVE 3 TO W-CS-ROW
                         WHEN W-TMO > 0         MOVE 4 TO W-CS-ROW
                         WHEN W-DEC = SPACE AND W-END = SPACE
                              AND W-OPS = SPACE
                                                MOVE 5 TO W-CS-ROW
                         WHEN OTHER             MOVE 6 TO W-CS-ROW
                     END-EVALUATE
                     MOVE W-CS-NAME(W-CS-ROW) TO W-CAUSE
                     ADD 1 TO W-CS-CNT(W-CS-ROW)
                     IF W-DONE NOT = SPACE
                        PERFORM P-310
                     END-IF
            END-EVALUATE.
            MOVE SPACE TO W-LINE-WK.
            STRING "NIGHT|" W-NIGHT "|DUE=" W-DUE "|END="
                                   DELIMITED BY SIZE
                   W-END           DELIMITED BY SPACE
                   "|OPSBULL="     DELIMITED BY SIZE
                   W-OPS           DELIMITED BY SPACE
                   "|DONE="        DELIMITED BY SIZE
                   W-DONE          DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   W-RESULT        DELIMITED BY SPACE
                   "|LATE-MIN=" W-LATE-MIN "|CAUSE="
                                   DELIMITED BY SIZE
                   W-CAUSE         DELIMITED BY SPACE
                   "|FLAGS="       DELIMITED BY SIZE
                   W-FLAGS         DELIMITED BY "  "
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            .
      *
      *   目標に対する遅れ（分）。
       P-310.
            COMPUTE W-MIN-A =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-DONE(1:8)))
                * 1440
                + FUNCTION NUMVAL(W-DONE(10:2)) * 60
                + FUNCTION NUMVAL(W-DONE(12:2)).
            COMPUTE W-MIN-B =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-DUE(1:8)))
                * 1440
                + FUNCTION NUMVAL(W-DUE(10:2)) * 60
                + FUNCTION NUMVAL(W-DUE(12:2)).
            IF W-MIN-A > W-MIN-B
               COMPUTE W-LATE-MIN = W-MIN-A - W-MIN-B
            END-IF.
            .
      *
      *   ケース5．月の達成率と原因別件数、KPI-FEED向けの一行。
       P-400.
            IF W-SCH-CNT > 0
               COMPUTE W-ATTAIN ROUNDED =
                       W-MET-CNT * 100 / W-SCH-CNT
            END-IF.
            MOVE W-ATTAIN TO W-ATTAIN-ED.
            MOVE SPACE TO W-LINE-WK.
            STRING "MONTH|" W-MONTH "|SCHEDULED=" W-SCH-CNT
                   "|MET=" W-MET-CNT "|MISSED=" W-MISS-CNT
                   "|PENDING=" W-PEND-CNT
                   "|ATTAINMENT=" W-ATTAIN-ED "%"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 6
               MOVE SPACE TO W-LINE-WK
               STRING "CAUSE|"          DELIMITED BY SIZE
                      W-CS-NAME(W-SUB)  DELIMITED BY SPACE
                      "|" W-CS-CNT(W-SUB)
                                        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
            END-PERFORM.
            OPEN OUTPUT KPI-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING W-MONTH "|" W-ATTAIN-R "|" W-SCH-CNT "|"
                   W-MET-CNT "|" W-MISS-CNT "|"
                   W-CS-CNT(1) "|" W-CS-CNT(2) "|" W-CS-CNT(3) "|"
                   W-CS-CNT(4) "|" W-CS-CNT(5) "|" W-CS-CNT(6)
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE KP-REC FROM W-LINE-WK.
            CLOSE KPI-OU.
            .
