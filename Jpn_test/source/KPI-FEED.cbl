      *                    25-29 免責件数
      *                    30    トレンド符号（+／-／=）
      *                    31-33 トレンド幅（合格率ポイント）
      *                  続けて当夜のＮＧケース１件ごとに
      *                    1-3   "NGC"
      *                    4-11  試験区分
      *                    12-23 プログラム名
      *                    24-43 ケースＩＤ
      *                    44-59 持ち主（ローマ字）
      *                    60-99 説明（DETAIL、ローマ字）
      *                  SLAKPI（SLA-RPTの月の一行）があれば最後に
      *                    1-3   "SLA"
      *                    4-9   対象年月YYYYMM
      *                    10-13 夜間完了の達成率（0.1％単位）
      *                    14-16 対象夜数
      *                    17-19 達成夜数
      *                    20-22 外れ夜数
      *                    23-37 外れの主原因別件数（３桁×５：
      *                          受信遅着・ステップ再始動・時間枠
      *                          打ち切り・監視タイマ・その他（記録
      *                          無しを含む））
      *                  本社側は漢字・かなを受けないので、持ち主
      *                  （CASEMETA。ケース一致→"*"既定）と説明は
      *                  ROMA-CNV-1でローマ字にする。長音の書き方は
      *                  環境変数ROMAJI_LONG（M／O／D、既定D）。
      *    使用方法　　：環境変数 RUN_STAMP（当夜の実行時刻。
      *                  RSLTREPOからこれより古い直近実行を前回として
      *                  引く）と KPI_FILE_ID（ヘッダのファイルＩＤ、
      *                  既定KPIFEED）を設定し、REGRSLT・RSLTREPO・
      *                  WAIVERSを置いて実行する（CASEMETA・YOMIMST・
      *                  SLAKPIは任意）。ローマ字化にはROMA-CNV.cbl・
      *                  HZ-CNV.cbl・YOMI-CNV.cblを結合してビルドする
      *                  （結合しなければ持ち主と説明は元の文字のまま）。
      *  --------------------------------------------------------------
      *   対象：品質数字の本社連携の機械化（新規）
      ******************************************************************
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT SLA-IN     ASSIGN TO "SLAKPI"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SLA-FS.
           SELECT FED-OU     ASSIGN TO "KPIFEED"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  META-IN.
       01  MI-REC             PIC X(200).
       FD  SLA-IN.
       01  SL-REC             PIC X(80).
       FD  FED-OU.
       01  FD-REC             PIC X(100).
      ******************************************************************
       01  W-RSL-FS           PIC X(02).
       01  W-REPO-FS          PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-SLA-FS           PIC X(02).
       01  W-RUN-STAMP        PIC X(15).
       01  W-FILE-ID          PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
               10  W-AR-POK   PIC 9(05).
               10  W-AR-PNG   PIC 9(05).
               10  W-AR-WVR   PIC 9(05).
      *    当夜のＮＧケース
       01  W-NGC-CNT          PIC 9(03)          VALUE 0.
       01  W-NGC-TBL.
           05  W-NC           OCCURS 500.
               10  W-NC-AREA  PIC X(08).
               10  W-NC-PROG  PIC X(12).
               10  W-NC-CASE  PIC X(40).
               10  W-NC-DTL   PIC X(60).
      *    CASEMETAの表（持ち主）
       01  W-META-CNT         PIC 9(03)          VALUE 0.
       01  W-META-TBL.
           05  W-MT           OCCURS 500.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(20).
       01  W-SUB2             PIC 9(03).
       01  W-MFND             PIC 9(03).
      *    ローマ字変換（ROMA-CNV-1）への受け渡し域
       01  W-RM-LONG          PIC X(01).
       01  W-RM-IN            PIC X(60).
       01  W-RM-OUT           PIC X(120).
       01  W-RM-MODE          PIC X(02).
       01  W-RM-STS           PIC X(01).
      *    前回実行の特定
       01  W-PRIOR-STAMP      PIC X(15)          VALUE SPACE.
      *    行分解・作業域
       01  W-F1               PIC X(20).
       01  W-F2               PIC X(44).
       01  W-F3               PIC X(04).
       01  W-F4               PIC X(60).
       01  W-F5               PIC X(40).
       01  W-AREA-WK          PIC X(08).
       01  W-SUB              PIC 9(02).
           05  K1-WVR         PIC 9(05).
           05  K1-SIGN        PIC X(01).
           05  K1-TREND       PIC 9(03).
       01  K2-LINE.
           05  FILLER         PIC X(03)          VALUE "NGC".
           05  K2-AREA        PIC X(08).
           05  K2-PROG        PIC X(12).
           05  K2-CASE        PIC X(20).
           05  K2-OWNER       PIC X(16).
           05  K2-DESC        PIC X(40).
       01  K3-LINE.
           05  FILLER         PIC X(03)          VALUE "SLA".
           05  K3-MONTH       PIC X(06).
           05  K3-ATTAIN      PIC 9(04).
           05  K3-SCHED       PIC 9(03).
           05  K3-MET         PIC 9(03).
           05  K3-MISS        PIC 9(03).
           05  K3-CAUSE       PIC 9(03)          OCCURS 5.
      *    SLAKPIの欄（年月|達成率|夜数|達成|外れ|原因別６つ）
       01  W-SL-FX.
           05  W-SL-F         PIC X(06)          OCCURS 11.
       01  W-SL-HAVE          PIC X              VALUE "N".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            IF W-FILE-ID = SPACE
               MOVE "KPIFEED" TO W-FILE-ID
            END-IF.
            DISPLAY "ROMAJI_LONG" UPON ENVIRONMENT-NAME.
            ACCEPT W-RM-LONG     FROM ENVIRONMENT-VALUE.
            IF W-RM-LONG NOT = "M" AND NOT = "O"
               MOVE "D" TO W-RM-LONG
            END-IF.
            IF W-RUN-STAMP = SPACE
               MOVE HIGH-VALUE TO W-RUN-STAMP
            END-IF.
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-350.
            PERFORM P-400.
            DISPLAY "AREAS=" W-ARA-CNT " NG-CASES=" W-NGC-CNT
                    " RECORDS=" W-CNT
                    " HASH=" W-HASH.
            DISPLAY "TEST END   (KPI-FEED)".
            *>ACCEPT OMIT-WK.
               OR RS-REC(1:1) = "#"
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RS-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               PERFORM P-150
               IF W-FND > 0
                     ADD 1 TO W-AR-NG(W-FND)
                  END-IF
               END-IF
               IF W-F3(1:2) = "NG" AND W-NGC-CNT < 500
                  ADD 1 TO W-NGC-CNT
                  MOVE W-AREA-WK TO W-NC-AREA(W-NGC-CNT)
                  MOVE W-F1      TO W-NC-PROG(W-NGC-CNT)
                  MOVE W-F2      TO W-NC-CASE(W-NGC-CNT)
                  MOVE W-F4      TO W-NC-DTL(W-NGC-CNT)
               END-IF
            END-IF.
            .
      *
                       NOT AT END
                           IF RI-STAMP < W-RUN-STAMP
                              AND RI-STAMP > W-PRIOR-STAMP
                              AND NOT RI-OTHER-SITE
                              MOVE RI-STAMP TO W-PRIOR-STAMP
                           END-IF
                  END-READ
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
      *   ケース4．CASEMETAのロード（無ければ持ち主欄は空白）。
       P-350.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT META-IN.
            IF W-META-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-360
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            .
       P-360.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 500
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F4
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F4 TO W-MT-OWNER(W-META-CNT)
            END-IF.
            .
      *
      *   ケース5．フィードの書き出し（ヘッダ・データ・トレーラ。
      *            ハッシュはFRAME-CHKのP-150と同じ規則）。
       P-400.
            OPEN OUTPUT FED-OU.
            WRITE FD-REC FROM W-HDR-REC.
            PERFORM P-410 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-ARA-CNT.
            PERFORM P-420 VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-NGC-CNT.
            PERFORM P-460.
            MOVE W-CNT  TO W-TRL-CNT-O.
            MOVE W-HASH TO W-TRL-HASH-O.
            WRITE FD-REC FROM W-TRL-REC.
            ADD 1 TO W-CNT.
            .
      *
      *   ＮＧケース１件のレコード。持ち主と説明はローマ字で。
       P-420.
            MOVE W-NC-AREA(W-SUB2) TO K2-AREA.
            MOVE W-NC-PROG(W-SUB2) TO K2-PROG.
            MOVE W-NC-CASE(W-SUB2) TO K2-CASE.
            PERFORM P-430.
            MOVE SPACE TO K2-OWNER.
            IF W-MFND > 0
               MOVE W-MT-OWNER(W-MFND) TO W-RM-IN
               MOVE W-RM-LONG          TO W-RM-MODE(1:1)
               MOVE "C"                TO W-RM-MODE(2:1)
               PERFORM P-440
               MOVE W-RM-OUT           TO K2-OWNER
            END-IF.
            MOVE W-NC-DTL(W-SUB2) TO W-RM-IN.
            MOVE W-RM-LONG        TO W-RM-MODE(1:1).
            MOVE SPACE            TO W-RM-MODE(2:1).
            PERFORM P-440.
            MOVE W-RM-OUT         TO K2-DESC.
            MOVE K2-LINE TO FD-REC.
            PERFORM P-450.
            WRITE FD-REC.
            ADD 1 TO W-CNT.
            .
      *
      *   持ち主の引き当て（CASE一致→"*"既定の順）。
       P-430.
            MOVE 0 TO W-MFND.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-META-CNT OR W-MFND > 0
               IF W-MT-PROG(W-I) = W-NC-PROG(W-SUB2)
                  AND W-MT-CASE(W-I) = W-NC-CASE(W-SUB2)
                  MOVE W-I TO W-MFND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-META-CNT OR W-MFND > 0
               IF W-MT-PROG(W-I) = W-NC-PROG(W-SUB2)
                  AND W-MT-CASE(W-I) = "*"
                  MOVE W-I TO W-MFND
               END-IF
            END-PERFORM.
            .
      *
      *   ROMA-CNV-1の呼び出し。結合されていなければ元の文字列の
      *   まま載せる。
       P-440.
            CALL "ROMA-CNV-1" USING BY REFERENCE W-RM-IN W-RM-OUT
                                     W-RM-MODE W-RM-STS
                ON EXCEPTION
                    MOVE W-RM-IN TO W-RM-OUT
            END-CALL.
            .
      *
      *   夜間完了ＳＬＡの月の一行（SLAKPIがあれば）。その他には
      *   記録無しの夜も含める。
       P-460.
            OPEN INPUT SLA-IN.
            IF W-SLA-FS = "00"
               READ SLA-IN
                    AT END      CONTINUE
                    NOT AT END  MOVE "Y" TO W-SL-HAVE
               END-READ
               CLOSE SLA-IN
            END-IF.
            IF W-SL-HAVE = "Y"
               MOVE SPACE TO W-SL-FX
               UNSTRING SL-REC DELIMITED BY "|"
                   INTO W-SL-F(1) W-SL-F(2) W-SL-F(3) W-SL-F(4)
                        W-SL-F(5) W-SL-F(6) W-SL-F(7) W-SL-F(8)
                        W-SL-F(9) W-SL-F(10) W-SL-F(11)
               END-UNSTRING
               MOVE W-SL-F(1)      TO K3-MONTH
               MOVE W-SL-F(2)(1:4) TO K3-ATTAIN
               MOVE W-SL-F(3)(1:3) TO K3-SCHED
               MOVE W-SL-F(4)(1:3) TO K3-MET
               MOVE W-SL-F(5)(1:3) TO K3-MISS
               MOVE W-SL-F(6)(1:3) TO K3-CAUSE(1)
               MOVE W-SL-F(7)(1:3) TO K3-CAUSE(2)
               MOVE W-SL-F(8)(1:3) TO K3-CAUSE(3)
               MOVE W-SL-F(9)(1:3) TO K3-CAUSE(4)
               COMPUTE K3-CAUSE(5) = FUNCTION NUMVAL(W-SL-F(10))
                                   + FUNCTION NUMVAL(W-SL-F(11))
               MOVE K3-LINE TO FD-REC
               PERFORM P-450
               WRITE FD-REC
               ADD 1 TO W-CNT
            END-IF.
            .
      *
      *   ハッシュ加算（レコード先頭１０バイト、FRAME-CHKと同一）。
       P-450.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 10
