      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：マスタ世代の系譜記帳（副プログラム化）
      *    処理概要　　：OCCTBLINやQA99MNTのある世代がおかしいとき、
      *                  「どのジョブが、どの入力世代と、どの取引
      *                  ファイルから作ったか」に答えられなかった。
      *                  マスタ更新のバッチ（OCC-UPDT・MNT-UPDT・
      *                  CAL-MNT・CAL-GEN・META-MNT・PLAN-MNT・HZ-BATCH
      *                  ・LAY-MIGR・TBL-MERGE）が、入力と出力を
      *                  LIN-REG-1へ申告し、系譜台帳LINEAGE（追記のみ）
      *                  へ記帳する。
      *                    ・世代はマスタの論理名（OCCTBLOUなら置き
      *                      替え先のOCCTBLIN）ごとの通し番号。
      *                    ・入力の世代は、件数とハッシュ合計が一致
      *                      する記帳済みの世代を引き当てて決める。
      *                      一致するものが無い入力（取り込み資産の
      *                      初回ロードや手直し）は、その場で作成者
      *                      *LOADの世代として記帳し、そこを系譜の
      *                      根とする。
      *                    ・ハッシュ合計は、各レコード（後続空白を
      *                      除く）をHASH-CHNと同じ規則h＝mod(h×31＋
      *                      バイト値,10^9)で畳んだ値の、全レコード
      *                      の和のmod 10^9。
      *                    ・取引ファイルは、授受台帳TRANSREGの受信
      *                      （IN）記帳のうち最新のもの（記帳時刻／
      *                      世代／判定）を添えて記帳する。
      *                  系譜の照会（祖先をたどる）はLIN-INQが行う。
      *    台帳の様式　：G|論理名|世代|プログラム|RUN-STAMP|操作者|
      *                    件数|ハッシュ|物理名
      *                  I|論理名|世代|IN／TX|入力論理名|入力世代|
      *                    件数|ハッシュ|TRANSREGの記帳
      *                  RUN-STAMPは環境変数RUN_STAMP（未指定なら
      *                  記帳時刻）、操作者は環境変数OPERATOR_ID。
      *    呼び出し　　：CALL "LIN-REG-1" USING 機能 ファイル 論理名
      *                                        世代 状態
      *                    機能　　PIC X(01)："B"＝開始（ファイルに
      *                                          プログラム名）
      *                                      "I"＝入力の申告
      *                                      "T"＝取引ファイルの申告
      *                                          （論理名にTRANSREGの
      *                                          ファイルＩＤ）
      *                                      "O"＝出力の記帳（それ
      *                                          までの入力を添える）
      *                    ファイル PIC X(12)：カレントの物理ファイル名
      *                    論理名　PIC X(12)：世代を数える名前（空白
      *                                      ならファイルと同じ）
      *                    世代　　PIC 9(05)：引き当てた／払い出した
      *                                      世代
      *                    状態　　PIC X(01)："0"＝正常
      *                                      "1"＝ファイルが無い
      *                                      "2"＝引数不正
      *  --------------------------------------------------------------
      *   対象：マスタ世代の系譜（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           LIN-REG.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-21.
       DATE-COMPILED.        2026-09-21.
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
           SELECT TST-OU     ASSIGN TO "LINTEST1"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  TST-OU.
       01  TO-REC             PIC X(40).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
      *    NGケース件数。終了時にRETURN-CODEへ写す（0＝全OK）。
       01  W-NG-CNT           PIC 9(02)          VALUE 0.
       01  W-FUNC             PIC X(01).
       01  W-FILE             PIC X(12).
       01  W-LOGI             PIC X(12).
       01  W-GEN              PIC 9(05).
       01  W-GEN-OUT          PIC 9(05).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(LIN-REG)".
            OPEN OUTPUT TST-OU.
            MOVE "LINTEST RECORD 1" TO TO-REC.
            WRITE TO-REC.
            MOVE "LINTEST RECORD 2" TO TO-REC.
            WRITE TO-REC.
            CLOSE TST-OU.
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            DISPLAY "TEST END  (LIN-REG)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．開始と入力の申告。未記帳の入力は*LOADの世代と
      *            して記帳され、その世代（１以上）が返る。
       P-100.
            MOVE "P-100-01"  TO CASE-ID.
            MOVE "B"         TO W-FUNC.
            MOVE "LIN-REG"   TO W-FILE.
            MOVE SPACE       TO W-LOGI.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN W-STS.
            MOVE "I"         TO W-FUNC.
            MOVE "LINTEST1"  TO W-FILE.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN W-STS.
            IF W-STS = "0" AND W-GEN > 0
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " GEN=" W-GEN
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．出力の記帳。論理名LINTEST2の新しい世代が返る。
       P-200.
            MOVE "P-200-01"  TO CASE-ID.
            MOVE "O"         TO W-FUNC.
            MOVE "LINTEST1"  TO W-FILE.
            MOVE "LINTEST2"  TO W-LOGI.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN-OUT W-STS.
            IF W-STS = "0" AND W-GEN-OUT > 0
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " GEN=" W-GEN-OUT
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース3．同じ内容を論理名LINTEST2の入力として申告すると、
      *            ケース２で払い出した世代に引き当たる。
       P-300.
            MOVE "P-300-01"  TO CASE-ID.
            MOVE "I"         TO W-FUNC.
            MOVE "LINTEST1"  TO W-FILE.
            MOVE "LINTEST2"  TO W-LOGI.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN W-STS.
            IF W-STS = "0" AND W-GEN = W-GEN-OUT
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " GEN=" W-GEN
                                             " EXPECT=" W-GEN-OUT
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース4．無いファイルの申告は状態"1"、不正な機能は"2"。
       P-400.
            MOVE "P-400-01"  TO CASE-ID.
            MOVE "I"         TO W-FUNC.
            MOVE "LINNONE9"  TO W-FILE.
            MOVE SPACE       TO W-LOGI.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN W-STS.
            IF W-STS = "1"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            MOVE "P-400-02"  TO CASE-ID.
            MOVE "X"         TO W-FUNC.
            CALL "LIN-REG-1" USING BY REFERENCE W-FUNC W-FILE W-LOGI
                                    W-GEN W-STS.
            IF W-STS = "2"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM LIN-REG.
      ******************************************************************
      *    プログラム名：LIN-REG-1（系譜の記帳ルーチン）
      *    処理概要　　：申告されたファイルを読んで件数とハッシュ合計
      *                  を出し、LINEAGEを引いて世代を決め、出力の
      *                  申告でその出力の世代と入力一式を記帳する。
      *                  入力の申告は"B"で空になる。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           LIN-REG-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-21.
       DATE-COMPILED.        2026-09-21.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ANY-IN     ASSIGN USING W-PHYS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ANY-FS.
           SELECT LIN-FILE   ASSIGN TO "LINEAGE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LIN-FS.
           SELECT TRG-IN     ASSIGN TO "TRANSREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TRG-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  ANY-IN.
       01  AI-REC             PIC X(1000).
       FD  LIN-FILE.
       01  LN-REC             PIC X(200).
       FD  TRG-IN.
       01  TG-REC             PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-ANY-FS           PIC X(02).
       01  W-LIN-FS           PIC X(02).
       01  W-TRG-FS           PIC X(02).
       01  W-PHYS             PIC X(12).
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
       01  W-PROG             PIC X(12)          VALUE SPACE.
       01  W-STAMP            PIC X(15).
       01  W-OPER             PIC X(16).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
      *    申告された入力（"B"から"O"まで）
       01  W-IN-CNT           PIC 9(02)          VALUE 0.
       01  W-IN-TBL.
           05  W-IN           OCCURS 20.
               10  W-IN-KIND  PIC X(02).
               10  W-IN-LOGI  PIC X(12).
               10  W-IN-GEN   PIC 9(05).
               10  W-IN-RECS  PIC 9(07).
               10  W-IN-HASH  PIC 9(09).
               10  W-IN-TREG  PIC X(40).
      *    件数・ハッシュ合計の作業域
       01  W-RECS             PIC 9(07).
       01  W-HASH             PIC 9(09).
       01  W-WORK             PIC 9(18)  COMP.
       01  W-I                PIC 9(04).
       01  W-LEN              PIC 9(04).
      *    台帳の引き当て結果
       01  W-LOGI             PIC X(12).
       01  W-MAX-GEN          PIC 9(05).
       01  W-HIT-GEN          PIC 9(05).
       01  W-F1               PIC X(12).
       01  W-F2               PIC X(12).
       01  W-F3               PIC X(12).
       01  W-F4               PIC X(12).
       01  W-F5               PIC X(16).
       01  W-F6               PIC X(16).
       01  W-F7               PIC X(12).
       01  W-F8               PIC X(12).
       01  W-TREG             PIC X(40).
       01  W-TRG-ID           PIC X(12).
       01  W-SUB              PIC 9(02).
       01  W-LINE-WK          PIC X(200).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-FUNC             PIC X(01).
       01  L-FILE             PIC X(12).
       01  L-LOGI             PIC X(12).
       01  L-GEN              PIC 9(05).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-FUNC L-FILE L-LOGI
                                             L-GEN L-STS.
      ******************************************************************
       P-010.
            MOVE "0" TO L-STS.
            MOVE 0   TO L-GEN.
            MOVE L-FILE TO W-PHYS.
            IF L-LOGI = SPACE
               MOVE L-FILE TO W-LOGI W-TRG-ID
            ELSE
               MOVE L-LOGI TO W-LOGI W-TRG-ID
            END-IF.
      *    取引ファイルは物理名で世代を数え、論理名はTRANSREGの
      *    ファイルＩＤとして使う。
            IF L-FUNC = "T"
               MOVE L-FILE TO W-LOGI
            END-IF.
            EVALUATE L-FUNC
                WHEN "B"
                     MOVE L-FILE TO W-PROG
                     MOVE 0 TO W-IN-CNT
                WHEN "I"
                WHEN "T"
                     PERFORM P-100
                     IF L-STS = "0"
                        PERFORM P-200
                        PERFORM P-300
                     END-IF
                WHEN "O"
                     PERFORM P-100
                     IF L-STS = "0"
                        PERFORM P-200
                        PERFORM P-400
                     END-IF
                WHEN OTHER
                     MOVE "2" TO L-STS
            END-EVALUATE.
            GOBACK
            .
      *
      *   ファイルの件数とハッシュ合計。
       P-100.
            MOVE 0 TO W-RECS W-HASH.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ANY-IN.
            IF W-ANY-FS NOT = "00"
               MOVE "1" TO L-STS
            ELSE
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE ANY-IN
            END-IF.
            .
       P-110.
            ADD 1 TO W-RECS.
            MOVE 0 TO W-LEN.
            INSPECT FUNCTION REVERSE(AI-REC)
                    TALLYING W-LEN FOR LEADING SPACE.
            COMPUTE W-LEN = 1000 - W-LEN.
            MOVE 0 TO W-WORK.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-LEN
               COMPUTE W-WORK = FUNCTION MOD(
                      W-WORK * 31
                      + FUNCTION ORD(AI-REC(W-I:1)) - 1,
                      1000000000)
            END-PERFORM.
            COMPUTE W-HASH = FUNCTION MOD(W-HASH + W-WORK,
                                          1000000000).
            .
      *
      *   台帳の引き当て。論理名の最大世代と、件数・ハッシュ合計の
      *   一致する最新の世代を控える。記帳時刻と操作者もここで。
       P-200.
            MOVE 0 TO W-MAX-GEN W-HIT-GEN.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LIN-FILE.
            IF W-LIN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LIN-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE LIN-FILE
            END-IF.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            DISPLAY "RUN_STAMP" UPON ENVIRONMENT-NAME.
            ACCEPT W-STAMP      FROM ENVIRONMENT-VALUE.
            IF W-STAMP = SPACE
               STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                      DELIMITED BY SIZE INTO W-STAMP
               END-STRING
            END-IF.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-OPER         FROM ENVIRONMENT-VALUE.
            IF W-OPER = SPACE
               MOVE "-" TO W-OPER
            END-IF.
            .
       P-210.
            IF LN-REC(1:2) = "G|"
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                             W-F7 W-F8
               UNSTRING LN-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
               END-UNSTRING
               IF W-F2 = W-LOGI
                  IF FUNCTION NUMVAL(W-F3) > W-MAX-GEN
                     MOVE FUNCTION NUMVAL(W-F3) TO W-MAX-GEN
                  END-IF
                  IF FUNCTION NUMVAL(W-F7) = W-RECS
                     AND FUNCTION NUMVAL(W-F8) = W-HASH
                     MOVE FUNCTION NUMVAL(W-F3) TO W-HIT-GEN
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   入力・取引ファイルの申告。一致する世代が無ければ*LOADの
      *   世代として記帳して根にする。
       P-300.
            IF W-HIT-GEN = 0
               COMPUTE W-HIT-GEN = W-MAX-GEN + 1
               MOVE W-HIT-GEN TO L-GEN
               MOVE "*LOAD"   TO W-F4
               DISPLAY "LIN-REG: " W-LOGI " GEN " W-HIT-GEN
                       " RECORDED AS ORIGINAL LOAD"
               PERFORM P-500
            END-IF.
            MOVE W-HIT-GEN TO L-GEN.
            MOVE "-" TO W-TREG.
            IF L-FUNC = "T"
               PERFORM P-600
            END-IF.
            IF W-IN-CNT < 20
               ADD 1 TO W-IN-CNT
               IF L-FUNC = "T"
                  MOVE "TX" TO W-IN-KIND(W-IN-CNT)
               ELSE
                  MOVE "IN" TO W-IN-KIND(W-IN-CNT)
               END-IF
               MOVE W-LOGI    TO W-IN-LOGI(W-IN-CNT)
               MOVE W-HIT-GEN TO W-IN-GEN (W-IN-CNT)
               MOVE W-RECS    TO W-IN-RECS(W-IN-CNT)
               MOVE W-HASH    TO W-IN-HASH(W-IN-CNT)
               MOVE W-TREG    TO W-IN-TREG(W-IN-CNT)
            END-IF.
            .
      *
      *   出力の記帳。新しい世代を払い出し、G行と申告済みの入力の
      *   I行を書く。
       P-400.
            COMPUTE L-GEN = W-MAX-GEN + 1.
            MOVE W-PROG TO W-F4.
            PERFORM P-500.
            OPEN EXTEND LIN-FILE.
            IF W-LIN-FS = "00"
               PERFORM P-410 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-IN-CNT
               CLOSE LIN-FILE
            END-IF.
            .
       P-410.
            MOVE SPACE TO W-LINE-WK.
            STRING "I|"                DELIMITED BY SIZE
                   W-LOGI              DELIMITED BY SPACE
                   "|" L-GEN "|"       DELIMITED BY SIZE
                   W-IN-KIND(W-SUB)    DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   W-IN-LOGI(W-SUB)    DELIMITED BY SPACE
                   "|" W-IN-GEN(W-SUB)
                   "|" W-IN-RECS(W-SUB)
                   "|" W-IN-HASH(W-SUB)
                   "|"                 DELIMITED BY SIZE
                   W-IN-TREG(W-SUB)    DELIMITED BY SPACE
                   INTO W-LINE-WK
            END-STRING.
            WRITE LN-REC FROM W-LINE-WK.
            .
      *
      *   G行の記帳（世代L-GEN、作成者W-F4）。
       P-500.
            OPEN EXTEND LIN-FILE.
            IF W-LIN-FS = "35"
               OPEN OUTPUT LIN-FILE
            END-IF.
            IF W-LIN-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING "G|"             DELIMITED BY SIZE
                      W-LOGI           DELIMITED BY SPACE
                      "|" L-GEN "|"    DELIMITED BY SIZE
                      W-F4             DELIMITED BY SPACE
                      "|" W-STAMP "|"  DELIMITED BY SIZE
                      W-OPER           DELIMITED BY SPACE
                      "|" W-RECS "|" W-HASH "|"
                                       DELIMITED BY SIZE
                      W-PHYS           DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE LN-REC FROM W-LINE-WK
               CLOSE LIN-FILE
            END-IF.
            .
      *
      *   TRANSREGの受信記帳のうち、ファイルＩＤ（論理名）の最新
      *   のもの。「記帳時刻/世代/判定」で控える。
       P-600.
            MOVE "NOT-IN-TRANSREG" TO W-TREG.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT TRG-IN.
            IF W-TRG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ TRG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-610
                  END-READ
               END-PERFORM
               CLOSE TRG-IN
            END-IF.
            .
       P-610.
            MOVE SPACE TO W-F5 W-F1 W-F2 W-F3 W-F4.
            UNSTRING TG-REC DELIMITED BY "|"
                INTO W-F5 W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            IF W-F1 = W-TRG-ID AND W-F2 = "IN"
               MOVE SPACE TO W-TREG
               STRING W-F5 DELIMITED BY SPACE
                      "/"  DELIMITED BY SIZE
                      W-F3 DELIMITED BY SPACE
                      "/"  DELIMITED BY SIZE
                      W-F4 DELIMITED BY SPACE
                      INTO W-TREG
               END-STRING
            END-IF.
            .
       END PROGRAM LIN-REG-1.
