      *                    機械生成し、全件を１回ずつ引いたときの
      *                    比較回数と経過時間を線形・二分の両方式で
      *                    報告する（置き替え判断の証拠づくり）。
      *                    "YOMI" を指定すると、OCCTBLINを読み込んで
      *                    表をロードし、環境変数OCC_YOMI_KEYの読み
      *                    （たなか・タナカのどちらでも）で始まる
      *                    行を読みマスタYOMIMST経由（YOMI-CNV-1）で
      *                    引いて一覧する。漢字の名前を読みで探す
      *                    ための照会。
      *                    "ITAI" を指定すると、OCCTBLINを読み込んで
      *                    表をロードし、環境変数OCC_ITAI_KEYと異体字
      *                    を畳んで（ITAI-CNV-1、異体字マスタ
      *                    ITAIMST）一致する行を一覧する。髙橋と打って
      *                    高橋の行を引くための照会で、表の内容は
      *                    変えない。
      *                  OCCTBLINの各レコードは国別項目をこのシステム
      *                  の内部表現（1文字2バイト）でそのまま保持する
      *                  固定長ファイルであり、SEEDモードで書き出した
       01  W-MS-LIN           PIC 9(08).
       01  W-MS-BIN           PIC 9(08).
       01  W-TIME-X           PIC X(08).
      *    YOMIモード（読みでの照会）の作業域
       01  W-YK-IN            PIC X(40).
       01  W-YK-IN-YOMI       PIC X(80).
       01  W-YK-KEY           PIC X(40).
       01  W-YK-YOMI          PIC X(80).
       01  W-YK-STS           PIC X(01).
       01  W-YK-LEN           PIC 9(02).
       01  W-YK-SUB           PIC 9(05).
       01  W-YK-HIT           PIC 9(05)          VALUE 0.
      *    ITAIモード（異体字を畳んだ照会）の作業域
       01  W-IK-IN            PIC X(40).
       01  W-IK-IN-NORM       PIC X(40).
       01  W-IK-KEY           PIC X(40).
       01  W-IK-NORM          PIC X(40).
       01  W-IK-DISP          PIC X(40).
       01  W-IK-STS           PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
                     PERFORM P-030
                WHEN "BENCH"
                     PERFORM P-080
                WHEN "YOMI"
                     PERFORM P-020
                     PERFORM P-040
                WHEN "ITAI"
                     PERFORM P-020
                     PERFORM P-045
                WHEN OTHER
                     PERFORM P-020
                     PERFORM P-028
            END-IF.
            .
      *
      *   ケース3．読みでの照会。打たれた読みもYOMI-CNV-1へ通して
      *            ひらがなへ畳み、各行のキーの読みの先頭と比べる。
       P-040.
            DISPLAY "OCC_YOMI_KEY"   UPON ENVIRONMENT-NAME.
            ACCEPT W-YK-IN           FROM ENVIRONMENT-VALUE.
            IF W-YK-IN = SPACE
               DISPLAY "OCC-MAINT: OCC_YOMI_KEY NOT SET"
            ELSE
               CALL "YOMI-CNV-1" USING W-YK-IN W-YK-IN-YOMI W-YK-STS
                   ON EXCEPTION
                       MOVE W-YK-IN TO W-YK-IN-YOMI
               END-CALL
               MOVE 0 TO W-YK-LEN
               INSPECT FUNCTION REVERSE(W-YK-IN-YOMI)
                       TALLYING W-YK-LEN FOR LEADING SPACE
               COMPUTE W-YK-LEN = 80 - W-YK-LEN
               PERFORM VARYING W-YK-SUB FROM 1 BY 1
                       UNTIL W-YK-SUB > W-LOAD-COUNT
                  MOVE SPACE TO W-YK-KEY
                  MOVE W-OCC(W-YK-SUB)(1:10) TO W-YK-KEY
                  CALL "YOMI-CNV-1" USING W-YK-KEY W-YK-YOMI W-YK-STS
                      ON EXCEPTION
                          MOVE W-YK-KEY TO W-YK-YOMI
                  END-CALL
                  IF W-YK-YOMI(1:W-YK-LEN) = W-YK-IN-YOMI(1:W-YK-LEN)
                     ADD 1 TO W-YK-HIT
                     DISPLAY "ROW " W-YK-SUB " " W-YK-KEY(1:10)
                             " " W-OCC-X(W-YK-SUB)
                             " (" W-YK-YOMI(1:30) ")"
                  END-IF
               END-PERFORM
               DISPLAY "READING " W-YK-IN-YOMI(1:W-YK-LEN)
                       " MATCHED " W-YK-HIT " ROW(S)"
            END-IF.
            .
      *
      *   ケース3-2．異体字を畳んだ照会。打たれたキーと各行のキーを
      *            ITAI-CNV-1で同じように畳み、照合キーが等しい行を
      *            格納どおりのキーのまま一覧する。
       P-045.
            DISPLAY "OCC_ITAI_KEY"   UPON ENVIRONMENT-NAME.
            ACCEPT W-IK-IN           FROM ENVIRONMENT-VALUE.
            IF W-IK-IN = SPACE
               DISPLAY "OCC-MAINT: OCC_ITAI_KEY NOT SET"
            ELSE
               CALL "ITAI-CNV-1" USING W-IK-IN W-IK-IN-NORM
                                       W-IK-DISP W-IK-STS
                   ON EXCEPTION
                       MOVE W-IK-IN TO W-IK-IN-NORM
               END-CALL
               PERFORM VARYING W-YK-SUB FROM 1 BY 1
                       UNTIL W-YK-SUB > W-LOAD-COUNT
                  MOVE SPACE TO W-IK-KEY
                  MOVE W-OCC(W-YK-SUB)(1:10) TO W-IK-KEY
                  CALL "ITAI-CNV-1" USING W-IK-KEY W-IK-NORM
                                          W-IK-DISP W-IK-STS
                      ON EXCEPTION
                          MOVE W-IK-KEY TO W-IK-NORM
                  END-CALL
                  IF W-IK-NORM = W-IK-IN-NORM
                     ADD 1 TO W-YK-HIT
                     DISPLAY "ROW " W-YK-SUB " " W-IK-KEY(1:10)
                             " " W-OCC-X(W-YK-SUB)
                  END-IF
               END-PERFORM
               DISPLAY "MATCH-KEY " W-IK-IN-NORM(1:20)
                       " MATCHED " W-YK-HIT " ROW(S)"
            END-IF.
            .
      *
      *   ケース4．規模ベンチ。整列済みキーをOCC_BENCH_ROWS件生成し、
      *            全件１回ずつの探索を線形・二分の両方式で行って
      *            比較回数と経過時間（単位１／１００秒）を報告する。
