      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：漢字キーの読み（五十音）への変換（副プログラム化）
      *    処理概要　　：COLLTBLの重みでかなは辞書順に並ぶようになった
      *                  が、OCCTBLIN／OCCTBLMSの漢字の名前やCASEMETAの
      *                  持ち主（田中・佐藤）はコードポイント順のまま
      *                  で、印字した一覧では引けない。読みマスタ
      *                  YOMIMST（キー文字列|かなの読み。YOMI-MNTで
      *                  保守する）を初回にロードし、キーを読みへ
      *                  写して返す。並べ替え（SRT-UTILのＹ型キー・
      *                  VOL-SORTのYOMI順）と、読みでの検索（OCC-MAINT
      *                  のYOMIモード）が共通に使う。
      *                  読みはカタカナをひらがなへ畳んで返すので、
      *                  マスタにどちらで登録しても、検索でどちらを
      *                  打っても同じに並び、同じに当たる。
      *    呼び出し　　：CALL "YOMI-CNV-1" USING キー 読み 状態
      *                    キー　　PIC X(40)：並べる・引く文字列
      *                    読み　　PIC X(80)：ひらがなの読み
      *                    状態　　PIC X(01)："0"＝マスタで読みを得た
      *                                      "1"＝漢字なし（キーを
      *                                          畳んだものが読み）
      *                                      "2"＝漢字があるのに読み
      *                                          が未登録（キーを
      *                                          畳んだものを返す。
      *                                          かなの後ろに並ぶ）
      *                  マスタが無い環境は全件未登録と同じ扱い。
      *                  文字はこのシステムの内部表現のまま受け渡す。
      *  --------------------------------------------------------------
      *   対象：漢字キーの五十音順（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           YOMI-CNV.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-18.
       DATE-COMPILED.        2026-09-18.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
       SPECIAL-NAMES.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
      *    NGケース件数。終了時にRETURN-CODEへ写す（0＝全OK）。
       01  W-NG-CNT           PIC 9(02)          VALUE 0.
       01  W-KEY              PIC X(40).
       01  W-YOMI             PIC X(80).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(YOMI-CNV)".
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            DISPLAY "TEST END  (YOMI-CNV)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．カタカナだけのキーはひらがなへ畳まれ、状態"1"。
       P-100.
            MOVE "P-100-01"  TO CASE-ID.
            MOVE "タナカ"    TO W-KEY.
            CALL "YOMI-CNV-1" USING BY REFERENCE W-KEY W-YOMI W-STS.
            IF W-STS = "1" AND W-YOMI = "たなか"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-YOMI
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．漢字のキーは、マスタに読みがあれば"0"で読みを、
      *            無ければ"2"で畳んだキーを返す（このケースは
      *            マスタの有無どちらでも成立する判定にしてある）。
       P-200.
            MOVE "P-200-01"  TO CASE-ID.
            MOVE "田中"      TO W-KEY.
            CALL "YOMI-CNV-1" USING BY REFERENCE W-KEY W-YOMI W-STS.
            IF (W-STS = "0" AND W-YOMI = "たなか")
               OR (W-STS = "2" AND W-YOMI = "田中")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-YOMI
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース3．英数字・ひらがなは変えずに返し、状態"1"。
       P-300.
            MOVE "P-300-01"  TO CASE-ID.
            MOVE "ABCあいう" TO W-KEY.
            CALL "YOMI-CNV-1" USING BY REFERENCE W-KEY W-YOMI W-STS.
            IF W-STS = "1" AND W-YOMI = "ABCあいう"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-YOMI
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM YOMI-CNV.
      ******************************************************************
      *    プログラム名：YOMI-CNV-1（読み変換ルーチン）
      *    処理概要　　：初回に読みマスタYOMIMSTをロードし、キーを
      *                  引き当てて読みを返す。返す読みはカタカナを
      *                  ひらがなへ畳んだもの（ァ〜ヶをぁ〜ゖへ。
      *                  長音ーはそのまま）。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           YOMI-CNV-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-18.
       DATE-COMPILED.        2026-09-18.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT YOM-IN     ASSIGN TO "YOMIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-YOM-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  YOM-IN.
       01  YM-REC             PIC X(130).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-YOM-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    読みマスタ（最大2000行）
       01  W-YM-CNT           PIC 9(04)          VALUE 0.
       01  W-YM-TBL.
           05  W-YM           OCCURS 2000.
               10  W-YM-KEY   PIC X(40).
               10  W-YM-YOMI  PIC X(80).
       01  W-T                PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-I                PIC 9(03).
       01  W-B1               PIC 9(03).
       01  W-B2               PIC 9(03).
       01  W-B3               PIC 9(03).
       01  W-KANJI-SW         PIC X.
           88  W-HAS-KANJI                       VALUE "Y".
      ******************************************************************
       LINKAGE               SECTION.
       01  L-KEY              PIC X(40).
       01  L-YOMI             PIC X(80).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-KEY L-YOMI L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-YM-CNT OR W-FND > 0
               IF W-YM-KEY(W-T) = L-KEY
                  MOVE W-T TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE W-YM-YOMI(W-FND) TO L-YOMI
               MOVE "0" TO L-STS
            ELSE
               MOVE L-KEY TO L-YOMI
               PERFORM P-300
               IF W-HAS-KANJI
                  MOVE "2" TO L-STS
               ELSE
                  MOVE "1" TO L-STS
               END-IF
            END-IF.
            PERFORM P-200.
            GOBACK
            .
      *
      *   初回ロード。YOMIMSTが無ければ空の表で動く。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT YOM-IN.
            IF W-YOM-FS = "00"
               PERFORM UNTIL W-EOF
                  READ YOM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE YOM-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF YM-REC(1:1) NOT = "#" AND YM-REC NOT = SPACE
               AND W-YM-CNT < 2000
               ADD 1 TO W-YM-CNT
               MOVE SPACE TO W-YM-KEY(W-YM-CNT) W-YM-YOMI(W-YM-CNT)
               UNSTRING YM-REC DELIMITED BY "|"
                   INTO W-YM-KEY(W-YM-CNT) W-YM-YOMI(W-YM-CNT)
               END-UNSTRING
            END-IF.
            .
      *
      *   カタカナ→ひらがなの畳み込み（L-YOMIの上で行う）。
      *   ァ〜タ（E3 82 A1〜BF）→ぁ〜た（E3 81 81〜9F）
      *   ダ〜ミ（E3 83 80〜9F）→だ〜み（E3 81 A0〜BF）
      *   ム〜ヶ（E3 83 A0〜B6）→む〜ゖ（E3 82 80〜96）
       P-200.
            MOVE 1 TO W-I.
            PERFORM UNTIL W-I > 78
               COMPUTE W-B1 = FUNCTION ORD(L-YOMI(W-I:1)) - 1
               IF W-B1 = 227
                  COMPUTE W-B2 = FUNCTION ORD(L-YOMI(W-I + 1:1)) - 1
                  COMPUTE W-B3 = FUNCTION ORD(L-YOMI(W-I + 2:1)) - 1
                  EVALUATE TRUE
                      WHEN W-B2 = 130 AND W-B3 >= 161 AND W-B3 <= 191
                           MOVE X"81" TO L-YOMI(W-I + 1:1)
                           MOVE FUNCTION CHAR(W-B3 - 32 + 1)
                                TO L-YOMI(W-I + 2:1)
                      WHEN W-B2 = 131 AND W-B3 >= 128 AND W-B3 <= 159
                           MOVE X"81" TO L-YOMI(W-I + 1:1)
                           MOVE FUNCTION CHAR(W-B3 + 32 + 1)
                                TO L-YOMI(W-I + 2:1)
                      WHEN W-B2 = 131 AND W-B3 >= 160 AND W-B3 <= 182
                           MOVE X"82" TO L-YOMI(W-I + 1:1)
                           MOVE FUNCTION CHAR(W-B3 - 32 + 1)
                                TO L-YOMI(W-I + 2:1)
                      WHEN OTHER
                           CONTINUE
                  END-EVALUATE
                  ADD 3 TO W-I
               ELSE
                  ADD 1 TO W-I
               END-IF
            END-PERFORM.
            .
      *
      *   漢字を含むか。CJK統合漢字（先頭バイトE4〜E9）と々
      *   （E3 80 85）を漢字とみなす。
       P-300.
            MOVE "N" TO W-KANJI-SW.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > 38 OR W-HAS-KANJI
               COMPUTE W-B1 = FUNCTION ORD(L-KEY(W-I:1)) - 1
               EVALUATE TRUE
                   WHEN W-B1 >= 228 AND W-B1 <= 233
                        MOVE "Y" TO W-KANJI-SW
                   WHEN L-KEY(W-I:3) = X"E38085"
                        MOVE "Y" TO W-KANJI-SW
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-PERFORM.
            .
       END PROGRAM YOMI-CNV-1.
