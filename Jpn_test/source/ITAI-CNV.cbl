      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：異体字を畳んだ照合キーの作成（副プログラム化）
      *    処理概要　　：OCCTBLINの名前・QA99MNTのキー・CASEMETAの
      *                  持ち主には異体字（髙／高、﨑／崎、邊／邉／辺、
      *                  齋／斎）が混じって届く。業務上は同じ人・同じ
      *                  語なのに、OCC-MAINTの照会やFILE-CMP・CMP3-WAY
      *                  の突き合わせでは一致しない。異体字マスタ
      *                  ITAIMST（異体字|標準字|表示。ITAI-MNTで保守
      *                  する）を初回にロードし、国別の文字列の異体字
      *                  を標準字へ置き替えた照合キーと、表示の指定
      *                  どおりに置き替えた表示形を返す。
      *                  照合のためだけの変換で、格納データは書き替え
      *                  ない（書き替えはトランザクションで行う）。
      *    呼び出し　　：CALL "ITAI-CNV-1" USING キー 照合キー 表示形
      *                                          状態
      *                    キー　　　PIC X(40)：照合する文字列
      *                    照合キー　PIC X(40)：異体字を標準字へ畳んだ
      *                                         もの（比較にはこれを
      *                                         使う）
      *                    表示形　　PIC X(40)：表示の指定が S の異体
      *                                         字だけを標準字へ置き
      *                                         替えたもの（V は書かれ
      *                                         たまま見せる）
      *                    状態　　　PIC X(01)："0"＝異体字なし
      *                                         "1"＝１字以上畳んだ
      *                  マスタが無い環境は異体字なしと同じ扱い。
      *                  文字はこのシステムの内部表現のまま受け渡す。
      *  --------------------------------------------------------------
      *   対象：異体字を含む名前の照合（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ITAI-CNV.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-30.
       DATE-COMPILED.        2026-09-30.
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
       01  W-KEY2             PIC X(40).
       01  W-NORM             PIC X(40).
       01  W-NORM2            PIC X(40).
       01  W-DISP             PIC X(40).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(ITAI-CNV)".
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            DISPLAY "TEST END  (ITAI-CNV)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．異体字を含まない文字列はそのまま返り、状態"0"。
       P-100.
            MOVE "P-100-01"  TO CASE-ID.
            MOVE "田中ABC"   TO W-KEY.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY W-NORM
                                                 W-DISP W-STS.
            IF W-STS = "0" AND W-NORM = "田中ABC"
                           AND W-DISP = "田中ABC"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-NORM
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．髙橋と高橋は同じ照合キーになる。マスタの無い
      *            環境では両方とも畳まれずに返るので、そのときは
      *            状態"0"のまま別キーであることを確かめる。
       P-200.
            MOVE "P-200-01"  TO CASE-ID.
            MOVE "髙橋"      TO W-KEY.
            MOVE "高橋"      TO W-KEY2.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY W-NORM
                                                 W-DISP W-STS.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY2 W-NORM2
                                                 W-DISP W-STS.
            IF (W-NORM = W-NORM2 AND W-NORM = "高橋")
               OR (W-STS = "0" AND W-NORM = "髙橋")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:" W-NORM
                                             " " W-NORM2
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース3．同じ標準字へ畳まれる異体字が複数ある（邊・邉→辺）。
       P-300.
            MOVE "P-300-01"  TO CASE-ID.
            MOVE "渡邊"      TO W-KEY.
            MOVE "渡邉"      TO W-KEY2.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY W-NORM
                                                 W-DISP W-STS.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY2 W-NORM2
                                                 W-DISP W-STS.
            IF (W-NORM = W-NORM2 AND W-NORM = "渡辺")
               OR (W-STS = "0" AND W-NORM = "渡邊")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:" W-NORM
                                             " " W-NORM2
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース4．表示形は表示の指定に従う。照合キーは常に標準字、
      *            表示形は指定 V の異体字（人名の﨑）を書かれたまま
      *            残す。
       P-400.
            MOVE "P-400-01"  TO CASE-ID.
            MOVE "山﨑"      TO W-KEY.
            CALL "ITAI-CNV-1" USING BY REFERENCE W-KEY W-NORM
                                                 W-DISP W-STS.
            IF (W-STS = "1" AND W-NORM = "山崎" AND W-DISP = "山﨑")
               OR (W-STS = "0" AND W-NORM = "山﨑")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-NORM
                                             " " W-DISP
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM ITAI-CNV.
      ******************************************************************
      *    プログラム名：ITAI-CNV-1（異体字畳み込みルーチン）
      *    処理概要　　：初回に異体字マスタITAIMSTをロードし、キーを
      *                  先頭から１文字ずつ見て、異体字の並びに一致
      *                  すれば標準字（表示形は表示の指定の字）へ、
      *                  一致しなければその１文字をそのまま写す。
      *                  異体字は異体字セレクタつきの並びでもよい
      *                  （一致は登録したバイト列の長さで見る）。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ITAI-CNV-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-30.
       DATE-COMPILED.        2026-09-30.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ITA-IN     ASSIGN TO "ITAIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ITA-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  ITA-IN.
       01  IT-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-ITA-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    異体字マスタ（最大1000行）。長さはバイト数。
       01  W-IT-CNT           PIC 9(04)          VALUE 0.
       01  W-IT-TBL.
           05  W-IT           OCCURS 1000.
               10  W-IT-VAR   PIC X(12).
               10  W-IT-VLEN  PIC 9(02).
               10  W-IT-STD   PIC X(12).
               10  W-IT-SLEN  PIC 9(02).
               10  W-IT-DSP   PIC X(01).
       01  W-T                PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-I                PIC 9(03).
       01  W-O                PIC 9(03).
       01  W-D                PIC 9(03).
       01  W-CL               PIC 9(02).
       01  W-B1               PIC 9(03).
       01  W-END              PIC 9(03).
       01  W-F3               PIC X(08).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-KEY              PIC X(40).
       01  L-NORM             PIC X(40).
       01  L-DISP             PIC X(40).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-KEY L-NORM L-DISP L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            MOVE SPACE TO L-NORM L-DISP.
            MOVE "0" TO L-STS.
            MOVE 0 TO W-END.
            INSPECT FUNCTION REVERSE(L-KEY)
                    TALLYING W-END FOR LEADING SPACE.
            COMPUTE W-END = 40 - W-END.
            MOVE 1 TO W-I W-O W-D.
            PERFORM UNTIL W-I > W-END
               PERFORM P-200
            END-PERFORM.
            GOBACK
            .
      *
      *   初回ロード。ITAIMSTが無ければ空の表で動く。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ITA-IN.
            IF W-ITA-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ITA-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE ITA-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF IT-REC(1:1) NOT = "#" AND IT-REC NOT = SPACE
               AND W-IT-CNT < 1000
               ADD 1 TO W-IT-CNT
               MOVE SPACE TO W-IT-VAR(W-IT-CNT) W-IT-STD(W-IT-CNT)
                             W-F3
               UNSTRING IT-REC DELIMITED BY "|"
                   INTO W-IT-VAR(W-IT-CNT) W-IT-STD(W-IT-CNT) W-F3
               END-UNSTRING
               MOVE 0 TO W-IT-VLEN(W-IT-CNT) W-IT-SLEN(W-IT-CNT)
               INSPECT W-IT-VAR(W-IT-CNT)
                       TALLYING W-IT-VLEN(W-IT-CNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT W-IT-STD(W-IT-CNT)
                       TALLYING W-IT-SLEN(W-IT-CNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF W-F3(1:1) = "V"
                  MOVE "V" TO W-IT-DSP(W-IT-CNT)
               ELSE
                  MOVE "S" TO W-IT-DSP(W-IT-CNT)
               END-IF
               IF W-IT-VLEN(W-IT-CNT) = 0 OR W-IT-SLEN(W-IT-CNT) = 0
                  SUBTRACT 1 FROM W-IT-CNT
               END-IF
            END-IF.
            .
      *
      *   W-I位置の１文字（または異体字の並び）を写す。
       P-200.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-IT-CNT OR W-FND > 0
               IF W-I + W-IT-VLEN(W-T) - 1 <= 40
                  IF L-KEY(W-I:W-IT-VLEN(W-T))
                     = W-IT-VAR(W-T)(1:W-IT-VLEN(W-T))
                     MOVE W-T TO W-FND
                  END-IF
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE "1" TO L-STS
               IF W-O + W-IT-SLEN(W-FND) - 1 <= 40
                  MOVE W-IT-STD(W-FND)(1:W-IT-SLEN(W-FND))
                       TO L-NORM(W-O:W-IT-SLEN(W-FND))
               END-IF
               ADD W-IT-SLEN(W-FND) TO W-O
               IF W-IT-DSP(W-FND) = "S"
                  IF W-D + W-IT-SLEN(W-FND) - 1 <= 40
                     MOVE W-IT-STD(W-FND)(1:W-IT-SLEN(W-FND))
                          TO L-DISP(W-D:W-IT-SLEN(W-FND))
                  END-IF
                  ADD W-IT-SLEN(W-FND) TO W-D
               ELSE
                  IF W-D + W-IT-VLEN(W-FND) - 1 <= 40
                     MOVE W-IT-VAR(W-FND)(1:W-IT-VLEN(W-FND))
                          TO L-DISP(W-D:W-IT-VLEN(W-FND))
                  END-IF
                  ADD W-IT-VLEN(W-FND) TO W-D
               END-IF
               ADD W-IT-VLEN(W-FND) TO W-I
            ELSE
               PERFORM P-300
               IF W-I + W-CL - 1 > 40
                  COMPUTE W-CL = 41 - W-I
               END-IF
               IF W-O + W-CL - 1 <= 40
                  MOVE L-KEY(W-I:W-CL) TO L-NORM(W-O:W-CL)
               END-IF
               IF W-D + W-CL - 1 <= 40
                  MOVE L-KEY(W-I:W-CL) TO L-DISP(W-D:W-CL)
               END-IF
               ADD W-CL TO W-I W-O W-D
            END-IF.
            .
      *
      *   W-I位置の文字のバイト数（先頭バイトで決まる）。
       P-300.
            COMPUTE W-B1 = FUNCTION ORD(L-KEY(W-I:1)) - 1.
            EVALUATE TRUE
                WHEN W-B1 >= 240
                     MOVE 4 TO W-CL
                WHEN W-B1 >= 224
                     MOVE 3 TO W-CL
                WHEN W-B1 >= 192
                     MOVE 2 TO W-CL
                WHEN OTHER
                     MOVE 1 TO W-CL
            END-EVALUATE.
            .
       END PROGRAM ITAI-CNV-1.
