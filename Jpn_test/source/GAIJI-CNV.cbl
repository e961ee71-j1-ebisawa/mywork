      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：外字の引き当て（副プログラム化）
      *    処理概要　　：上流の抽出にはＳＪＩＳのF040〜F9FC（利用者
      *                  定義領域。ＪＩＳに無い人名漢字）の外字が
      *                  混じる。HEX-DUMPでは「!」、UTF8-GWではGWREJ、
      *                  EBC-CNVでは化けとなり、そのたびに手で直して
      *                  いた。外字台帳GAIJIMST（ＳＪＩＳ符号|字形の
      *                  説明|読み|Unicode（私用領域または標準の
      *                  相当字）|ＥＢＣＤＩＣの２バイト符号|帳票用の
      *                  代替）を初回にロードし、変換の各経路が必要
      *                  とする相手の形を返す。台帳はGAIJI-MNTで保守
      *                  する。
      *    呼び出し　　：CALL "GAIJI-CNV-1" USING 機能 入力 入力長
      *                                           出力 出力長 状態
      *                    機能　PIC X(01)：
      *                      "U"＝ＳＪＩＳ外字→UTF-8の相当字
      *                      "E"＝ＳＪＩＳ外字またはUTF-8の相当字→
      *                           ＥＢＣＤＩＣの２バイト符号
      *                      "S"＝ＥＢＣＤＩＣの２バイト符号→UTF-8の
      *                           相当字
      *                      "F"＝ＳＪＩＳ外字またはUTF-8の相当字→
      *                           帳票用の代替
      *                      "R"＝同上→「符号|代替|字形の説明」
      *                    入力　PIC X(04)：先頭から引き当てるバイト
      *                    入力長PIC 9(02)：（返却）一致したバイト数
      *                    出力　PIC X(80)：相手の形
      *                    出力長PIC 9(02)：出力のバイト数
      *                    状態　PIC X(01)："0"＝登録あり
      *                                     "1"＝登録なし
      *                  台帳が無い環境はすべて登録なしの扱い。
      *  --------------------------------------------------------------
      *   対象：外字を含む抽出の受け入れ（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           GAIJI-CNV.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-02.
       DATE-COMPILED.        2026-10-02.
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
       01  W-FUNC             PIC X(01).
       01  W-IN               PIC X(04).
       01  W-IN-LEN           PIC 9(02).
       01  W-OUT              PIC X(80).
       01  W-OUT-LEN          PIC 9(02).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(GAIJI-CNV)".
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            DISPLAY "TEST END  (GAIJI-CNV)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．ＳＪＩＳ外字F040はUTF-8の私用領域U+E000
      *            （EE 80 80）になる。台帳の無い環境では登録なし。
       P-100.
            MOVE "P-100-01"  TO CASE-ID.
            MOVE "U"         TO W-FUNC.
            MOVE X"F040"     TO W-IN.
            CALL "GAIJI-CNV-1" USING W-FUNC W-IN W-IN-LEN
                                     W-OUT W-OUT-LEN W-STS.
            IF (W-STS = "0" AND W-OUT-LEN = 3 AND W-IN-LEN = 2
                            AND W-OUT(1:3) = X"EE8080")
               OR W-STS = "1"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " LEN=" W-OUT-LEN
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．UTF-8の相当字→ＥＢＣＤＩＣの２バイト符号→UTF-8
      *            の往復で元に戻る。
       P-200.
            MOVE "P-200-01"  TO CASE-ID.
            MOVE "E"         TO W-FUNC.
            MOVE X"EE8080"   TO W-IN.
            CALL "GAIJI-CNV-1" USING W-FUNC W-IN W-IN-LEN
                                     W-OUT W-OUT-LEN W-STS.
            IF W-STS = "0"
               MOVE "S"         TO W-FUNC
               MOVE W-OUT(1:2)  TO W-IN
               CALL "GAIJI-CNV-1" USING W-FUNC W-IN W-IN-LEN
                                        W-OUT W-OUT-LEN W-STS
            END-IF.
            IF (W-STS = "0" AND W-OUT-LEN = 3
                            AND W-OUT(1:3) = X"EE8080")
               OR W-STS = "1"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " LEN=" W-OUT-LEN
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース3．帳票用の代替。標準の相当字を持つ外字（はしご高）
      *            でも代替は代替の欄の字。
       P-300.
            MOVE "P-300-01"  TO CASE-ID.
            MOVE "F"         TO W-FUNC.
            MOVE X"F041"     TO W-IN.
            CALL "GAIJI-CNV-1" USING W-FUNC W-IN W-IN-LEN
                                     W-OUT W-OUT-LEN W-STS.
            IF (W-STS = "0" AND W-OUT = "高")
               OR W-STS = "1"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-OUT(1:20)
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース4．登録の無い外字（F9FC）や外字でない文字は登録なし
      *            で返り、出力は空白。
       P-400.
            MOVE "P-400-01"  TO CASE-ID.
            MOVE "U"         TO W-FUNC.
            MOVE X"F9FC"     TO W-IN.
            CALL "GAIJI-CNV-1" USING W-FUNC W-IN W-IN-LEN
                                     W-OUT W-OUT-LEN W-STS.
            IF W-STS = "1" AND W-OUT = SPACE AND W-OUT-LEN = 0
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM GAIJI-CNV.
      ******************************************************************
      *    プログラム名：GAIJI-CNV-1（外字引き当てルーチン）
      *    処理概要　　：初回に外字台帳GAIJIMSTをロードし、符号の
      *                  １６進を生のバイト（ＳＪＩＳ２バイト、
      *                  ＥＢＣＤＩＣ２バイト、Unicodeの符号位置を
      *                  UTF-8に組んだ１〜４バイト）へ直して持つ。
      *                  入力の先頭がどれかの形に一致する行を探し、
      *                  機能の求める形を返す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           GAIJI-CNV-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-02.
       DATE-COMPILED.        2026-10-02.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT GJ-IN      ASSIGN TO "GAIJIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-GJ-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  GJ-IN.
       01  GJ-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-GJ-FS            PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    外字台帳（最大500行）。符号は生のバイトで持つ。
       01  W-GT-CNT           PIC 9(03)          VALUE 0.
       01  W-GT-TBL.
           05  W-GT           OCCURS 500.
               10  W-GT-HEX   PIC X(04).
               10  W-GT-SJ    PIC X(02).
               10  W-GT-EB    PIC X(02).
               10  W-GT-U8    PIC X(04).
               10  W-GT-ULEN  PIC 9(01).
               10  W-GT-DESC  PIC X(40).
               10  W-GT-FB    PIC X(20).
       01  W-LD-SJ            PIC X(10).
       01  W-LD-DESC          PIC X(40).
       01  W-LD-YOMI          PIC X(20).
       01  W-LD-UNI           PIC X(10).
       01  W-LD-EB            PIC X(10).
       01  W-LD-FB            PIC X(20).
       01  W-HEXDIG           PIC X(16)  VALUE "0123456789ABCDEF".
       01  W-HEX              PIC X(06).
       01  W-HLEN             PIC 9(01).
       01  W-NUM              PIC 9(08).
       01  W-CP               PIC 9(08).
       01  W-B-TBL.
           05  W-B            PIC 9(03)  OCCURS 4.
       01  W-K                PIC 9(02).
       01  W-D                PIC 9(02).
       01  W-T                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-BAD-SW           PIC X(01).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-FUNC             PIC X(01).
       01  L-IN               PIC X(04).
       01  L-IN-LEN           PIC 9(02).
       01  L-OUT              PIC X(80).
       01  L-OUT-LEN          PIC 9(02).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-FUNC L-IN L-IN-LEN
                                            L-OUT L-OUT-LEN L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            MOVE SPACE TO L-OUT.
            MOVE 0     TO L-IN-LEN L-OUT-LEN W-FND.
            MOVE "1"   TO L-STS.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-GT-CNT OR W-FND > 0
               EVALUATE L-FUNC
                   WHEN "U"
                        IF L-IN(1:2) = W-GT-SJ(W-T)
                           MOVE W-T TO W-FND
                           MOVE 2   TO L-IN-LEN
                        END-IF
                   WHEN "S"
                        IF L-IN(1:2) = W-GT-EB(W-T)
                           MOVE W-T TO W-FND
                           MOVE 2   TO L-IN-LEN
                        END-IF
                   WHEN OTHER
                        IF L-IN(1:2) = W-GT-SJ(W-T)
                           MOVE W-T TO W-FND
                           MOVE 2   TO L-IN-LEN
                        ELSE
                           IF L-IN(1:W-GT-ULEN(W-T))
                              = W-GT-U8(W-T)(1:W-GT-ULEN(W-T))
                              MOVE W-T TO W-FND
                              MOVE W-GT-ULEN(W-T) TO L-IN-LEN
                           END-IF
                        END-IF
               END-EVALUATE
            END-PERFORM.
            IF W-FND > 0
               MOVE "0" TO L-STS
               EVALUATE L-FUNC
                   WHEN "U"
                   WHEN "S"
                        MOVE W-GT-U8(W-FND)(1:W-GT-ULEN(W-FND))
                             TO L-OUT
                        MOVE W-GT-ULEN(W-FND) TO L-OUT-LEN
                   WHEN "E"
                        MOVE W-GT-EB(W-FND) TO L-OUT
                        MOVE 2 TO L-OUT-LEN
                   WHEN "F"
                        MOVE W-GT-FB(W-FND) TO L-OUT
                        MOVE 0 TO L-OUT-LEN
                        INSPECT L-OUT TALLYING L-OUT-LEN
                                FOR CHARACTERS BEFORE INITIAL SPACE
                   WHEN OTHER
                        STRING W-GT-HEX(W-FND)  DELIMITED BY SIZE
                               "|"              DELIMITED BY SIZE
                               W-GT-FB(W-FND)   DELIMITED BY SPACE
                               "|"              DELIMITED BY SIZE
                               W-GT-DESC(W-FND) DELIMITED BY SPACE
                               INTO L-OUT
                        END-STRING
                        MOVE 0 TO L-OUT-LEN
                        INSPECT FUNCTION REVERSE(L-OUT)
                                TALLYING L-OUT-LEN FOR LEADING SPACE
                        COMPUTE L-OUT-LEN = 80 - L-OUT-LEN
               END-EVALUATE
            ELSE
               MOVE 0 TO L-IN-LEN
            END-IF.
            GOBACK
            .
      *
      *   初回ロード。GAIJIMSTが無ければ空の表で動く。符号の欄が
      *   １６進として読めない行は捨てる。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT GJ-IN.
            IF W-GJ-FS = "00"
               PERFORM UNTIL W-EOF
                  READ GJ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE GJ-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF GJ-REC(1:1) NOT = "#" AND GJ-REC NOT = SPACE
               AND W-GT-CNT < 500
               MOVE SPACE TO W-LD-SJ W-LD-DESC W-LD-YOMI W-LD-UNI
                             W-LD-EB W-LD-FB
               UNSTRING GJ-REC DELIMITED BY "|"
                   INTO W-LD-SJ W-LD-DESC W-LD-YOMI W-LD-UNI
                        W-LD-EB W-LD-FB
               END-UNSTRING
               MOVE "N" TO W-BAD-SW
               ADD 1 TO W-GT-CNT
               MOVE W-LD-SJ(1:4) TO W-GT-HEX(W-GT-CNT)
               MOVE W-LD-DESC    TO W-GT-DESC(W-GT-CNT)
               MOVE W-LD-FB      TO W-GT-FB(W-GT-CNT)
               MOVE W-LD-SJ(1:4) TO W-HEX
               MOVE 4            TO W-HLEN
               PERFORM P-900
               DIVIDE W-NUM BY 256 GIVING W-B(1) REMAINDER W-B(2)
               MOVE FUNCTION CHAR(W-B(1) + 1)
                    TO W-GT-SJ(W-GT-CNT)(1:1)
               MOVE FUNCTION CHAR(W-B(2) + 1)
                    TO W-GT-SJ(W-GT-CNT)(2:1)
               MOVE W-LD-EB(1:4) TO W-HEX
               MOVE 4            TO W-HLEN
               PERFORM P-900
               DIVIDE W-NUM BY 256 GIVING W-B(1) REMAINDER W-B(2)
               MOVE FUNCTION CHAR(W-B(1) + 1)
                    TO W-GT-EB(W-GT-CNT)(1:1)
               MOVE FUNCTION CHAR(W-B(2) + 1)
                    TO W-GT-EB(W-GT-CNT)(2:1)
               MOVE W-LD-UNI(1:6) TO W-HEX
               MOVE 0 TO W-HLEN
               INSPECT W-LD-UNI TALLYING W-HLEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF W-HLEN < 4 OR W-HLEN > 6
                  MOVE "Y" TO W-BAD-SW
               END-IF
               PERFORM P-900
               MOVE W-NUM TO W-CP
               PERFORM P-200
               IF W-BAD-SW = "Y"
                  SUBTRACT 1 FROM W-GT-CNT
               END-IF
            END-IF.
            .
      *
      *   符号位置W-CPをUTF-8に組む。
       P-200.
            MOVE SPACE TO W-GT-U8(W-GT-CNT).
            EVALUATE TRUE
                WHEN W-CP < 128
                     MOVE 1 TO W-GT-ULEN(W-GT-CNT)
                     MOVE W-CP TO W-B(1)
                WHEN W-CP < 2048
                     MOVE 2 TO W-GT-ULEN(W-GT-CNT)
                     DIVIDE W-CP BY 64 GIVING W-B(1) REMAINDER W-B(2)
                     ADD 192 TO W-B(1)
                     ADD 128 TO W-B(2)
                WHEN W-CP < 65536
                     MOVE 3 TO W-GT-ULEN(W-GT-CNT)
                     DIVIDE W-CP BY 64 GIVING W-NUM REMAINDER W-B(3)
                     DIVIDE W-NUM BY 64 GIVING W-B(1) REMAINDER W-B(2)
                     ADD 224 TO W-B(1)
                     ADD 128 TO W-B(2) W-B(3)
                WHEN OTHER
                     MOVE 4 TO W-GT-ULEN(W-GT-CNT)
                     DIVIDE W-CP BY 64 GIVING W-NUM REMAINDER W-B(4)
                     DIVIDE W-NUM BY 64 GIVING W-NUM REMAINDER W-B(3)
                     DIVIDE W-NUM BY 64 GIVING W-B(1) REMAINDER W-B(2)
                     ADD 240 TO W-B(1)
                     ADD 128 TO W-B(2) W-B(3) W-B(4)
            END-EVALUATE.
            PERFORM VARYING W-K FROM 1 BY 1
                    UNTIL W-K > W-GT-ULEN(W-GT-CNT)
               MOVE FUNCTION CHAR(W-B(W-K) + 1)
                    TO W-GT-U8(W-GT-CNT)(W-K:1)
            END-PERFORM.
            .
      *
      *   １６進W-HEX（先頭W-HLEN桁）→数値W-NUM。１６進でない桁が
      *   あれば行を捨てる印を立てる。
       P-900.
            MOVE 0 TO W-NUM.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-HLEN
               PERFORM VARYING W-D FROM 1 BY 1
                       UNTIL W-D > 16
                          OR W-HEXDIG(W-D:1) = W-HEX(W-K:1)
                  CONTINUE
               END-PERFORM
               IF W-D > 16
                  MOVE "Y" TO W-BAD-SW
                  MOVE 1 TO W-D
               END-IF
               COMPUTE W-NUM = W-NUM * 16 + W-D - 1
            END-PERFORM.
            .
       END PROGRAM GAIJI-CNV-1.
