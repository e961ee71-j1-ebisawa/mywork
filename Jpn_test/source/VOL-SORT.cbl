      *                      実行ごとに選べる。重み表に無い文字は
      *                      表の全文字の後ろへ回す。VERIFYの検算は
      *                      機械順のときだけ意味を持つ。
      *                    YOMI：読み順。キーを読みマスタYOMIMSTの
      *                      読み（YOMI-CNV-1）へ写してから、DICTと
      *                      同じ重み表で整列キーを作る。漢字のキーも
      *                      五十音の位置へ並ぶ。読みの無いキーは
      *                      キーそのものを重みへ写す。
      *  --------------------------------------------------------------
      *   対象：国別キー整列の規模特性（新規）
      ******************************************************************
                             PIC X(10).
           05  SW-SEQ        PIC 9(7).
      *    辞書順用の整列キー（各バイト位置の重み４桁）
           05  SW-WKEY       PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-PREV-KEY         PIC N(5).
       01  W-PREV-SEQ         PIC 9(7).
       01  W-PREV-SW          PIC X              VALUE "N".
      *    並び順と重み表（DICT・YOMIのとき実行時にCOLLTBLから読む）
       01  W-ORDER            PIC X(10).
       01  W-COL-FS           PIC X(02).
       01  W-COL-CNT          PIC 9(03)          VALUE 0.
       01  W-CO-VLEN          PIC 9(02).
       01  W-B                PIC 9(04).
       01  W-P                PIC 9(02).
       01  W-WP               PIC 9(03).
       01  W-T                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-ORD              PIC 9(03).
      *    整列キーの素（DICTはキーそのもの、YOMIは読み）
       01  W-WK-SRC           PIC X(80).
       01  W-WK-LEN           PIC 9(02).
       01  W-YK-KEY           PIC X(40).
       01  W-YK-STS           PIC X(01).
      *    キー素材の表（文字種を取り混ぜた２０値）
       01  W-KEY-DEF.
           05  FILLER         PIC N(5) VALUE "あいうえお".
            EVALUATE W-MODE
                WHEN "GEN"     PERFORM P-100
                WHEN "SORT"
                     IF W-ORDER = "DICT" OR W-ORDER = "YOMI"
                        PERFORM P-150
                        PERFORM P-205
                     ELSE
                 ASCENDING KEY SW-WKEY SW-SEQ
                 INPUT  PROCEDURE IS P-215
                 OUTPUT PROCEDURE IS P-220.
            IF W-ORDER = "YOMI"
               DISPLAY "SORT-ROWS=" W-CNT " (READING ORDER)"
            ELSE
               DISPLAY "SORT-ROWS=" W-CNT " (DICTIONARY ORDER)"
            END-IF.
            .
       P-215.
            OPEN INPUT VOL-IN.
      *   １バイト、国別は３バイト）なので先頭バイトだけで長さが
      *   決まり、一致が競合することはない——複数文字の並びを
      *   表に足すときは長い並びを先に引く作りに変えること。
      *   YOMIのときはキーを読みへ写してから同じ手順で重みを引く
      *   （読みの後ろの空白は重みにしない）。
       P-218.
            MOVE SPACE TO SW-WKEY.
            MOVE SW-KEY-X TO W-WK-SRC.
            MOVE 10       TO W-WK-LEN.
            IF W-ORDER = "YOMI"
               PERFORM P-219
            END-IF.
            MOVE 1 TO W-P W-WP.
            PERFORM UNTIL W-P > W-WK-LEN OR W-WP > 157
               MOVE 0 TO W-FND
               PERFORM VARYING W-T FROM 1 BY 1
                       UNTIL W-T > W-COL-CNT OR W-FND > 0
                  IF W-P + W-CO-LEN(W-T) - 1 <= W-WK-LEN
                     AND W-WK-SRC(W-P:W-CO-LEN(W-T))
                         = W-CO-SEQ(W-T)(1:W-CO-LEN(W-T))
                     MOVE W-T TO W-FND
                  END-IF
                  ADD W-CO-LEN(W-FND) TO W-P
               ELSE
                  COMPUTE W-ORD
                         = FUNCTION ORD(W-WK-SRC(W-P:1)) - 1
                  COMPUTE W-B = 9000 + W-ORD
                  MOVE W-B TO SW-WKEY(W-WP:4)
                  ADD 1 TO W-P
            END-PERFORM.
            .
      *
      *   キー→読み（YOMI-CNV-1）。読みの実長を整列の範囲にする。
       P-219.
            MOVE SPACE    TO W-YK-KEY.
            MOVE SW-KEY-X TO W-YK-KEY.
            CALL "YOMI-CNV-1" USING W-YK-KEY W-WK-SRC W-YK-STS
                ON EXCEPTION
                    MOVE W-YK-KEY TO W-WK-SRC
            END-CALL.
            MOVE 0 TO W-WK-LEN.
            INSPECT FUNCTION REVERSE(W-WK-SRC)
                    TALLYING W-WK-LEN FOR LEADING SPACE.
            COMPUTE W-WK-LEN = 80 - W-WK-LEN.
            .
      *
      *   ケース2．ファイルSORT。INPUT PROCEDUREでVOLINを
      *            RELEASEし、OUTPUT PROCEDUREでRETURNしながら
      *            VOLOUTへ書く。
