      *                  （様式「POS=位置|元レコード」）。
      *                  入・出・リジェクトのコントロール件数を
      *                  DISPLAYし末尾の検算に使う。
      *                  取り込みでは検疫の前に、ＳＪＩＳのまま紛れ
      *                  込んだ外字（F040〜F9FC）を外字台帳（GAIJI-
      *                  CNV-1）で引き、登録があればUnicodeの相当字
      *                  （私用領域または標準の字）のUTF-8へ置き
      *                  替える。登録の無い外字は従来どおりGWREJへ
      *                  （位置は置き替え後のレコードで数える）。
      *    使用方法　　：環境変数 UTF8_GW_LAYOUT で固定様式の長さを
      *                  選ぶ（OCC＝60、MNT＝120。既定OCC）。
      *  --------------------------------------------------------------
       01  W-ORD              PIC 9(03).
       01  W-BAD-POS          PIC 9(03).
       01  W-J                PIC 9(03).
      *    外字の置き替え域（GAIJI-CNV-1の受け渡し域）
       01  W-GJ-REC           PIC X(200).
       01  W-GJ-O             PIC 9(03).
       01  W-GJ-CL            PIC 9(03).
       01  W-GJ-AVL           PIC X(01)          VALUE "Y".
       01  W-GJ-FUNC          PIC X(01)          VALUE "U".
       01  W-GJ-IN            PIC X(04).
       01  W-GJ-IN-LEN        PIC 9(02).
       01  W-GJ-OUT           PIC X(80).
       01  W-GJ-OUT-LEN       PIC 9(02).
       01  W-GJ-STS           PIC X(01).
       01  W-GJ-CNT           PIC 9(05)          VALUE 0.
      *    件数（入・出・リジェクト）
       01  W-IN-CNT           PIC 9(05)          VALUE 0.
       01  W-OUT-CNT          PIC 9(05)          VALUE 0.
            CLOSE REJ-FILE.
            DISPLAY "CONTROL IN=" W-IN-CNT " OUT=" W-OUT-CNT
                    " REJ=" W-REJ-CNT.
            IF W-GJ-CNT > 0
               DISPLAY "GAIJI SUBSTITUTED=" W-GJ-CNT
            END-IF.
            IF W-IN-CNT NOT = W-OUT-CNT + W-REJ-CNT
               DISPLAY "UTF8-GW NG: CONTROL COUNTS DO NOT BALANCE"
               MOVE 12 TO RETURN-CODE
       P-110.
            ADD 1 TO W-IN-CNT.
            MOVE UI-REC TO W-CHK-REC.
            IF W-GJ-AVL = "Y"
               PERFORM P-350
            END-IF.
            PERFORM P-300.
            IF W-BAD-POS > 0
               PERFORM P-400
            END-IF.
            .
      *
      *   外字の置き替え。文字の区切りをたどり、先行バイトがF0〜F9
      *   の位置だけ台帳を引く（正しいUTF-8の並びの途中は見ない）。
      *   置き替えでレコード長を超えるときは置き替えない。
       P-350.
            MOVE 0 TO W-CHK-LEN.
            INSPECT FUNCTION REVERSE(W-CHK-REC)
                    TALLYING W-CHK-LEN FOR LEADING SPACE.
            COMPUTE W-CHK-LEN = 200 - W-CHK-LEN.
            MOVE SPACE TO W-GJ-REC.
            MOVE 1 TO W-I W-GJ-O.
            PERFORM UNTIL W-I > W-CHK-LEN
               COMPUTE W-ORD = FUNCTION ORD(W-CHK-REC(W-I:1)) - 1
               MOVE "1" TO W-GJ-STS
               IF W-ORD >= 240 AND W-ORD <= 249
                  AND W-I < W-CHK-LEN AND W-GJ-AVL = "Y"
                  MOVE W-CHK-REC(W-I:2) TO W-GJ-IN
                  CALL "GAIJI-CNV-1" USING W-GJ-FUNC W-GJ-IN
                                           W-GJ-IN-LEN W-GJ-OUT
                                           W-GJ-OUT-LEN W-GJ-STS
                      ON EXCEPTION
                          MOVE "N" TO W-GJ-AVL
                          MOVE "1" TO W-GJ-STS
                  END-CALL
                  IF W-GJ-STS = "0"
                     AND W-GJ-O + W-GJ-OUT-LEN - 1 > 200
                     MOVE "1" TO W-GJ-STS
                  END-IF
               END-IF
               IF W-GJ-STS = "0"
                  MOVE W-GJ-OUT(1:W-GJ-OUT-LEN)
                       TO W-GJ-REC(W-GJ-O:W-GJ-OUT-LEN)
                  ADD W-GJ-OUT-LEN TO W-GJ-O
                  ADD 2 TO W-I
                  ADD 1 TO W-GJ-CNT
               ELSE
                  EVALUATE TRUE
                      WHEN W-ORD >= 224 AND W-ORD <= 239
                           MOVE 3 TO W-GJ-CL
                      WHEN W-ORD >= 194 AND W-ORD <= 223
                           MOVE 2 TO W-GJ-CL
                      WHEN OTHER
                           MOVE 1 TO W-GJ-CL
                  END-EVALUATE
                  IF W-I + W-GJ-CL - 1 > W-CHK-LEN
                     COMPUTE W-GJ-CL = W-CHK-LEN - W-I + 1
                  END-IF
                  IF W-GJ-O + W-GJ-CL - 1 <= 200
                     MOVE W-CHK-REC(W-I:W-GJ-CL)
                          TO W-GJ-REC(W-GJ-O:W-GJ-CL)
                  END-IF
                  ADD W-GJ-CL TO W-I W-GJ-O
               END-IF
            END-PERFORM.
            MOVE W-GJ-REC TO W-CHK-REC.
            .
      *
      *   リジェクト行（違反バイト位置つき）。
       P-400.
            ADD 1 TO W-REJ-CNT.
