      *                      CNVOUT
      *                  対応の無い１バイト文字を含むレコードは
      *                  CNVREJへ（位置つき）。
      *                  Ｎ型項目の外字は外字台帳（GAIJI-CNV-1）で
      *                  引き、TOEBCではＳＪＩＳ外字またはUTF-8の
      *                  相当字を台帳のＥＢＣＤＩＣ２バイト符号へ
      *                  （詰めた分は空白）、TOASCではその符号を
      *                  UTF-8の相当字へ戻す（後ろに空白が足りなけ
      *                  れば拒否）。台帳に無い外字は従来どおり拒否。
      *  --------------------------------------------------------------
      *   対象：メインフレーム授受の内製化（新規）
      ******************************************************************
       01  W-ORD              PIC 9(03).
       01  W-ORD2             PIC 9(03).
       01  W-BAD-POS          PIC 9(03).
      *    外字台帳（GAIJI-CNV-1）の受け渡し域
       01  W-GJ-AVL           PIC X(01)          VALUE "Y".
       01  W-GJ-FUNC          PIC X(01).
       01  W-GJ-IN            PIC X(04).
       01  W-GJ-IN-LEN        PIC 9(02).
       01  W-GJ-OUT           PIC X(80).
       01  W-GJ-OUT-LEN       PIC 9(02).
       01  W-GJ-STS           PIC X(01).
       01  W-GJ-END           PIC 9(03).
       01  W-GJ-CNT           PIC 9(06)          VALUE 0.
      *    件数
       01  W-IN-CNT           PIC 9(06)          VALUE 0.
       01  W-OUT-CNT          PIC 9(06)          VALUE 0.
            PERFORM P-200.
            DISPLAY "CONTROL IN=" W-IN-CNT " OUT=" W-OUT-CNT
                    " REJ=" W-REJ-CNT.
            IF W-GJ-CNT > 0
               DISPLAY "GAIJI CONVERTED=" W-GJ-CNT
            END-IF.
            IF W-IN-CNT NOT = W-OUT-CNT + W-REJ-CNT
               DISPLAY "EBC-CNV NG: CONTROL COUNTS DO NOT BALANCE"
               MOVE 12 TO RETURN-CODE
      *   多バイト文字を割っていたら拒否）。
       P-400.
            MOVE W-LT-OFF(W-F) TO W-I.
            COMPUTE W-GJ-END = W-LT-OFF(W-F) + W-LT-LEN(W-F) - 1.
            PERFORM UNTIL W-BAD-POS > 0
                       OR W-I > W-LT-OFF(W-F)
                              + W-LT-LEN(W-F) - 1
               COMPUTE W-ORD = FUNCTION ORD(CI-REC(W-I:1)) - 1
               MOVE "1" TO W-GJ-STS
               IF W-GJ-AVL = "Y" AND W-ORD NOT = 32
                  PERFORM P-450
               END-IF
               EVALUATE TRUE
                   WHEN W-GJ-STS = "0"
                        CONTINUE
                   WHEN W-ORD = 32
                        ADD 1 TO W-I
                   WHEN W-ORD >= 224 AND W-ORD <= 239
               END-EVALUATE
            END-PERFORM.
            .
      *
      *   Ｎ型項目の外字。W-I位置から台帳を引き、見つかれば出力側
      *   の形へ置き替えてW-Iを進める（W-GJ-STS＝"0"）。
       P-450.
            IF W-MODE = "TOASC"
               MOVE "S" TO W-GJ-FUNC
            ELSE
               MOVE "E" TO W-GJ-FUNC
            END-IF.
            MOVE CI-REC(W-I:4) TO W-GJ-IN.
            CALL "GAIJI-CNV-1" USING W-GJ-FUNC W-GJ-IN W-GJ-IN-LEN
                                     W-GJ-OUT W-GJ-OUT-LEN W-GJ-STS
                ON EXCEPTION
                    MOVE "N" TO W-GJ-AVL
                    MOVE "1" TO W-GJ-STS
            END-CALL.
            IF W-GJ-STS = "0"
               IF W-I + W-GJ-IN-LEN - 1 > W-GJ-END
                  MOVE "1" TO W-GJ-STS
               END-IF
            END-IF.
            IF W-GJ-STS = "0" AND W-MODE = "TOASC"
               IF W-GJ-OUT-LEN > 2
                  IF W-I + W-GJ-OUT-LEN - 1 > W-GJ-END
                     MOVE "1" TO W-GJ-STS
                  ELSE
                     IF CI-REC(W-I + 2:W-GJ-OUT-LEN - 2) NOT = SPACE
                        MOVE "1" TO W-GJ-STS
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF W-GJ-STS = "0"
               ADD 1 TO W-GJ-CNT
               IF W-MODE = "TOASC"
                  MOVE SPACE TO CO-REC(W-I:2)
                  MOVE W-GJ-OUT(1:W-GJ-OUT-LEN)
                       TO CO-REC(W-I:W-GJ-OUT-LEN)
                  IF W-GJ-OUT-LEN > 2
                     ADD W-GJ-OUT-LEN TO W-I
                  ELSE
                     ADD 2 TO W-I
                  END-IF
               ELSE
                  MOVE SPACE TO CO-REC(W-I:W-GJ-IN-LEN)
                  MOVE W-GJ-OUT(1:2) TO CO-REC(W-I:2)
                  ADD W-GJ-IN-LEN TO W-I
               END-IF
            END-IF.
            .
