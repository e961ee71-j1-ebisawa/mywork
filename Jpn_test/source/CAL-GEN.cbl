      *                  様式）。内容を確認のうえCALMSTTXへ写して
      *                  CAL-MNTで適用する。生成のみでマスタには一切
      *                  触れない。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：CALMST年次更新の機械生成（新規）
      ******************************************************************
       01  W-RULE-CNT         PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
       01  W-LINE-WK          PIC X(100).
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            PERFORM P-100.
            PERFORM P-500.
            PERFORM P-600.
            PERFORM P-880.
            PERFORM P-885.
            DISPLAY "RULES=" W-RULE-CNT " PROPOSED=" W-OUT-CNT.
            DISPLAY "TEST END   (CAL-GEN)".
            *>ACCEPT OMIT-WK.
               END-IF
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "CAL-GEN"      TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "CALRULES"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "CALMSTPR"     TO W-LIN-FILE.
            MOVE "CALMSTTX"     TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   LIN-REG-1の呼び出し共通部。
       P-889.
            CALL "LIN-REG-1" USING W-LIN-FUNC W-LIN-FILE W-LIN-LOGI
                                   W-LIN-GEN  W-LIN-STS
                ON EXCEPTION
                    MOVE "9" TO W-LIN-STS
            END-CALL.
            IF W-LIN-STS = "9" AND W-LIN-FUNC = "B"
               DISPLAY "WARNING: LIN-REG-1 NOT LINKED -"
                       " LINEAGE NOT RECORDED"
            END-IF.
            .
