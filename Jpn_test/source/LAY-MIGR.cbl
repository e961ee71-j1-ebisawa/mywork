      *                  既定・変換で埋めたかの移行報告MIGRRPTを
      *                  出す。様式変更は適用ランと同じく移行ランと
      *                  セットで出荷する。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：様式変更のデータ移行（新規）
      ******************************************************************
       01  W-IN-CNT           PIC 9(06)          VALUE 0.
       01  W-OUT-CNT          PIC 9(06)          VALUE 0.
       01  W-LINE-WK          PIC X(132).
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
               MOVE 12 TO RETURN-CODE
            ELSE
               DISPLAY "MIGRATED " W-IN-CNT " RECORD(S)"
               PERFORM P-880
               PERFORM P-885
            END-IF.
            DISPLAY "TEST END   (LAY-MIGR)".
            *>ACCEPT OMIT-WK.
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "LAY-MIGR"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "MIGRLAYO"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "MIGRLAYN"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "MIGRMAP"      TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "MIGRIN"       TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "MIGROUT"      TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
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
