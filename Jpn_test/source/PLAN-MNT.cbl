      *                  （先頭３桁ADD／DEL、４桁目から
      *                  「計画名|プログラム|CASE-ID並び」）を置いて
      *                  実行する。キーは計画名＋プログラム。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：テスト計画のデータ化（新規）
      ******************************************************************
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
      *    凍結照会（FRZ-CHK-1）の受け渡し域
       01  W-FRZ-FILE         PIC X(10)          VALUE "TESTPLAN".
       01  W-FRZ-STS          PIC X(01).
      *    承認済み一括の照会（TX-PEND-1）の受け渡し域
       01  W-TXP-FILE         PIC X(12)          VALUE "TESTPLTX".
       01  W-TXP-STS          PIC X(01).
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
       01  W-CHN-CONTENT      PIC X(250).
       01  W-CHN-VAL          PIC 9(10).
       01  W-CHN-LEN          PIC 9(03).
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
      *    変更凍結の検査。TESTPLANを対象とする凍結期間中は、有効な
      *    緊急変更票が無ければ受けない。
            CALL "FRZ-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                   W-FRZ-FILE W-FRZ-STS
                ON EXCEPTION
                    MOVE "9" TO W-FRZ-STS
            END-CALL.
            IF W-FRZ-STS = "1"
               DISPLAY "PLAN-MNT: TESTPLAN IS FROZEN - APPLY REFUSED"
                       " (SEE FRZLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-FRZ-STS = "2"
               DISPLAY "PLAN-MNT: TESTPLAN IS FROZEN - EMERGENCY CHANGE"
                       " IN USE (SEE FRZLOG)"
            END-IF.
      *    作成者・検認者の分離。TESTPLTXは検認者が承認した一括
      *    （TXPLED）と件数・ハッシュ合計が一致するときだけ受ける。
            CALL "TX-PEND-1" USING W-PRM-OPER W-PRM-PROG
                                   W-TXP-FILE W-TXP-STS
                ON EXCEPTION
                    MOVE "9" TO W-TXP-STS
            END-CALL.
            IF W-TXP-STS = "1"
               DISPLAY "PLAN-MNT: TESTPLTX IS NOT A RELEASED BATCH"
                       " - APPLY REFUSED (SEE TXPLED)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-100.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-900.
            PERFORM P-880.
            PERFORM P-885.
            DISPLAY "ADD=" W-ADD-CNT " DEL=" W-DEL-CNT
                    " REJ=" W-REJ-CNT " OUT=" W-OUT-CNT.
            DISPLAY "TEST END   (PLAN-MNT)".
               CLOSE BCT-FILE
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "PLAN-MNT"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "TESTPLAN"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "T"            TO W-LIN-FUNC.
            MOVE "TESTPLTX"     TO W-LIN-FILE.
            MOVE "TESTPLTX"     TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "TESTPLO"      TO W-LIN-FILE.
            MOVE "TESTPLAN"     TO W-LIN-LOGI.
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
