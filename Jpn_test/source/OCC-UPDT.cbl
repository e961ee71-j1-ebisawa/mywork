      *                  GnuCOBOLはLINE SEQUENTIALへの国別項目の
      *                  WRITE／READで文字が欠落することがある既知の
      *                  制限を持つ。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：OCC-MAINTのOCCTBLIN表ファイルの保守（新規）
      ******************************************************************
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
      *    凍結照会（FRZ-CHK-1）の受け渡し域
       01  W-FRZ-FILE         PIC X(10)          VALUE "OCCTBLIN".
       01  W-FRZ-STS          PIC X(01)          VALUE SPACE.
       01  CASE-ID            PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  LST-CNT-LINE.
           05  LST-CNT-TAG    PIC X(10).
           05  LST-CNT       PIC ZZ9.
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
                       " (SEE PERMLOG)"
               MOVE "Y" TO W-SIM-SW
            END-IF.
      *    変更凍結の検査（SIMULATEは照会しない）。凍結中の適用は
      *    有効な緊急変更票が無ければSIMULATEに制限し、RETURN-CODE
      *    8で終える。
            IF NOT W-SIMULATE
               CALL "FRZ-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                      W-FRZ-FILE W-FRZ-STS
                   ON EXCEPTION
                       MOVE "9" TO W-FRZ-STS
               END-CALL
               IF W-FRZ-STS = "1"
                  DISPLAY "OCC-UPDT: OCCTBLIN IS FROZEN - APPLY"
                          " REFUSED, FORCED TO SIMULATE"
                          " (SEE FRZLOG)"
                  MOVE "Y" TO W-SIM-SW
               END-IF
               IF W-FRZ-STS = "2"
                  DISPLAY "OCC-UPDT: OCCTBLIN IS FROZEN - EMERGENCY"
                          " CHANGE IN USE (SEE FRZLOG)"
               END-IF
            END-IF.
            DISPLAY "OCC_EFF_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-EFF-DATE     FROM ENVIRONMENT-VALUE.
            IF W-EFF-DATE = SPACE
               ELSE
                  PERFORM P-060
                  PERFORM P-900
                  PERFORM P-880
                  PERFORM P-885
               END-IF
            END-IF.
            PERFORM P-070.
            CLOSE OCCUPLST.
            IF W-FRZ-STS = "1"
               MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (OCC-UPDT)".
            *>ACCEPT OMIT-WK.
            GOBACK
               CLOSE RTL-FILE
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "OCC-UPDT"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "OCCTBLIN"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "T"            TO W-LIN-FUNC.
            MOVE "OCCTBLTX"     TO W-LIN-FILE.
            MOVE "OCCTBLTX"     TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "OCCTBLOU"     TO W-LIN-FILE.
            MOVE "OCCTBLIN"     TO W-LIN-LOGI.
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
