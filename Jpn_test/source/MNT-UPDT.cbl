      *                  データ＋鍵側ファイル）経由で行う。ファイル
      *                  状態値の判定はそのままで、この保守フローは
      *                  本ビルドでも実機で動く。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *    更新履歴　　：QA99JRNLの各行には操作者（OPERATOR_ID）と
      *                  実行識別（起動時刻）を添え、はねた試行も
      *                  操作REJ・理由つきで記帳する（本番適用時の
      *                  み）。キー単位の生涯照会MNT-HISTの入力。
      *                  MNTUPLSTの先頭にも実行識別行を置く。
      *  --------------------------------------------------------------
      *   対象：QA99MNTマスタの運用保守（新規）
      ******************************************************************
       FD  BCT-FILE.
       01  BCT-REC                      PIC  X(100).
       FD  JRN-FILE.
       01  JRN-REC                      PIC  X(320).
       FD  REJ-FILE.
       01  REJ-REC                      PIC  X(250).
       FD  RTL-FILE.
       01  W-PRM-PROG                   PIC  X(10).
       01  W-PRM-MODE                   PIC  X(10).
       01  W-PRM-STS                    PIC  X(01).
      *    凍結照会（FRZ-CHK-1）の受け渡し域
       01  W-FRZ-FILE                   PIC  X(10)  VALUE "QA99MNT".
       01  W-FRZ-STS                    PIC  X(01)  VALUE SPACE.
      *    承認済み一括の照会（TX-PEND-1）の受け渡し域
       01  W-TXP-FILE                   PIC  X(12)  VALUE "MNTTX".
       01  W-TXP-STS                    PIC  X(01)  VALUE SPACE.
      *    マスタレコード（キーアクセスはKEYIO-1経由）
       01  F-MNT-RECORD.
           03  F-MNT-KBN                PIC  N(02).
       01  W-BEF-IMG                    PIC  X(120).
       01  W-AFT-IMG                    PIC  X(120).
       01  W-JRN-OP                     PIC  X(03).
       01  W-JRN-WK                     PIC  X(320).
       01  W-NOW-TIME                   PIC  X(08).
      *    実行識別（起動時刻 YYYYMMDD_HHMMSS）とジャーナル理由
       01  W-RUN-ID                     PIC  X(15).
       01  W-JRN-RSN                    PIC  X(08)        VALUE SPACE.
      *    変更量ガード（しきい値％と強行指定、強行の記録）
       01  W-RATE-PCT-X                 PIC  X(03).
       01  W-RATE-PCT                   PIC  9(03)        VALUE 30.
       01  W-IO-OK-SW                   PIC  X             VALUE "Y".
           88  W-IO-OK                                     VALUE "Y".
       01  W-LST-WK                     PIC  X(160).
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC                   PIC  X(01).
       01  W-LIN-FILE                   PIC  X(12).
       01  W-LIN-LOGI                   PIC  X(12).
       01  W-LIN-GEN                    PIC  9(05).
       01  W-LIN-STS                    PIC  X(01).
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
                  DISPLAY "MNT-UPDT: QA99MNT IS FROZEN - APPLY"
                          " REFUSED, FORCED TO SIMULATE"
                          " (SEE FRZLOG)"
                  MOVE "Y" TO W-SIM-SW
               END-IF
               IF W-FRZ-STS = "2"
                  DISPLAY "MNT-UPDT: QA99MNT IS FROZEN - EMERGENCY"
                          " CHANGE IN USE (SEE FRZLOG)"
               END-IF
            END-IF.
      *    作成者・検認者の分離（SIMULATEは照会しない）。検認者が
      *    承認した一括（TXPLED）でないMNTTXはSIMULATEに制限し、
      *    RETURN-CODE 8で終える。
            IF NOT W-SIMULATE
               CALL "TX-PEND-1" USING W-PRM-OPER W-PRM-PROG
                                      W-TXP-FILE W-TXP-STS
                   ON EXCEPTION
                       MOVE "9" TO W-TXP-STS
               END-CALL
               IF W-TXP-STS = "1"
                  DISPLAY "MNT-UPDT: MNTTX IS NOT A RELEASED BATCH"
                          " - FORCED TO SIMULATE (SEE TXPLED)"
                  MOVE "Y" TO W-SIM-SW
               END-IF
            END-IF.
            ACCEPT W-NOW-TIME FROM TIME.
            ACCEPT W-BC-DATE  FROM DATE YYYYMMDD.
            MOVE SPACE TO W-RUN-ID.
            STRING W-BC-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-RUN-ID
            END-STRING.
            OPEN OUTPUT LST-FILE.
            MOVE SPACE TO W-LST-WK.
            STRING "RUN=" W-RUN-ID " OPER=" W-PRM-OPER
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE LST-REC FROM W-LST-WK.
            IF W-SIMULATE
               MOVE "** SIMULATE MODE - MASTER NOT UPDATED **"
                    TO LST-REC
               WRITE LST-REC
            END-IF.
            IF NOT W-SIMULATE
               PERFORM P-880
            END-IF.
            PERFORM P-050.
            PERFORM P-100.
            PERFORM P-080.
                  MOVE "CL" TO W-KIO-OP
                  PERFORM P-950
                  CLOSE LST-FILE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            PERFORM P-300.
            IF NOT W-SIMULATE
               PERFORM P-900
               PERFORM P-885
            END-IF.
            CLOSE LST-FILE.
            DISPLAY "APPLIED=" W-APPLY-CNT " REJ=" W-REJ-CNT
                    " SKIPPED-ALREADY-APPLIED=" W-SKIP-CNT.
            IF W-FRZ-STS = "1" OR W-TXP-STS = "1"
               MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (MNT-UPDT)".
            *>ACCEPT OMIT-WK.
            GOBACK
               ADD 1 TO W-SKIP-CNT
            ELSE
               MOVE SPACE TO W-TX-KBN W-TX-KEY W-TX-NEW
                             W-BEF-IMG
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-TX-KBN W-TX-KEY W-TX-NEW
               END-UNSTRING
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ  SEQ=" W-TX-SEQ " " W-TX-KBN " "
                   W-TX-KEY " RSN=" W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE LST-REC FROM W-LST-WK.
      *    はねた試行もジャーナルへ（更新後像の位置に試行の区分・
      *    キー・新値を置く。MNT-RBLDはREJを読み飛ばす）。
            IF NOT W-SIMULATE
               MOVE SPACE          TO W-AFT-IMG
               MOVE W-TX-KBN(1:4)  TO W-AFT-IMG(1:4)
               MOVE W-TX-KEY       TO W-AFT-IMG(5:20)
               MOVE W-TX-NEW       TO W-AFT-IMG(65:40)
               MOVE "REJ"          TO W-JRN-OP
               MOVE W-REJ-RSN      TO W-JRN-RSN
               PERFORM P-270
               MOVE SPACE          TO W-JRN-RSN
            END-IF.
      *    標準リジェクトファイルへも残す（REJ-MNTの修理キューに
      *    乗せる。様式「PEND|ジョブ|理由|元レコード」）。
            OPEN EXTEND REJ-FILE.
            END-IF.
            .
      *
      *   適用１件のリスト行。変更・削除は直後に更新前の値を
      *   添え、SIMULATEのリストがそのまま前後対照として読める。
       P-250.
            ADD 1 TO W-APPLY-CNT.
            MOVE SPACE TO W-LST-WK.
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE LST-REC FROM W-LST-WK.
            IF W-BEF-IMG NOT = SPACE
               MOVE SPACE TO W-LST-WK
               STRING "     BEFORE=" W-BEF-IMG(65:40)
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE LST-REC FROM W-LST-WK
            END-IF.
            .
      *
      *   更新前後像のジャーナル記帳（追記専用）。世代スナップ
      *   ショットとこのジャーナルから、MNT-RBLDが任意時点のマスタを
      *   再構成できる。様式は
      *   「記帳時刻|通番|操作|更新前像|更新後像|操作者|実行識別|
      *   理由」（理由はREJのみ）。
       P-270.
            ACCEPT W-NOW-TIME FROM TIME.
            ACCEPT W-BC-DATE  FROM DATE YYYYMMDD.
               MOVE SPACE TO W-JRN-WK
               STRING W-BC-DATE "_" W-NOW-TIME(1:6)
                      "|" W-TX-SEQ "|" W-JRN-OP "|"
                      W-BEF-IMG "|" W-AFT-IMG "|"
                      W-PRM-OPER "|" W-RUN-ID "|" W-JRN-RSN
                      DELIMITED BY SIZE INTO W-JRN-WK
               END-STRING
               WRITE JRN-REC FROM W-JRN-WK
               CLOSE RTL-FILE
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する（索引
      *   マスタはその場で書き替わるので、適用前に申告しておく）。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "MNT-UPDT"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "QA99MNT"      TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "T"            TO W-LIN-FUNC.
            MOVE "MNTTX"        TO W-LIN-FILE.
            MOVE "MNTTX"        TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "QA99MNT"      TO W-LIN-FILE.
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
