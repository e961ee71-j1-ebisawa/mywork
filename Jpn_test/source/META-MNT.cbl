      *                  回帰ドライバの失敗一覧はこのマスタを突き合わせ
      *                  て担当者と優先度を添えて表示する。
      *    レコード様式：PROGRAM(12)｜CASE-ID(40)｜OWNER(16)｜AREA(12)
      *                  ｜PRIORITY(4)｜RELEASE(8)［｜STATUS(8)］の
      *                  「|」区切り。CASE-IDに"*"を置くとそのプログラム
      *                  全体の既定。STATUSは省略可で、廃止したケース
      *                  （CASE-RET）はRETIREDとして行を残す。CHGで
      *                  STATUSを省くと現在の状態を引き継ぎ、ACTIVEを
      *                  置くと状態を消す（廃止の取り消し）。
      *    使用方法　　：カレントにCASEMETA（現行マスタ）とCASEMETX
      *                  （トランザクション：先頭３桁がADD／CHG／DEL、
      *                  続けて上記様式のレコード）を置いて実行する。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：テストケースの管理情報（新規）
      ******************************************************************
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
      *    凍結照会（FRZ-CHK-1）の受け渡し域
       01  W-FRZ-FILE         PIC X(10)          VALUE "CASEMETA".
       01  W-FRZ-STS          PIC X(01).
      *    承認済み一括の照会（TX-PEND-1）の受け渡し域
       01  W-TXP-FILE         PIC X(12)          VALUE "CASEMETX".
       01  W-TXP-STS          PIC X(01).
       01  CASE-ID            PIC X(10).
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-TBL-CNT          PIC 9(03)          VALUE 0.
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-PTR              PIC 9(03).
       01  W-META-TBL.
           05  W-MT           OCCURS 200.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-AREA  PIC X(12).
               10  W-MT-PRIO  PIC X(04).
               10  W-MT-REL   PIC X(08).
               10  W-MT-STS   PIC X(08).
               10  W-MT-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-AREA          PIC X(12).
       01  W-TX-PRIO          PIC X(04).
       01  W-TX-REL           PIC X(08).
       01  W-TX-STS           PIC X(08).
      *    件数
       01  W-ADD-CNT          PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-RPC-POS          PIC 9(02).
      *    リスト行の組み立て域
       01  W-LST-WK           PIC X(160).
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
      *    変更凍結の検査。CASEMETAを対象とする凍結期間中は、有効な
      *    緊急変更票が無ければ受けない。
            CALL "FRZ-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                   W-FRZ-FILE W-FRZ-STS
                ON EXCEPTION
                    MOVE "9" TO W-FRZ-STS
            END-CALL.
            IF W-FRZ-STS = "1"
               DISPLAY "META-MNT: CASEMETA IS FROZEN - APPLY REFUSED"
                       " (SEE FRZLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-FRZ-STS = "2"
               DISPLAY "META-MNT: CASEMETA IS FROZEN - EMERGENCY CHANGE"
                       " IN USE (SEE FRZLOG)"
            END-IF.
      *    作成者・検認者の分離。CASEMETXは検認者が承認した一括
      *    （TXPLED）と件数・ハッシュ合計が一致するときだけ受ける。
            CALL "TX-PEND-1" USING W-PRM-OPER W-PRM-PROG
                                   W-TXP-FILE W-TXP-STS
                ON EXCEPTION
                    MOVE "9" TO W-TXP-STS
            END-CALL.
            IF W-TXP-STS = "1"
               DISPLAY "META-MNT: CASEMETX IS NOT A RELEASED BATCH"
                       " - APPLY REFUSED (SEE TXPLED)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT META-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-060.
            PERFORM P-070.
            PERFORM P-900.
            PERFORM P-880.
            PERFORM P-885.
            CLOSE META-LS.
            DISPLAY "TEST END   (META-MNT)".
            *>ACCEPT OMIT-WK.
       P-021.
            IF MI-REC(1:1) NOT = "#" AND W-TBL-CNT < 200
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-MT-STS(W-TBL-CNT)
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-MT-PROG (W-TBL-CNT)
                        W-MT-CASE (W-TBL-CNT)
                        W-MT-AREA (W-TBL-CNT)
                        W-MT-PRIO (W-TBL-CNT)
                        W-MT-REL  (W-TBL-CNT)
                        W-MT-STS  (W-TBL-CNT)
               END-UNSTRING
               MOVE "N" TO W-MT-DEL(W-TBL-CNT)
            END-IF.
            .
       P-031.
            MOVE SPACE TO W-TX-PROG W-TX-CASE W-TX-OWNER
                          W-TX-AREA W-TX-PRIO W-TX-REL W-TX-STS.
            MOVE MT-REC(1:3) TO W-TX-KBN.
            UNSTRING MT-REC(4:) DELIMITED BY "|"
                INTO W-TX-PROG W-TX-CASE W-TX-OWNER
                     W-TX-AREA W-TX-PRIO W-TX-REL W-TX-STS
            END-UNSTRING.
      *    持ち主名の文字種方針を当てる（REP-CHK-1。違反はリジェクト。
      *    ルーチン未結合なら検査なし）。
               MOVE W-TX-AREA  TO W-MT-AREA (W-TBL-CNT)
               MOVE W-TX-PRIO  TO W-MT-PRIO (W-TBL-CNT)
               MOVE W-TX-REL   TO W-MT-REL  (W-TBL-CNT)
               MOVE W-TX-STS   TO W-MT-STS  (W-TBL-CNT)
               IF W-TX-STS = "ACTIVE"
                  MOVE SPACE   TO W-MT-STS  (W-TBL-CNT)
               END-IF
               MOVE "N"        TO W-MT-DEL  (W-TBL-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            STRING "CHG-OLD " W-MT-PROG(W-FND) " "
                   W-MT-CASE(W-FND) " "
                   W-MT-OWNER(W-FND) " " W-MT-PRIO(W-FND) " "
                   W-MT-REL(W-FND) " " W-MT-STS(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE ML-REC FROM W-LST-WK.
            MOVE W-TX-AREA  TO W-MT-AREA (W-FND).
            MOVE W-TX-PRIO  TO W-MT-PRIO (W-FND).
            MOVE W-TX-REL   TO W-MT-REL  (W-FND).
            IF W-TX-STS = "ACTIVE"
               MOVE SPACE    TO W-MT-STS  (W-FND)
            ELSE
               IF W-TX-STS NOT = SPACE
                  MOVE W-TX-STS TO W-MT-STS (W-FND)
               END-IF
            END-IF.
            PERFORM P-050.
            .
      *
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-PROG " " W-TX-CASE " "
                   W-TX-OWNER " " W-TX-PRIO " " W-TX-REL " "
                   W-TX-STS
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE ML-REC FROM W-LST-WK.
       P-061.
            IF W-MT-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO MO-REC
               MOVE 1     TO W-PTR
               STRING W-MT-PROG (W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-MT-CASE (W-SUB) DELIMITED BY SPACE
                      W-MT-PRIO (W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-MT-REL  (W-SUB) DELIMITED BY SPACE
                      INTO MO-REC WITH POINTER W-PTR
               END-STRING
               IF W-MT-STS(W-SUB) NOT = SPACE
                  STRING "|"               DELIMITED BY SIZE
                         W-MT-STS(W-SUB)   DELIMITED BY SPACE
                         INTO MO-REC WITH POINTER W-PTR
                  END-STRING
               END-IF
               WRITE MO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
               CLOSE BCT-FILE
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "META-MNT"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "CASEMETA"     TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "T"            TO W-LIN-FUNC.
            MOVE "CASEMETX"     TO W-LIN-FILE.
            MOVE "CASEMETX"     TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "CASEMETO"     TO W-LIN-FILE.
            MOVE "CASEMETA"     TO W-LIN-LOGI.
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
