      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：インシデント解決日数（ＭＴＴＲ）報告
      *                  （１３２桁印字）
      *    処理概要　　：INCDREGは起票日・クローズ日・持ち主・状態を
      *                  持っているのに、直すのに何日かかっているかを
      *                  誰も測っておらず、四半期ごとの問い合わせには
      *                  勘で答えていた。対象月と、その月を含む年度
      *                  四半期（BIZDATE-1の機能Fで求める４月始まり）
      *                  について
      *                    ・起票件数とクローズ件数
      *                    ・クローズまでの営業日数の平均と最長
      *                      （起票日の翌日からクローズ日までを
      *                      BIZDATE-1の機能Dで数える）
      *                  を全体・持ち主別・CASEMETAのAREA別・
      *                  PRIORITY別に並べ、優先度ごとの目標営業日数
      *                  （MTTRTGT「PRIORITY|営業日数」）を超えて
      *                  まだ開いているインシデントを名指しで載せる。
      *                  AREA・PRIORITYの引き当てはNG-ESCLと同じく
      *                  CASEMETAのケース一致→"*"既定の順。
      *    使用方法　　：INCDREG・CASEMETA・MTTRTGT・CALMSTを置き、
      *                  環境変数MTTR_MONTH（YYYYMM）を設定して実行
      *                  する。未解消の年齢の基準日はMTTR_TODAY
      *                  （未指定なら当日）。帳票はMTTRRPTに書く。
      *                  他の１３２桁帳票と同じく、MTTRRPTをSPOOLIN
      *                  へ写してSPOOL-MGRをSPOOL_MODE＝SUBMIT、
      *                  SPOOL_REPORT＝MTTRRPTで動かしてスプールへ
      *                  預ける。目標超過があればRETURN-CODE＝4、
      *                  INCDREGが無ければ12。
      *  --------------------------------------------------------------
      *   対象：インシデント解決日数の計測（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           MTTR-RPT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-22.
       DATE-COMPILED.        2026-09-22.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
       SPECIAL-NAMES.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT INC-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-INC-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT TGT-IN     ASSIGN TO "MTTRTGT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TGT-FS.
           SELECT RPT-FILE   ASSIGN TO "MTTRRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  INC-IN.
       01  IC-REC             PIC X(200).
       FD  META-IN.
       01  MI-REC             PIC X(200).
       FD  TGT-IN.
       01  TI-REC             PIC X(80).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-INC-FS           PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-TGT-FS           PIC X(02).
       01  W-MONTH            PIC X(06).
       01  W-TODAY            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-CAL-SW           PIC X              VALUE "N".
           88  W-CAL-DAYS                        VALUE "Y".
      *    対象四半期（年度・四半期と月の範囲YYYYMM）
       01  W-FY               PIC 9(04).
       01  W-QTR              PIC 9(01).
       01  W-Q-FROM           PIC X(06).
       01  W-Q-TO             PIC X(06).
       01  W-Q-YYYY           PIC 9(04).
       01  W-Q-MM             PIC 9(02).
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    CASEMETA（AREA・PRIORITYの引き当て用）
       01  W-MT-CNT           PIC 9(04)          VALUE 0.
       01  W-MT-TBL.
           05  W-MT           OCCURS 1000.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-AREA  PIC X(20).
               10  W-MT-PRI   PIC X(08).
      *    優先度ごとの目標営業日数（MTTRTGT）
       01  W-TG-CNT           PIC 9(02)          VALUE 0.
       01  W-TG-TBL.
           05  W-TG           OCCURS 20.
               10  W-TG-PRI   PIC X(08).
               10  W-TG-DAYS  PIC 9(04).
      *    内訳（区分＋値）ごとの集計。期間は１＝月、２＝四半期
       01  W-BK-CNT           PIC 9(03)          VALUE 0.
       01  W-BK-TBL.
           05  W-BK           OCCURS 300.
               10  W-BK-DIM   PIC X(08).
               10  W-BK-VAL   PIC X(20).
               10  W-BK-P     OCCURS 2.
                   15  W-BK-OPN   PIC 9(04).
                   15  W-BK-CLS   PIC 9(04).
                   15  W-BK-SUM   PIC 9(07).
                   15  W-BK-MAX   PIC 9(04).
      *    目標超過で開いているインシデント
       01  W-OV-CNT           PIC 9(04)          VALUE 0.
       01  W-OV-TBL.
           05  W-OV           OCCURS 500.
               10  W-OV-PROG  PIC X(12).
               10  W-OV-CASE  PIC X(40).
               10  W-OV-OWNER PIC X(20).
               10  W-OV-PRI   PIC X(08).
               10  W-OV-STS   PIC X(10).
               10  W-OV-OPEN  PIC X(08).
               10  W-OV-AGE   PIC 9(04).
               10  W-OV-TGT   PIC 9(04).
      *    １件分の作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-IC-AREA          PIC X(20).
       01  W-IC-PRI           PIC X(08).
       01  W-IC-DAYS          PIC 9(04).
       01  W-OPN-SW           PIC X(02).
       01  W-CLS-SW           PIC X(02).
       01  W-DIM-WK           PIC X(08).
       01  W-VAL-WK           PIC X(20).
       01  W-SUB              PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-P                PIC 9(01).
       01  W-TGT-WK           PIC 9(04).
       01  W-DAYS             PIC 9(07).
       01  W-ID1              PIC 9(08).
       01  W-ID2              PIC 9(08).
       01  W-MEAN             PIC 9(04)V9.
      *    ページ制御（REG-RPTと同じ１ページ５０明細）
       01  W-PAGE-NO          PIC 9(04)          VALUE 0.
       01  W-LINE-CNT         PIC 9(03)          VALUE 99.
       01  W-LINES-PER-PAGE   PIC 9(03)          VALUE 50.
      *    帳票の各行様式
       01  H1-LINE.
           05  FILLER         PIC X(36)
               VALUE "JPN_TEST INCIDENT RESOLUTION (MTTR)".
           05  FILLER         PIC X(07)          VALUE "MONTH: ".
           05  H1-MONTH       PIC X(08).
           05  FILLER         PIC X(03)          VALUE "FY ".
           05  H1-FY          PIC 9(04).
           05  FILLER         PIC X(02)          VALUE " Q".
           05  H1-QTR         PIC 9(01).
           05  FILLER         PIC X(02)          VALUE " (".
           05  H1-Q-FROM      PIC X(06).
           05  FILLER         PIC X(01)          VALUE "-".
           05  H1-Q-TO        PIC X(06).
           05  FILLER         PIC X(01)          VALUE ")".
           05  FILLER         PIC X(46)          VALUE SPACE.
           05  FILLER         PIC X(05)          VALUE "PAGE ".
           05  H1-PAGE        PIC ZZZ9.
       01  H2-LINE.
           05  FILLER         PIC X(30)
               VALUE "BREAKDOWN     VALUE".
           05  FILLER         PIC X(42)
               VALUE "| MONTH   OPENED CLOSED  MEAN-BD  MAX-BD ".
           05  FILLER         PIC X(42)
               VALUE "| QUARTER OPENED CLOSED  MEAN-BD  MAX-BD ".
           05  FILLER         PIC X(18)          VALUE SPACE.
       01  D1-LINE.
           05  D1-DIM         PIC X(09).
           05  D1-VAL         PIC X(21).
           05  D1-P           OCCURS 2.
               10  FILLER     PIC X(10)          VALUE "|".
               10  D1-OPN     PIC ZZZ9.
               10  FILLER     PIC X(03)          VALUE SPACE.
               10  D1-CLS     PIC ZZZ9.
               10  FILLER     PIC X(03)          VALUE SPACE.
               10  D1-MEAN    PIC ZZZ9.9.
               10  FILLER     PIC X(04)          VALUE SPACE.
               10  D1-MAX     PIC ZZZ9.
               10  FILLER     PIC X(04)          VALUE SPACE.
           05  FILLER         PIC X(18)          VALUE SPACE.
       01  V1-LINE.
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  V1-PROG        PIC X(13).
           05  V1-CASE        PIC X(40).
           05  V1-OWNER       PIC X(21).
           05  V1-PRI         PIC X(09).
           05  V1-STS         PIC X(11).
           05  FILLER         PIC X(07)          VALUE "OPENED=".
           05  V1-OPEN        PIC X(09).
           05  FILLER         PIC X(04)          VALUE "AGE=".
           05  V1-AGE         PIC ZZZ9.
           05  FILLER         PIC X(08)          VALUE " TARGET=".
           05  V1-TGT         PIC ZZZ9.
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (MTTR-RPT)".
            DISPLAY "MTTR_MONTH" UPON ENVIRONMENT-NAME.
            ACCEPT W-MONTH       FROM ENVIRONMENT-VALUE.
            IF W-MONTH = SPACE OR W-MONTH NOT NUMERIC
               DISPLAY "MTTR-RPT NG: MTTR_MONTH (YYYYMM) NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "MTTR_TODAY" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY       FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            PERFORM P-050.
            PERFORM P-100.
            PERFORM P-150.
            PERFORM P-200.
            IF RETURN-CODE NOT = 12
               PERFORM P-300
               DISPLAY "BREAKDOWN ROWS=" W-BK-CNT
                       " OPEN-BEYOND-TARGET=" W-OV-CNT
               IF W-OV-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "TEST END   (MTTR-RPT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．対象月の年度・四半期と、その四半期の月の範囲。
      *            BIZDATE-1を結合していない単体ビルドでは４月始まり
      *            を自前で求める。
       P-050.
            MOVE "F" TO W-BD-FUNC.
            MOVE SPACE TO W-BD-D1.
            STRING W-MONTH "01" DELIMITED BY SIZE INTO W-BD-D1
            END-STRING.
            MOVE W-BD-D1 TO W-BD-D2.
            CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                   W-BD-RD W-BD-RN W-BD-FY
                                   W-BD-QTR W-BD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BD-STS
            END-CALL.
            IF W-BD-STS = "0"
               MOVE W-BD-FY  TO W-FY
               MOVE W-BD-QTR TO W-QTR
            ELSE
               MOVE W-MONTH(1:4) TO W-FY
               MOVE W-MONTH(5:2) TO W-Q-MM
               IF W-Q-MM < 4
                  SUBTRACT 1 FROM W-FY
                  MOVE 4 TO W-QTR
               ELSE
                  COMPUTE W-QTR = (W-Q-MM - 4) / 3 + 1
               END-IF
            END-IF.
            IF W-QTR = 4
               COMPUTE W-Q-YYYY = W-FY + 1
               MOVE 1 TO W-Q-MM
            ELSE
               MOVE W-FY TO W-Q-YYYY
               COMPUTE W-Q-MM = W-QTR * 3 + 1
            END-IF.
            MOVE W-Q-YYYY TO W-Q-FROM(1:4).
            MOVE W-Q-MM   TO W-Q-FROM(5:2).
            ADD 2 TO W-Q-MM.
            MOVE W-Q-YYYY TO W-Q-TO(1:4).
            MOVE W-Q-MM   TO W-Q-TO(5:2).
            .
      *
      *   ケース2．CASEMETAのロード（#の行は注記）。
       P-100.
            OPEN INPUT META-IN.
            IF W-META-FS NOT = "00"
               DISPLAY "MTTR-RPT: NO CASEMETA - AREA/PRIORITY"
                       " SHOWN AS (NONE)"
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            .
       P-110.
            IF MI-REC(1:1) = "#" OR MI-REC = SPACE
               CONTINUE
            ELSE
               IF W-MT-CNT < 1000
                  ADD 1 TO W-MT-CNT
                  MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
                  UNSTRING MI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-F3 W-F4 W-F5
                  END-UNSTRING
                  MOVE W-F1 TO W-MT-PROG(W-MT-CNT)
                  MOVE W-F2 TO W-MT-CASE(W-MT-CNT)
                  MOVE W-F4 TO W-MT-AREA(W-MT-CNT)
                  MOVE W-F5 TO W-MT-PRI (W-MT-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース3．優先度ごとの目標営業日数のロード。無ければ目標
      *            超過の一覧は出さない。
       P-150.
            OPEN INPUT TGT-IN.
            IF W-TGT-FS NOT = "00"
               DISPLAY "MTTR-RPT: NO MTTRTGT - OPEN-BEYOND-TARGET"
                       " LIST OMITTED"
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ TGT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE TGT-IN
            END-IF.
            .
       P-160.
            IF TI-REC(1:1) = "#" OR TI-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2
               UNSTRING TI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               IF W-TG-CNT < 20 AND W-F2(1:1) NUMERIC
                  ADD 1 TO W-TG-CNT
                  MOVE W-F1 TO W-TG-PRI(W-TG-CNT)
                  MOVE FUNCTION NUMVAL(W-F2) TO W-TG-DAYS(W-TG-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース4．INCDREGを読み、起票・クローズを期間ごとに数え、
      *            未解消の目標超過を拾う。
       P-200.
            OPEN INPUT INC-IN.
            IF W-INC-FS NOT = "00"
               DISPLAY "MTTR-RPT NG: NO INCDREG FS=" W-INC-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               MOVE "TOTAL" TO W-DIM-WK
               MOVE "ALL INCIDENTS" TO W-VAL-WK
               PERFORM P-260
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ INC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE INC-IN
            END-IF.
            .
       P-210.
            IF IC-REC(1:1) = "#" OR IC-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING IC-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F4 = SPACE
                  MOVE "(NONE)" TO W-F4
               END-IF
               PERFORM P-220
      *        期間ごとの起票・クローズの判定（１＝月、２＝四半期）
               MOVE "NN" TO W-OPN-SW W-CLS-SW
               IF W-F5(1:6) = W-MONTH
                  MOVE "Y" TO W-OPN-SW(1:1)
               END-IF
               IF W-F5(1:6) >= W-Q-FROM AND W-F5(1:6) <= W-Q-TO
                  MOVE "Y" TO W-OPN-SW(2:1)
               END-IF
               MOVE 0 TO W-IC-DAYS
               IF W-F3 = "CLOSED" AND W-F6(1:8) NUMERIC
                  AND W-F5(1:8) NUMERIC
                  IF W-F6(1:6) = W-MONTH
                     MOVE "Y" TO W-CLS-SW(1:1)
                  END-IF
                  IF W-F6(1:6) >= W-Q-FROM AND W-F6(1:6) <= W-Q-TO
                     MOVE "Y" TO W-CLS-SW(2:1)
                  END-IF
                  IF W-CLS-SW NOT = "NN"
                     MOVE W-F5(1:8) TO W-BD-D1
                     MOVE W-F6(1:8) TO W-BD-D2
                     PERFORM P-600
                  END-IF
               END-IF
               IF W-OPN-SW NOT = "NN" OR W-CLS-SW NOT = "NN"
                  MOVE "TOTAL"     TO W-DIM-WK
                  MOVE "ALL INCIDENTS" TO W-VAL-WK
                  PERFORM P-250
                  MOVE "OWNER"     TO W-DIM-WK
                  MOVE W-F4        TO W-VAL-WK
                  PERFORM P-250
                  MOVE "AREA"      TO W-DIM-WK
                  MOVE W-IC-AREA   TO W-VAL-WK
                  PERFORM P-250
                  MOVE "PRIORITY"  TO W-DIM-WK
                  MOVE W-IC-PRI    TO W-VAL-WK
                  PERFORM P-250
               END-IF
               IF W-F3 NOT = "CLOSED"
                  PERFORM P-230
               END-IF
            END-IF.
            .
      *
      *   AREA・PRIORITYの引き当て（ケース一致→"*"既定）。
       P-220.
            MOVE "(NONE)" TO W-IC-AREA W-IC-PRI.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB) = W-F1
                  AND W-MT-CASE(W-SUB) = W-F2
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB) = W-F1
                  AND W-MT-CASE(W-SUB) = "*"
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               IF W-MT-AREA(W-FND) NOT = SPACE
                  MOVE W-MT-AREA(W-FND) TO W-IC-AREA
               END-IF
               IF W-MT-PRI(W-FND) NOT = SPACE
                  MOVE W-MT-PRI(W-FND) TO W-IC-PRI
               END-IF
            END-IF.
            .
      *
      *   未解消のインシデントの年齢（起票日の翌日から基準日までの
      *   営業日数）を目標と比べる。目標の無い優先度は載せない。
       P-230.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TG-CNT OR W-FND > 0
               IF W-TG-PRI(W-SUB) = W-IC-PRI
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0 AND W-F5(1:8) NUMERIC
               MOVE W-TG-DAYS(W-FND) TO W-TGT-WK
               MOVE W-F5(1:8) TO W-BD-D1
               MOVE W-TODAY   TO W-BD-D2
               PERFORM P-600
               IF W-IC-DAYS > W-TGT-WK AND W-OV-CNT < 500
                  ADD 1 TO W-OV-CNT
                  MOVE W-F1      TO W-OV-PROG (W-OV-CNT)
                  MOVE W-F2      TO W-OV-CASE (W-OV-CNT)
                  MOVE W-F4      TO W-OV-OWNER(W-OV-CNT)
                  MOVE W-IC-PRI  TO W-OV-PRI  (W-OV-CNT)
                  MOVE W-F3      TO W-OV-STS  (W-OV-CNT)
                  MOVE W-F5(1:8) TO W-OV-OPEN (W-OV-CNT)
                  MOVE W-IC-DAYS TO W-OV-AGE  (W-OV-CNT)
                  MOVE W-TGT-WK  TO W-OV-TGT  (W-OV-CNT)
               END-IF
            END-IF.
            .
      *
      *   内訳１行への加算（W-DIM-WK＋W-VAL-WK）。
       P-250.
            PERFORM P-260.
            IF W-FND > 0
               PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 2
                  IF W-OPN-SW(W-P:1) = "Y"
                     ADD 1 TO W-BK-OPN(W-FND W-P)
                  END-IF
                  IF W-CLS-SW(W-P:1) = "Y"
                     ADD 1 TO W-BK-CLS(W-FND W-P)
                     ADD W-IC-DAYS TO W-BK-SUM(W-FND W-P)
                     IF W-IC-DAYS > W-BK-MAX(W-FND W-P)
                        MOVE W-IC-DAYS TO W-BK-MAX(W-FND W-P)
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   内訳行の引き当て（無ければ登録）→ W-FND。
       P-260.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-BK-CNT OR W-FND > 0
               IF W-BK-DIM(W-SUB) = W-DIM-WK
                  AND W-BK-VAL(W-SUB) = W-VAL-WK
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-BK-CNT < 300
               ADD 1 TO W-BK-CNT
               MOVE W-BK-CNT TO W-FND
               MOVE W-DIM-WK TO W-BK-DIM(W-FND)
               MOVE W-VAL-WK TO W-BK-VAL(W-FND)
               PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 2
                  MOVE 0 TO W-BK-OPN(W-FND W-P) W-BK-CLS(W-FND W-P)
                            W-BK-SUM(W-FND W-P) W-BK-MAX(W-FND W-P)
               END-PERFORM
            END-IF.
            .
      *
      *   ケース5．帳票の印字。全体→持ち主別→AREA別→PRIORITY別→
      *            目標超過の一覧。
       P-300.
            OPEN OUTPUT RPT-FILE.
            PERFORM P-310.
            IF W-CAL-DAYS
               MOVE "NOTE: BIZDATE-1 NOT AVAILABLE - DAYS ARE"
                    TO W-LINE-WK
               MOVE " CALENDAR DAYS, NOT BUSINESS DAYS"
                    TO W-LINE-WK(41:)
               PERFORM P-350
            END-IF.
            MOVE "TOTAL"    TO W-DIM-WK.
            PERFORM P-400.
            MOVE "OWNER"    TO W-DIM-WK.
            PERFORM P-400.
            MOVE "AREA"     TO W-DIM-WK.
            PERFORM P-400.
            MOVE "PRIORITY" TO W-DIM-WK.
            PERFORM P-400.
            MOVE SPACE TO W-LINE-WK.
            PERFORM P-350.
            IF W-TG-CNT = 0
               MOVE "** OPEN BEYOND PRIORITY TARGET: NO MTTRTGT **"
                    TO W-LINE-WK
               PERFORM P-350
            ELSE
               MOVE SPACE TO W-LINE-WK
               STRING "** OPEN BEYOND PRIORITY TARGET AS OF "
                      W-TODAY " (" W-OV-CNT ") **"
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-350
               PERFORM P-450 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-OV-CNT
            END-IF.
            CLOSE RPT-FILE.
            .
      *
      *   ページ見出し。
       P-310.
            ADD 1 TO W-PAGE-NO.
            MOVE 0 TO W-LINE-CNT.
            MOVE W-MONTH    TO H1-MONTH.
            MOVE W-FY       TO H1-FY.
            MOVE W-QTR      TO H1-QTR.
            MOVE W-Q-FROM   TO H1-Q-FROM.
            MOVE W-Q-TO     TO H1-Q-TO.
            MOVE W-PAGE-NO  TO H1-PAGE.
            WRITE RPT-REC FROM H1-LINE.
            WRITE RPT-REC FROM H2-LINE.
            .
      *
      *   改ページ判定つきの１行書き出し。
       P-350.
            IF W-LINE-CNT >= W-LINES-PER-PAGE
               PERFORM P-310
            END-IF.
            WRITE RPT-REC FROM W-LINE-WK.
            ADD 1 TO W-LINE-CNT.
            .
      *
      *   区分１つ分の内訳行（見出しつき）。
       P-400.
            MOVE SPACE TO W-LINE-WK.
            PERFORM P-350.
            MOVE SPACE TO W-LINE-WK.
            STRING "** BY "  DELIMITED BY SIZE
                   W-DIM-WK DELIMITED BY SPACE
                   " **"    DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            PERFORM P-350.
            PERFORM P-410 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-BK-CNT.
            .
       P-410.
            IF W-BK-DIM(W-SUB) = W-DIM-WK
               MOVE W-BK-DIM(W-SUB) TO D1-DIM
               MOVE W-BK-VAL(W-SUB) TO D1-VAL
               PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 2
                  MOVE W-BK-OPN(W-SUB W-P) TO D1-OPN(W-P)
                  MOVE W-BK-CLS(W-SUB W-P) TO D1-CLS(W-P)
                  MOVE W-BK-MAX(W-SUB W-P) TO D1-MAX(W-P)
                  IF W-BK-CLS(W-SUB W-P) = 0
                     MOVE 0 TO W-MEAN
                  ELSE
                     COMPUTE W-MEAN ROUNDED = W-BK-SUM(W-SUB W-P)
                                            / W-BK-CLS(W-SUB W-P)
                  END-IF
                  MOVE W-MEAN TO D1-MEAN(W-P)
               END-PERFORM
               MOVE D1-LINE TO W-LINE-WK
               PERFORM P-350
            END-IF.
            .
      *
      *   目標超過の１行。
       P-450.
            MOVE W-OV-PROG (W-SUB) TO V1-PROG.
            MOVE W-OV-CASE (W-SUB) TO V1-CASE.
            MOVE W-OV-OWNER(W-SUB) TO V1-OWNER.
            MOVE W-OV-PRI  (W-SUB) TO V1-PRI.
            MOVE W-OV-STS  (W-SUB) TO V1-STS.
            MOVE W-OV-OPEN (W-SUB) TO V1-OPEN.
            MOVE W-OV-AGE  (W-SUB) TO V1-AGE.
            MOVE W-OV-TGT  (W-SUB) TO V1-TGT.
            MOVE V1-LINE TO W-LINE-WK.
            PERFORM P-350.
            .
      *
      *   営業日数（W-BD-D1の翌日からW-BD-D2まで）→ W-IC-DAYS。
      *   BIZDATE-1が使えなければ暦日数で代え、帳票に注記する。
       P-600.
            MOVE 0 TO W-IC-DAYS.
            IF W-BD-D2 > W-BD-D1
               MOVE "D" TO W-BD-FUNC
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS = "0"
                  MOVE W-BD-RN TO W-IC-DAYS
               ELSE
                  MOVE "Y" TO W-CAL-SW
                  MOVE W-BD-D1 TO W-ID1
                  MOVE W-BD-D2 TO W-ID2
                  COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(W-ID2)
                                 - FUNCTION INTEGER-OF-DATE(W-ID1)
                  IF W-DAYS > 9999
                     MOVE 9999 TO W-IC-DAYS
                  ELSE
                     MOVE W-DAYS TO W-IC-DAYS
                  END-IF
               END-IF
            END-IF.
            .
