      ******************************************************************
      *    テストケース：－（運用ユーティリティ）
      *    プログラム名：夜間バッチ窓の容量予測
      *    処理概要　　：run_regression.shの-w（窓）指定は時間切れで
      *                  きれいに打ち切るが、プランが窓に収まらなく
      *                  なったことは、打ち切られたその夜に初めて
      *                  分かる。運用が窓の延長やプランの分割を
      *                  交渉するには数週間前の警告が要る。
      *                  実行時間の履歴（regression_runtimes.csv：
      *                  PROGRAM|RUN-STAMP|翻訳秒|実行秒|REBUILT/
      *                  REUSED）からプログラムごとの所要秒を（窓の
      *                  並べ替えと同じく直近の記録で）見積もり、
      *                  プランの本数の伸び（本プログラムが毎回
      *                  PLANHISTへ残す日付|プラン|本数の履歴）を
      *                  掛けて、向こう一か月にCALMSTが予定する夜
      *                  ごとに各プランの所要分を予測する。窓を超える
      *                  最初の日をプランごとに示す。
      *    窓の定義　　：PLANWIN（プラン|走る夜|窓の分）。走る夜は
      *                  BUSINESS（営業日の夜）／WEEKEND（週末の
      *                  ボリュームの夜）／ALL。プラン名*FULLは
      *                  全件実行（実行履歴にある全プログラム）。
      *                  夜の判定はnightly_run.shと同じ規則：
      *                  HOLIDAY／SHUTDOWNは走らない、BUSINESSは
      *                  営業日、登録の無い土日は週末、他は営業日。
      *    使用方法　　：カレントにRUNTIMES（results/regression_
      *                  runtimes.csv）、TESTPLAN、CALMST、PLANWIN、
      *                  （あれば）PLANHISTを置いて実行する。
      *                  予測はCAPFCSTへ。環境変数CAP_DAYSで予測日数
      *                  （既定31）、CAP_FROMで起点日（既定は当日）。
      *                  予測期間内に窓超えがあればRETURN-CODE 4。
      *  --------------------------------------------------------------
      *   対象：夜間窓の先読み（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CAP-FCST.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-17.
       DATE-COMPILED.        2026-09-17.
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
           SELECT RTM-IN     ASSIGN TO "RUNTIMES"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RTM-FS.
           SELECT PLN-IN     ASSIGN TO "TESTPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLN-FS.
           SELECT CAL-IN     ASSIGN TO "CALMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CAL-FS.
           SELECT WIN-IN     ASSIGN TO "PLANWIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WIN-FS.
           SELECT HST-FILE   ASSIGN TO "PLANHIST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HST-FS.
           SELECT FCS-OU     ASSIGN TO "CAPFCST"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RTM-IN.
       01  RT-REC             PIC X(100).
       FD  PLN-IN.
       01  PL-REC             PIC X(160).
       FD  CAL-IN.
       01  CA-REC             PIC X(100).
       FD  WIN-IN.
       01  WI-REC             PIC X(80).
       FD  HST-FILE.
       01  HS-REC             PIC X(60).
       FD  FCS-OU.
       01  FC-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-RTM-FS           PIC X(02).
       01  W-PLN-FS           PIC X(02).
       01  W-CAL-FS           PIC X(02).
       01  W-WIN-FS           PIC X(02).
       01  W-HST-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-FROM             PIC X(08).
       01  W-DAYS-X           PIC X(04).
       01  W-DAYS             PIC 9(03)          VALUE 31.
      *    プログラムごとの見積り秒（直近の記録、最大400件）
       01  W-PG-CNT           PIC 9(03)          VALUE 0.
       01  W-PG-TBL.
           05  W-PG           OCCURS 400.
               10  W-PG-NAME  PIC X(12).
               10  W-PG-SECS  PIC 9(05)V9(03).
       01  W-PG-SUM           PIC 9(07)V9(03)    VALUE 0.
       01  W-PG-MEAN          PIC 9(05)V9(03)    VALUE 10.
      *    プランの構成（最大500行）
       01  W-PL-CNT           PIC 9(03)          VALUE 0.
       01  W-PL-TBL.
           05  W-PL           OCCURS 500.
               10  W-PL-PLAN  PIC X(12).
               10  W-PL-PROG  PIC X(12).
      *    窓の定義と予測（最大20プラン）
       01  W-WN-CNT           PIC 9(02)          VALUE 0.
       01  W-WN-TBL.
           05  W-WN           OCCURS 20.
               10  W-WN-PLAN  PIC X(12).
               10  W-WN-NIGHT PIC X(08).
               10  W-WN-MIN   PIC 9(04).
               10  W-WN-PROGS PIC 9(04).
               10  W-WN-SECS  PIC 9(07)V9(03).
               10  W-WN-H-DT  PIC X(08).
               10  W-WN-H-CNT PIC 9(04).
               10  W-WN-GROW  PIC S9(03)V9(04).
               10  W-WN-FIRST PIC X(08).
               10  W-WN-WARN  PIC X(08).
               10  W-WN-HSTD  PIC X(01).
      *    暦（最大400件）
       01  W-CL-CNT           PIC 9(03)          VALUE 0.
       01  W-CL-TBL.
           05  W-CL           OCCURS 400.
               10  W-CL-DATE  PIC X(08).
               10  W-CL-TYPE  PIC X(08).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
       01  W-SECS             PIC 9(05)V9(03).
       01  W-INT-FROM         PIC 9(08).
       01  W-INT-TODAY        PIC 9(08).
       01  W-INT-D            PIC 9(08).
       01  W-INT-H            PIC 9(08).
       01  W-K                PIC 9(03).
       01  W-DATE             PIC 9(08).
       01  W-DATE-X           REDEFINES W-DATE   PIC X(08).
       01  W-DOW              PIC 9(01).
       01  W-NIGHT            PIC X(08).
       01  W-HDAYS            PIC 9(05).
       01  W-PROJ-PROGS       PIC 9(05)V9(02).
       01  W-PROJ-SECS        PIC 9(07)V9(03).
       01  W-PROJ-MIN         PIC 9(05).
       01  W-PCT              PIC 9(03).
       01  W-FLAG             PIC X(12).
       01  W-OVER-CNT         PIC 9(03)          VALUE 0.
       01  W-ED-MIN           PIC ZZZZ9.
       01  W-ED-WIN           PIC ZZZ9.
       01  W-ED-PCT           PIC ZZ9.
       01  W-ED-PROGS         PIC ZZZ9.
       01  W-ED-GROW          PIC -ZZ9.9999.
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CAP-FCST)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            DISPLAY "CAP_FROM" UPON ENVIRONMENT-NAME.
            ACCEPT W-FROM      FROM ENVIRONMENT-VALUE.
            IF W-FROM = SPACE OR W-FROM NOT NUMERIC
               MOVE W-TODAY TO W-FROM
            END-IF.
            DISPLAY "CAP_DAYS" UPON ENVIRONMENT-NAME.
            ACCEPT W-DAYS-X    FROM ENVIRONMENT-VALUE.
            IF W-DAYS-X NOT = SPACE
               MOVE FUNCTION NUMVAL(W-DAYS-X) TO W-DAYS
            END-IF.
            IF W-DAYS = 0
               MOVE 31 TO W-DAYS
            END-IF.
            PERFORM P-100.
            IF W-WN-CNT = 0
               DISPLAY "CAP-FCST NG: NO PLANWIN"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-200.
            PERFORM P-300.
            OPEN OUTPUT FCS-OU.
            PERFORM P-400.
            PERFORM P-500 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WN-CNT.
            PERFORM P-700.
            CLOSE FCS-OU.
            PERFORM P-800.
            IF W-OVER-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "PLANS=" W-WN-CNT " OVERRUN-NIGHTS=" W-OVER-CNT.
            DISPLAY "TEST END   (CAP-FCST)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．材料のロード（窓・プラン・暦・実行時間）。
       P-100.
            OPEN INPUT WIN-IN.
            IF W-WIN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WIN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE WIN-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PLN-IN.
            IF W-PLN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PLN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE PLN-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT CAL-IN.
            IF W-CAL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ CAL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE CAL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT RTM-IN.
            IF W-RTM-FS NOT = "00"
               DISPLAY "CAP-FCST WARNING: NO RUNTIMES - EVERY"
                       " PROGRAM ESTIMATED AT THE DEFAULT"
            ELSE
               PERFORM UNTIL W-EOF
                  READ RTM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-140
                  END-READ
               END-PERFORM
               CLOSE RTM-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-PG-CNT > 0
               MOVE 0 TO W-PG-SUM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PG-CNT
                  ADD W-PG-SECS(W-SUB) TO W-PG-SUM
               END-PERFORM
               COMPUTE W-PG-MEAN ROUNDED = W-PG-SUM / W-PG-CNT
            END-IF.
            .
       P-110.
            IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
               AND W-WN-CNT < 20
               ADD 1 TO W-WN-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-WN-PLAN (W-WN-CNT)
               MOVE W-F2 TO W-WN-NIGHT(W-WN-CNT)
               MOVE FUNCTION NUMVAL(W-F3) TO W-WN-MIN(W-WN-CNT)
               MOVE 0     TO W-WN-PROGS(W-WN-CNT) W-WN-SECS(W-WN-CNT)
                             W-WN-H-CNT(W-WN-CNT) W-WN-GROW(W-WN-CNT)
               MOVE SPACE TO W-WN-H-DT (W-WN-CNT) W-WN-FIRST(W-WN-CNT)
                             W-WN-WARN (W-WN-CNT)
               MOVE "N"   TO W-WN-HSTD (W-WN-CNT)
            END-IF.
            .
       P-120.
            IF PL-REC(1:1) NOT = "#" AND PL-REC NOT = SPACE
               AND W-PL-CNT < 500
               ADD 1 TO W-PL-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING PL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-PL-PLAN(W-PL-CNT)
               MOVE W-F2 TO W-PL-PROG(W-PL-CNT)
            END-IF.
            .
       P-130.
            IF CA-REC(1:1) NOT = "#" AND CA-REC NOT = SPACE
               AND W-CL-CNT < 400
               ADD 1 TO W-CL-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING CA-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-CL-DATE(W-CL-CNT)
               MOVE W-F2 TO W-CL-TYPE(W-CL-CNT)
            END-IF.
            .
      *
      *   実行時間１行。追記順なので後の行が直近の記録。
       P-140.
            IF RT-REC(1:1) = "#" OR RT-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RT-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               COMPUTE W-SECS = FUNCTION NUMVAL(W-F3)
                              + FUNCTION NUMVAL(W-F4)
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PG-CNT OR W-FND > 0
                  IF W-PG-NAME(W-SUB) = W-F1
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-PG-CNT < 400
                  ADD 1 TO W-PG-CNT
                  MOVE W-PG-CNT TO W-FND
                  MOVE W-F1     TO W-PG-NAME(W-FND)
               END-IF
               IF W-FND > 0
                  MOVE W-SECS TO W-PG-SECS(W-FND)
               END-IF
            END-IF.
            .
      *
      *   ケース2．プランごとの現在の本数と所要秒。記録の無い
      *   プログラムは全プログラムの平均で見積もる。
       P-200.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WN-CNT
               IF W-WN-PLAN(W-SUB) = "*FULL"
                  MOVE W-PG-CNT TO W-WN-PROGS(W-SUB)
                  MOVE W-PG-SUM TO W-WN-SECS(W-SUB)
               ELSE
                  PERFORM VARYING W-SUB2 FROM 1 BY 1
                          UNTIL W-SUB2 > W-PL-CNT
                     IF W-PL-PLAN(W-SUB2) = W-WN-PLAN(W-SUB)
                        ADD 1 TO W-WN-PROGS(W-SUB)
                        PERFORM P-210
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
            .
       P-210.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-K FROM 1 BY 1
                    UNTIL W-K > W-PG-CNT OR W-FND > 0
               IF W-PG-NAME(W-K) = W-PL-PROG(W-SUB2)
                  MOVE W-K TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               ADD W-PG-SECS(W-FND) TO W-WN-SECS(W-SUB)
            ELSE
               ADD W-PG-MEAN        TO W-WN-SECS(W-SUB)
            END-IF.
            .
      *
      *   ケース3．本数の伸び。PLANHISTで90日以内の最も古い記録と
      *   今の本数の差を日数で割る（減っていれば伸びなし）。
       P-300.
            COMPUTE W-INT-TODAY = FUNCTION INTEGER-OF-DATE
                                  (FUNCTION NUMVAL(W-TODAY)).
            OPEN INPUT HST-FILE.
            IF W-HST-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HST-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE HST-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WN-CNT
               IF W-WN-H-DT(W-SUB) NOT = SPACE
                  COMPUTE W-INT-H = FUNCTION INTEGER-OF-DATE
                          (FUNCTION NUMVAL(W-WN-H-DT(W-SUB)))
                  COMPUTE W-HDAYS = W-INT-TODAY - W-INT-H
                  IF W-HDAYS > 0
                     AND W-WN-PROGS(W-SUB) > W-WN-H-CNT(W-SUB)
                     COMPUTE W-WN-GROW(W-SUB) ROUNDED =
                             (W-WN-PROGS(W-SUB) - W-WN-H-CNT(W-SUB))
                             / W-HDAYS
                  END-IF
               END-IF
            END-PERFORM.
            .
       P-310.
            IF HS-REC(1:1) NOT = "#" AND HS-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING HS-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-WN-CNT
                  IF W-WN-PLAN(W-SUB) = W-F2
                     IF W-F1(1:8) = W-TODAY
                        MOVE "Y" TO W-WN-HSTD(W-SUB)
                     END-IF
                     IF W-WN-H-DT(W-SUB) = SPACE
                        AND W-F1(1:8) NUMERIC
                        COMPUTE W-INT-H = FUNCTION INTEGER-OF-DATE
                                (FUNCTION NUMVAL(W-F1(1:8)))
                        IF W-INT-TODAY - W-INT-H <= 90
                           MOVE W-F1(1:8) TO W-WN-H-DT(W-SUB)
                           MOVE FUNCTION NUMVAL(W-F3)
                                TO W-WN-H-CNT(W-SUB)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   ケース4．見出しとプランごとの現状。
       P-400.
            MOVE SPACE TO W-LINE-WK.
            STRING "BATCH WINDOW CAPACITY FORECAST  FROM " W-FROM
                   "  DAYS=" W-DAYS "  RUN " W-TODAY
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE FC-REC FROM W-LINE-WK.
            MOVE SPACE TO FC-REC.
            WRITE FC-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WN-CNT
               COMPUTE W-PROJ-MIN ROUNDED = W-WN-SECS(W-SUB) / 60
               MOVE W-PROJ-MIN         TO W-ED-MIN
               MOVE W-WN-MIN(W-SUB)    TO W-ED-WIN
               MOVE W-WN-PROGS(W-SUB)  TO W-ED-PROGS
               MOVE W-WN-GROW(W-SUB)   TO W-ED-GROW
               MOVE SPACE TO W-LINE-WK
               STRING "PLAN " W-WN-PLAN(W-SUB) " NIGHTS "
                      W-WN-NIGHT(W-SUB) " PROGRAMS " W-ED-PROGS
                      " NOW " W-ED-MIN " MIN  WINDOW " W-ED-WIN
                      " MIN  GROWTH " W-ED-GROW " PROGRAMS/DAY"
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE FC-REC FROM W-LINE-WK
            END-PERFORM.
            .
      *
      *   ケース5．プラン１本の夜ごとの予測。走る夜だけを並べ、
      *            窓の90％以上をWARN、超えればOVERとする。
       P-500.
            MOVE SPACE TO FC-REC.
            WRITE FC-REC.
            MOVE SPACE TO W-LINE-WK.
            STRING "== " W-WN-PLAN(W-SUB)
                   "  DATE     NIGHT    PROGS  PROJ-MIN  WINDOW  PCT"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE FC-REC FROM W-LINE-WK.
            COMPUTE W-INT-FROM = FUNCTION INTEGER-OF-DATE
                                 (FUNCTION NUMVAL(W-FROM)).
            PERFORM P-510 VARYING W-K FROM 0 BY 1
                    UNTIL W-K >= W-DAYS.
            .
       P-510.
            COMPUTE W-INT-D = W-INT-FROM + W-K.
            COMPUTE W-DATE  = FUNCTION DATE-OF-INTEGER(W-INT-D).
            PERFORM P-520.
            IF W-NIGHT = "NONE"
               CONTINUE
            ELSE
               IF W-WN-NIGHT(W-SUB) = "ALL"
                  OR W-WN-NIGHT(W-SUB) = W-NIGHT
                  PERFORM P-530
               END-IF
            END-IF.
            .
      *
      *   夜の判定（nightly_run.shと同じ規則）→W-NIGHT。
       P-520.
            COMPUTE W-DOW = FUNCTION MOD(W-INT-D - 1, 7).
            MOVE SPACE TO W-NIGHT.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-CL-CNT OR W-NIGHT NOT = SPACE
               IF W-CL-DATE(W-SUB2) = W-DATE-X
                  EVALUATE W-CL-TYPE(W-SUB2)
                      WHEN "HOLIDAY"
                      WHEN "SHUTDOWN"
                           MOVE "NONE"     TO W-NIGHT
                      WHEN "BUSINESS"
                           MOVE "BUSINESS" TO W-NIGHT
                      WHEN OTHER
                           CONTINUE
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF W-NIGHT = SPACE
               IF W-DOW >= 5
                  MOVE "WEEKEND"  TO W-NIGHT
               ELSE
                  MOVE "BUSINESS" TO W-NIGHT
               END-IF
            END-IF.
            .
      *
      *   予測１夜。本数＝今＋伸び×経過日数、秒＝今の秒＋増分の
      *   本数×１本平均。
       P-530.
            COMPUTE W-HDAYS = W-INT-D - W-INT-TODAY.
            IF W-INT-D < W-INT-TODAY
               MOVE 0 TO W-HDAYS
            END-IF.
            COMPUTE W-PROJ-PROGS ROUNDED = W-WN-PROGS(W-SUB)
                    + W-WN-GROW(W-SUB) * W-HDAYS.
            COMPUTE W-PROJ-SECS ROUNDED = W-WN-SECS(W-SUB)
                    + W-WN-GROW(W-SUB) * W-HDAYS * W-PG-MEAN.
            COMPUTE W-PROJ-MIN ROUNDED = W-PROJ-SECS / 60.
            MOVE 0 TO W-PCT.
            IF W-WN-MIN(W-SUB) > 0
               COMPUTE W-PCT ROUNDED = W-PROJ-SECS * 100
                       / (W-WN-MIN(W-SUB) * 60)
                   ON SIZE ERROR MOVE 999 TO W-PCT
               END-COMPUTE
            END-IF.
            MOVE SPACE TO W-FLAG.
            EVALUATE TRUE
                WHEN W-WN-MIN(W-SUB) > 0
                     AND W-PROJ-SECS > W-WN-MIN(W-SUB) * 60
                     MOVE "** OVER **" TO W-FLAG
                     ADD 1 TO W-OVER-CNT
                     IF W-WN-FIRST(W-SUB) = SPACE
                        MOVE W-DATE-X TO W-WN-FIRST(W-SUB)
                     END-IF
                WHEN W-PCT >= 90
                     MOVE "WARN"       TO W-FLAG
                     IF W-WN-WARN(W-SUB) = SPACE
                        MOVE W-DATE-X TO W-WN-WARN(W-SUB)
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            MOVE W-PROJ-PROGS    TO W-ED-PROGS.
            MOVE W-PROJ-MIN      TO W-ED-MIN.
            MOVE W-WN-MIN(W-SUB) TO W-ED-WIN.
            MOVE W-PCT           TO W-ED-PCT.
            MOVE SPACE TO W-LINE-WK.
            STRING "   " W-DATE-X " " W-NIGHT " " W-ED-PROGS "  "
                   W-ED-MIN "     " W-ED-WIN "     " W-ED-PCT "% "
                   W-FLAG
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE FC-REC FROM W-LINE-WK.
            .
      *
      *   ケース6．結論。プランごとに窓を超える最初の夜。
       P-700.
            MOVE SPACE TO FC-REC.
            WRITE FC-REC.
            MOVE "FIRST EXPECTED OVERRUN" TO FC-REC.
            WRITE FC-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WN-CNT
               MOVE SPACE TO W-LINE-WK
               EVALUATE TRUE
                   WHEN W-WN-FIRST(W-SUB) NOT = SPACE
                        STRING "   " W-WN-PLAN(W-SUB)
                               " EXCEEDS ITS WINDOW ON "
                               W-WN-FIRST(W-SUB)
                               " - EXTEND THE WINDOW OR SPLIT THE PLAN"
                               DELIMITED BY SIZE INTO W-LINE-WK
                        END-STRING
                        DISPLAY "OVERRUN: " W-WN-PLAN(W-SUB) " ON "
                                W-WN-FIRST(W-SUB)
                   WHEN W-WN-WARN(W-SUB) NOT = SPACE
                        STRING "   " W-WN-PLAN(W-SUB)
                               " ABOVE 90% OF ITS WINDOW FROM "
                               W-WN-WARN(W-SUB)
                               DELIMITED BY SIZE INTO W-LINE-WK
                        END-STRING
                   WHEN OTHER
                        STRING "   " W-WN-PLAN(W-SUB)
                               " FITS ITS WINDOW THROUGHOUT"
                               DELIMITED BY SIZE INTO W-LINE-WK
                        END-STRING
               END-EVALUATE
               WRITE FC-REC FROM W-LINE-WK
            END-PERFORM.
            .
      *
      *   ケース7．今日の本数をPLANHISTへ残す（１日１回）。次回以降
      *            の伸びの計算に使う。
       P-800.
            OPEN EXTEND HST-FILE.
            IF W-HST-FS = "35"
               OPEN OUTPUT HST-FILE
            END-IF.
            IF W-HST-FS = "00"
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-WN-CNT
                  IF W-WN-HSTD(W-SUB) NOT = "Y"
                     MOVE SPACE TO HS-REC
                     STRING W-TODAY "|" DELIMITED BY SIZE
                            W-WN-PLAN(W-SUB) DELIMITED BY SPACE
                            "|" W-WN-PROGS(W-SUB)
                            DELIMITED BY SIZE INTO HS-REC
                     END-STRING
                     WRITE HS-REC
                  END-IF
               END-PERFORM
               CLOSE HST-FILE
            END-IF.
            .
