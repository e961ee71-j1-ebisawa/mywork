      ******************************************************************
      *    テストケース：－（印刷管理）
      *    プログラム名：帳票の配布表と受領確認
      *    処理概要　　：SPOOL-MGRは帳票の世代を預かるが、REGRPT・
      *                  REGRPTJ・OPSBULL・PLANAUD・月次の品質報告を
      *                  誰に渡すかは一人の頭の中にしか無く、その人が
      *                  休むと帳票は配られない。配布表DSTMSTを設け、
      *                  配布実行で受取人ごとの束をスプールから作り、
      *                  回覧票（ルーティングスリップ）を付ける。
      *                  受取人は受領確認トランザクションで受領を
      *                  返し、必須の受取人が期限までに確認していない
      *                  ものを期限超過一覧に出す。配布と受領は追記
      *                  専用の配布台帳DSTLEDGへ記帳する。
      *                  環境変数 DST_MODE で動作を選ぶ。
      *                    RUN：配布表の帳票ごとにスプール索引の最新
      *                      のKEEP世代を取り、まだその世代を配って
      *                      いない受取人へ配布番号（DS＋６桁）を
      *                      払い出してDISTを記帳し、受取人ごとの束
      *                      をDSTOUTへ書く。束は区切り行
      *                      「*BUNDLE|受取人」、回覧票、帳票本文
      *                      （部数の分だけ）の順。スプールに世代の
      *                      無い帳票は回覧票に"NOT IN SPOOL"と載せ
      *                      RETURN-CODE 4。環境変数DST_REPORTで
      *                      一つの帳票に絞れる。操作者（配布者）は
      *                      環境変数OPERATOR_ID。
      *                    ACK：受領確認DSTACKTXを処理する。行の様式
      *                      は 配布番号|所見 。確認できるのは受取人
      *                      本人（OPERATOR_ID）だけで、他人の分は
      *                      DENIEDとして台帳に残して受け付けない。
      *                      期限を過ぎた確認は所見の頭に"LATE"。
      *                    OVERDUE：環境変数DST_NOW（既定は現在時刻、
      *                      YYYYMMDD_HHMMSS）の時点で期限を過ぎても
      *                      未確認の必須配布と、期限後に確認された
      *                      必須配布をDSTOVDへ書く。未確認があれば
      *                      RETURN-CODE 4。
      *                    未指定／LIST：配布ごとの状態。環境変数
      *                      DST_WHOでその受取人の分だけを示す。
      *    配布表の様式：帳票名|受取人|部数|REQ／INFO|期限
      *                  期限はHHMM（配布日のその時刻。配布時刻を
      *                  過ぎていれば翌日）か n/HHMM（配布日のn日後
      *                  のその時刻）。
      *    台帳の様式　：記帳時刻|配布番号|区分|操作者|帳票名|
      *                  スプールＩＤ|受取人|部数|REQ／INFO|期限|所見
      *                  （区分はDIST／ACK／DENIED）
      *    使用方法　　：tools/distribute_reports.sh から起動される。
      *                  カレントにDSTMST・SPOOLIDX・SPOOLDAT
      *                  （・DSTLEDG・DSTACKTX）を置く。DSTMSTが無ければ
      *                  RETURN-CODE 12。ACKは、はねた行があれば4、
      *                  DSTACKTXが無ければ12。
      *  --------------------------------------------------------------
      *   対象：帳票の配布と受領確認の証跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RPT-DST.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
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
           SELECT MST-IN     ASSIGN TO "DSTMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MST-FS.
           SELECT IDX-IN     ASSIGN TO "SPOOLIDX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IDX-FS.
           SELECT DAT-IN     ASSIGN TO "SPOOLDAT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DAT-FS.
           SELECT LED-FILE   ASSIGN TO "DSTLEDG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT ACK-TX     ASSIGN TO "DSTACKTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT BDL-OU     ASSIGN TO "DSTOUT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BDL-FS.
           SELECT OVD-OU     ASSIGN TO "DSTOVD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-OVD-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  MST-IN.
       01  MS-REC             PIC X(120).
       FD  IDX-IN.
       01  IX-REC             PIC X(100).
       FD  DAT-IN.
       01  DT-REC             PIC X(410).
       FD  LED-FILE.
       01  LED-REC            PIC X(250).
       FD  ACK-TX.
       01  TX-REC             PIC X(160).
       FD  BDL-OU.
       01  BD-REC             PIC X(400).
       FD  OVD-OU.
       01  OV-REC             PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-MST-FS           PIC X(02).
       01  W-IDX-FS           PIC X(02).
       01  W-DAT-FS           PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-BDL-FS           PIC X(02).
       01  W-OVD-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
       01  W-NOW-STAMP        PIC X(15).
       01  W-OPER             PIC X(16).
       01  W-RPT-SEL          PIC X(12).
       01  W-WHO-SEL          PIC X(16).
      *    配布表（最大200行）
       01  W-MS-CNT           PIC 9(03)          VALUE 0.
       01  W-MS-TBL.
           05  W-MS           OCCURS 200.
               10  W-MS-RPT   PIC X(12).
               10  W-MS-WHO   PIC X(16).
               10  W-MS-COPY  PIC 9(02).
               10  W-MS-CLS   PIC X(08).
               10  W-MS-DUE   PIC X(10).
      *    帳票名ごとの最新KEEP世代（最大50帳票）
       01  W-SP-CNT           PIC 9(03)          VALUE 0.
       01  W-SP-TBL.
           05  W-SP           OCCURS 50.
               10  W-SP-RPT   PIC X(12).
               10  W-SP-ID    PIC X(05).
               10  W-SP-DATE  PIC X(15).
      *    台帳から組み立てた配布ごとの状態（最大1000件）
       01  W-DS-CNT           PIC 9(04)          VALUE 0.
       01  W-DS-SEQ           PIC 9(06)          VALUE 0.
       01  W-DS-TBL.
           05  W-DS           OCCURS 1000.
               10  W-DS-ID    PIC X(08).
               10  W-DS-RPT   PIC X(12).
               10  W-DS-SPID  PIC X(05).
               10  W-DS-WHO   PIC X(16).
               10  W-DS-COPY  PIC 9(02).
               10  W-DS-CLS   PIC X(08).
               10  W-DS-DUE   PIC X(15).
               10  W-DS-DIST  PIC X(15).
               10  W-DS-ACK   PIC X(15).
               10  W-DS-NOTE  PIC X(60).
               10  W-DS-NEW   PIC X(01).
      *    この配布実行の受取人（最大200人）
       01  W-RC-CNT           PIC 9(03)          VALUE 0.
       01  W-RC-TBL.
           05  W-RC           OCCURS 200.
               10  W-RC-WHO   PIC X(16).
      *    スプールに世代の無かった配布表の行（最大200行）
       01  W-MI-CNT           PIC 9(03)          VALUE 0.
       01  W-MI-TBL.
           05  W-MI           OCCURS 200.
               10  W-MI-ROW   PIC 9(03).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-F8               PIC X(40).
       01  W-F9               PIC X(40).
       01  W-F10              PIC X(40).
       01  W-F11              PIC X(80).
       01  W-SUB              PIC 9(04).
       01  W-J                PIC 9(04).
       01  W-K                PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-DS-ROW           PIC 9(04).
       01  W-SP-ROW           PIC 9(03).
       01  W-COPY-NO          PIC 9(02).
       01  W-DUE-DAYS         PIC 9(02).
       01  W-DUE-HHMM         PIC X(04).
       01  W-DUE-X1           PIC X(10).
       01  W-DUE-X2           PIC X(10).
       01  W-INT-D            PIC 9(08).
       01  W-DUE-DATE         PIC 9(08).
       01  W-REJ-RSN          PIC X(60).
       01  W-CHK-ID           PIC X(08).
       01  W-BODY-CNT         PIC 9(05).
       01  W-ST-TXT           PIC X(08).
      *    台帳１行の組み立て域
       01  W-LG-ID            PIC X(08).
       01  W-LG-ACT           PIC X(08).
       01  W-LG-TEXT          PIC X(60).
      *    件数
       01  W-NEW-CNT          PIC 9(04)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(04)          VALUE 0.
       01  W-TX-CNT           PIC 9(04)          VALUE 0.
       01  W-APL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OVD-CNT          PIC 9(04)          VALUE 0.
       01  W-LATE-CNT         PIC 9(04)          VALUE 0.
       01  W-SHOW-CNT         PIC 9(04)          VALUE 0.
       01  W-LINE-WK          PIC X(400).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RPT-DST)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            DISPLAY "DST_MODE"    UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE         FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-OPER         FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF W-MS-CNT = 0
               DISPLAY "RPT-DST NG: NO DISTRIBUTION MASTER DSTMST"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            EVALUATE W-MODE
                WHEN "RUN"     PERFORM P-300
                WHEN "ACK"     PERFORM P-400
                WHEN "OVERDUE" PERFORM P-500
                WHEN OTHER     PERFORM P-200
            END-EVALUATE.
            DISPLAY "TEST END   (RPT-DST)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．材料のロード（配布表・スプール索引・台帳）。
       P-100.
            OPEN INPUT MST-IN.
            IF W-MST-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MST-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE MST-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT IDX-IN.
            IF W-IDX-FS = "00"
               PERFORM UNTIL W-EOF
                  READ IDX-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE IDX-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LED-FILE.
            IF W-LED-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LED-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE LED-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "DSTMST=" W-MS-CNT " SPOOLED REPORTS=" W-SP-CNT
                    " DISTRIBUTIONS=" W-DS-CNT.
            .
      *
      *   配布表１行。部数は省略で１、区分はREQ以外をINFOとみる。
       P-110.
            IF MS-REC(1:1) NOT = "#" AND MS-REC NOT = SPACE
               AND W-MS-CNT < 200
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING MS-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-F1 NOT = SPACE AND W-F2 NOT = SPACE
                  ADD 1 TO W-MS-CNT
                  MOVE W-F1 TO W-MS-RPT(W-MS-CNT)
                  MOVE W-F2 TO W-MS-WHO(W-MS-CNT)
                  IF W-F3 = SPACE
                     MOVE 1 TO W-MS-COPY(W-MS-CNT)
                  ELSE
                     MOVE FUNCTION NUMVAL(W-F3)
                          TO W-MS-COPY(W-MS-CNT)
                  END-IF
                  IF W-MS-COPY(W-MS-CNT) = 0
                     MOVE 1 TO W-MS-COPY(W-MS-CNT)
                  END-IF
                  IF W-F4(1:3) = "REQ"
                     MOVE "REQUIRED" TO W-MS-CLS(W-MS-CNT)
                  ELSE
                     MOVE "INFO"     TO W-MS-CLS(W-MS-CNT)
                  END-IF
                  MOVE W-F5 TO W-MS-DUE(W-MS-CNT)
               END-IF
            END-IF.
            .
      *
      *   スプール索引１行（ＩＤ|帳票名|日付|依頼者|行数|状態）。
      *   帳票名ごとにＩＤの最も大きいKEEP世代を残す。
       P-120.
            IF IX-REC(1:1) NOT = "#" AND IX-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING IX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F6 = "KEEP"
                  MOVE 0 TO W-SP-ROW
                  PERFORM VARYING W-J FROM 1 BY 1
                          UNTIL W-J > W-SP-CNT OR W-SP-ROW > 0
                     IF W-SP-RPT(W-J) = W-F2
                        MOVE W-J TO W-SP-ROW
                     END-IF
                  END-PERFORM
                  IF W-SP-ROW = 0 AND W-SP-CNT < 50
                     ADD 1 TO W-SP-CNT
                     MOVE W-SP-CNT TO W-SP-ROW
                     MOVE W-F2     TO W-SP-RPT(W-SP-ROW)
                     MOVE ZERO     TO W-SP-ID (W-SP-ROW)
                  END-IF
                  IF W-SP-ROW > 0
                     IF W-F1(1:5) > W-SP-ID(W-SP-ROW)
                        MOVE W-F1(1:5) TO W-SP-ID  (W-SP-ROW)
                        MOVE W-F3      TO W-SP-DATE(W-SP-ROW)
                     END-IF
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   台帳１行。DISTで配布が生まれ、ACKで受領が付く（DENIEDは
      *   試みの証跡で、状態は変えない）。
       P-130.
            IF LED-REC(1:1) NOT = "#" AND LED-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                             W-F7 W-F8 W-F9 W-F10 W-F11
               UNSTRING LED-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                        W-F7 W-F8 W-F9 W-F10 W-F11
               END-UNSTRING
               IF W-F2(3:6) IS NUMERIC
                  AND W-F2(3:6) > W-DS-SEQ
                  MOVE W-F2(3:6) TO W-DS-SEQ
               END-IF
               EVALUATE W-F3
                   WHEN "DIST"
                        IF W-DS-CNT < 1000
                           ADD 1 TO W-DS-CNT
                           MOVE W-F2  TO W-DS-ID  (W-DS-CNT)
                           MOVE W-F5  TO W-DS-RPT (W-DS-CNT)
                           MOVE W-F6  TO W-DS-SPID(W-DS-CNT)
                           MOVE W-F7  TO W-DS-WHO (W-DS-CNT)
                           MOVE FUNCTION NUMVAL(W-F8)
                                      TO W-DS-COPY(W-DS-CNT)
                           MOVE W-F9  TO W-DS-CLS (W-DS-CNT)
                           MOVE W-F10 TO W-DS-DUE (W-DS-CNT)
                           MOVE W-F1  TO W-DS-DIST(W-DS-CNT)
                           MOVE SPACE TO W-DS-ACK (W-DS-CNT)
                                         W-DS-NOTE(W-DS-CNT)
                           MOVE "N"   TO W-DS-NEW (W-DS-CNT)
                        END-IF
                   WHEN "ACK"
                        MOVE W-F2 TO W-CHK-ID
                        PERFORM P-840
                        IF W-DS-ROW > 0
                           MOVE W-F1  TO W-DS-ACK (W-DS-ROW)
                           MOVE W-F11 TO W-DS-NOTE(W-DS-ROW)
                        END-IF
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース2．照会。配布ごとの状態。
       P-200.
            DISPLAY "DST_WHO" UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO-SEL  FROM ENVIRONMENT-VALUE.
            MOVE W-STAMP TO W-NOW-STAMP.
            DISPLAY "** REPORT DISTRIBUTIONS **".
            PERFORM P-210 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DS-CNT.
            DISPLAY "DISTRIBUTIONS=" W-SHOW-CNT
                    " OVERDUE=" W-OVD-CNT.
            .
       P-210.
            IF W-WHO-SEL = SPACE OR W-DS-WHO(W-SUB) = W-WHO-SEL
               ADD 1 TO W-SHOW-CNT
               PERFORM P-820
               DISPLAY "  " W-DS-ID(W-SUB) " " W-ST-TXT " "
                       W-DS-RPT(W-SUB) " ID=" W-DS-SPID(W-SUB)
                       " TO " W-DS-WHO(W-SUB)
                       " " W-DS-CLS(W-SUB)
                       " DUE " W-DS-DUE(W-SUB)
               IF W-DS-ACK(W-SUB) NOT = SPACE
                  DISPLAY "      ACK " W-DS-ACK(W-SUB) ": "
                          W-DS-NOTE(W-SUB)
               END-IF
            END-IF.
            .
      *
      *   ケース3．配布実行。配布表の行ごとに最新世代を配り、
      *   受取人ごとの束を書く。
       P-300.
            IF W-OPER = SPACE
               DISPLAY "RPT-DST NG: OPERATOR_ID NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "DST_REPORT" UPON ENVIRONMENT-NAME.
            ACCEPT W-RPT-SEL     FROM ENVIRONMENT-VALUE.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MS-CNT.
            CLOSE LED-FILE.
            OPEN OUTPUT BDL-OU.
            PERFORM P-330 VARYING W-K FROM 1 BY 1
                    UNTIL W-K > W-RC-CNT.
            CLOSE BDL-OU.
            DISPLAY "DISTRIBUTED=" W-NEW-CNT
                    " ALREADY SENT=" W-SKIP-CNT
                    " NOT IN SPOOL=" W-MI-CNT
                    " RECIPIENTS=" W-RC-CNT.
            IF W-MI-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   配布表１行。世代が無ければ欠けとして控え、その世代を既に
      *   配っていれば飛ばし、そうでなければDISTを記帳する。
       P-310.
            IF W-RPT-SEL = SPACE OR W-MS-RPT(W-SUB) = W-RPT-SEL
               MOVE 0 TO W-SP-ROW
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-SP-CNT OR W-SP-ROW > 0
                  IF W-SP-RPT(W-J) = W-MS-RPT(W-SUB)
                     MOVE W-J TO W-SP-ROW
                  END-IF
               END-PERFORM
               IF W-SP-ROW = 0
                  IF W-MI-CNT < 200
                     ADD 1 TO W-MI-CNT
                     MOVE W-SUB TO W-MI-ROW(W-MI-CNT)
                  END-IF
                  DISPLAY "NOT IN SPOOL: " W-MS-RPT(W-SUB)
                          " FOR " W-MS-WHO(W-SUB)
                  PERFORM P-320
               ELSE
                  MOVE 0 TO W-DS-ROW
                  PERFORM VARYING W-J FROM 1 BY 1
                          UNTIL W-J > W-DS-CNT OR W-DS-ROW > 0
                     IF W-DS-RPT(W-J)  = W-MS-RPT(W-SUB)
                        AND W-DS-SPID(W-J) = W-SP-ID(W-SP-ROW)
                        AND W-DS-WHO(W-J)  = W-MS-WHO(W-SUB)
                        MOVE W-J TO W-DS-ROW
                     END-IF
                  END-PERFORM
                  IF W-DS-ROW > 0
                     ADD 1 TO W-SKIP-CNT
                  ELSE
                     IF W-DS-CNT < 1000
                        PERFORM P-315
                     END-IF
                  END-IF
               END-IF
            END-IF.
            .
       P-315.
            ADD 1 TO W-DS-CNT W-DS-SEQ W-NEW-CNT.
            MOVE W-DS-CNT TO W-DS-ROW.
            MOVE SPACE TO W-DS-ID(W-DS-ROW).
            STRING "DS" W-DS-SEQ DELIMITED BY SIZE
                   INTO W-DS-ID(W-DS-ROW)
            END-STRING.
            MOVE W-MS-RPT (W-SUB)    TO W-DS-RPT (W-DS-ROW).
            MOVE W-SP-ID  (W-SP-ROW) TO W-DS-SPID(W-DS-ROW).
            MOVE W-MS-WHO (W-SUB)    TO W-DS-WHO (W-DS-ROW).
            MOVE W-MS-COPY(W-SUB)    TO W-DS-COPY(W-DS-ROW).
            MOVE W-MS-CLS (W-SUB)    TO W-DS-CLS (W-DS-ROW).
            MOVE W-STAMP             TO W-DS-DIST(W-DS-ROW).
            MOVE SPACE               TO W-DS-ACK (W-DS-ROW)
                                        W-DS-NOTE(W-DS-ROW).
            MOVE "Y"                 TO W-DS-NEW (W-DS-ROW).
            PERFORM P-860.
            MOVE W-DS-ID(W-DS-ROW) TO W-LG-ID.
            MOVE "DIST"            TO W-LG-ACT.
            MOVE SPACE             TO W-LG-TEXT.
            STRING "SPOOLED " W-SP-DATE(W-SP-ROW)
                   DELIMITED BY SIZE
                   INTO W-LG-TEXT
            END-STRING.
            PERFORM P-800.
            PERFORM P-320.
            .
      *
      *   受取人をこの実行の受取人表へ（初出の順）。
       P-320.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-RC-CNT OR W-FND > 0
               IF W-RC-WHO(W-J) = W-MS-WHO(W-SUB)
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-RC-CNT < 200
               ADD 1 TO W-RC-CNT
               MOVE W-MS-WHO(W-SUB) TO W-RC-WHO(W-RC-CNT)
            END-IF.
            .
      *
      *   受取人１人の束。区切り行、回覧票、本文の順。
       P-330.
            MOVE SPACE TO W-LINE-WK.
            STRING "*BUNDLE|"     DELIMITED BY SIZE
                   W-RC-WHO(W-K)  DELIMITED BY SPACE
                   INTO W-LINE-WK
            END-STRING.
            WRITE BD-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "**** ROUTING SLIP  TO="  DELIMITED BY SIZE
                   W-RC-WHO(W-K)             DELIMITED BY SPACE
                   "  RUN=" W-STAMP "  BY="  DELIMITED BY SIZE
                   W-OPER                    DELIMITED BY SPACE
                   " ****"                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE BD-REC FROM W-LINE-WK.
            MOVE "DIST-ID  REPORT       SPOOL COPIES CLASS    DUE"
                 TO BD-REC.
            WRITE BD-REC.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-DS-CNT
               IF W-DS-NEW(W-J) = "Y"
                  AND W-DS-WHO(W-J) = W-RC-WHO(W-K)
                  MOVE SPACE TO BD-REC
                  STRING W-DS-ID(W-J) " " W-DS-RPT(W-J) " "
                         W-DS-SPID(W-J) " " W-DS-COPY(W-J) "     "
                         W-DS-CLS(W-J) " " W-DS-DUE(W-J)
                         DELIMITED BY SIZE
                         INTO BD-REC
                  END-STRING
                  WRITE BD-REC
               END-IF
            END-PERFORM.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-MI-CNT
               MOVE W-MI-ROW(W-J) TO W-FND
               IF W-MS-WHO(W-FND) = W-RC-WHO(W-K)
                  MOVE SPACE TO BD-REC
                  STRING "-------- " W-MS-RPT(W-FND)
                         " ----- --     " W-MS-CLS(W-FND)
                         " NOT IN SPOOL - ASK THE OPERATOR"
                         DELIMITED BY SIZE
                         INTO BD-REC
                  END-STRING
                  WRITE BD-REC
               END-IF
            END-PERFORM.
            MOVE "ACKNOWLEDGE RECEIPT OF REQUIRED ITEMS BY THE DUE TIME"
                 TO BD-REC.
            WRITE BD-REC.
            MOVE "  (DSTACKTX LINE: DIST-ID|NOTE)" TO BD-REC.
            WRITE BD-REC.
            MOVE "**** END OF ROUTING SLIP ****" TO BD-REC.
            WRITE BD-REC.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-DS-CNT
               IF W-DS-NEW(W-J) = "Y"
                  AND W-DS-WHO(W-J) = W-RC-WHO(W-K)
                  PERFORM P-340 VARYING W-COPY-NO FROM 1 BY 1
                          UNTIL W-COPY-NO > W-DS-COPY(W-J)
               END-IF
            END-PERFORM.
            .
      *
      *   配布１件の本文１部。スプール本文からそのＩＤの行を写す
      *   （先頭はSPOOL-MGRのバナー行）。
       P-340.
            MOVE SPACE TO W-LINE-WK.
            STRING "**** " W-DS-ID(W-J) " COPY " W-COPY-NO
                   " OF " W-DS-COPY(W-J) " ****"
                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE BD-REC FROM W-LINE-WK.
            MOVE 0 TO W-BODY-CNT.
            OPEN INPUT DAT-IN.
            IF W-DAT-FS = "00"
               PERFORM UNTIL W-EOF
                  READ DAT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF DT-REC(1:5) = W-DS-SPID(W-J)
                              ADD 1 TO W-BODY-CNT
                              MOVE DT-REC(7:400) TO BD-REC
                              WRITE BD-REC
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DAT-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-BODY-CNT = 0
               MOVE "(SPOOL BODY NOT FOUND - PURGED?)" TO BD-REC
               WRITE BD-REC
            END-IF.
            .
      *
      *   ケース4．受領確認トランザクションの処理。
       P-400.
            IF W-OPER = SPACE
               DISPLAY "RPT-DST NG: OPERATOR_ID NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT ACK-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "RPT-DST NG: NO DSTACKTX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               CLOSE ACK-TX
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ ACK-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-410
               END-READ
            END-PERFORM.
            CLOSE ACK-TX LED-FILE.
            DISPLAY "TX=" W-TX-CNT " ACKNOWLEDGED=" W-APL-CNT
                    " REJECTED=" W-REJ-CNT.
            IF W-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-410.
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-TX-CNT
               MOVE SPACE TO W-F1 W-F11
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F11
               END-UNSTRING
               MOVE SPACE TO W-REJ-RSN
               MOVE W-F1  TO W-CHK-ID
               PERFORM P-840
               EVALUATE TRUE
                   WHEN W-DS-ROW = 0
                        MOVE "UNKNOWN DIST-ID" TO W-REJ-RSN
                   WHEN W-DS-WHO(W-DS-ROW) NOT = W-OPER
                        MOVE "NOT ADDRESSED TO THIS OPERATOR"
                             TO W-REJ-RSN
                        MOVE W-CHK-ID  TO W-LG-ID
                        MOVE "DENIED"  TO W-LG-ACT
                        MOVE SPACE     TO W-LG-TEXT
                        STRING "ACK FOR ANOTHER RECIPIENT"
                               DELIMITED BY SIZE
                               INTO W-LG-TEXT
                        END-STRING
                        PERFORM P-800
                   WHEN W-DS-ACK(W-DS-ROW) NOT = SPACE
                        MOVE "ALREADY ACKNOWLEDGED" TO W-REJ-RSN
                   WHEN OTHER
                        PERFORM P-420
               END-EVALUATE
               IF W-REJ-RSN = SPACE
                  ADD 1 TO W-APL-CNT
               ELSE
                  ADD 1 TO W-REJ-CNT
                  DISPLAY "REJ " TX-REC(1:60)
                  DISPLAY "    " W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   受領の記帳。期限を過ぎていれば所見の頭にLATE。
       P-420.
            MOVE SPACE TO W-LG-TEXT.
            IF W-STAMP > W-DS-DUE(W-DS-ROW)
               STRING "LATE " DELIMITED BY SIZE
                      W-F11   DELIMITED BY SIZE
                      INTO W-LG-TEXT
               END-STRING
            ELSE
               MOVE W-F11 TO W-LG-TEXT
            END-IF.
            MOVE W-STAMP   TO W-DS-ACK (W-DS-ROW).
            MOVE W-LG-TEXT TO W-DS-NOTE(W-DS-ROW).
            MOVE W-CHK-ID  TO W-LG-ID.
            MOVE "ACK"     TO W-LG-ACT.
            PERFORM P-800.
            .
      *
      *   ケース5．期限超過一覧。未確認の必須配布と遅れた確認。
       P-500.
            DISPLAY "DST_NOW" UPON ENVIRONMENT-NAME.
            ACCEPT W-NOW-STAMP FROM ENVIRONMENT-VALUE.
            IF W-NOW-STAMP = SPACE
               MOVE W-STAMP TO W-NOW-STAMP
            END-IF.
            OPEN OUTPUT OVD-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "# RPT-DST OVERDUE AS OF " W-NOW-STAMP
                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE OV-REC FROM W-LINE-WK.
            PERFORM P-510 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DS-CNT.
            MOVE SPACE TO W-LINE-WK.
            STRING "TOTAL|OVERDUE=" W-OVD-CNT "|LATE-ACK=" W-LATE-CNT
                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE OV-REC FROM W-LINE-WK.
            CLOSE OVD-OU.
            DISPLAY "OVERDUE=" W-OVD-CNT " LATE-ACK=" W-LATE-CNT.
            IF W-OVD-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-510.
            IF W-DS-CLS(W-SUB) = "REQUIRED"
               MOVE SPACE TO W-ST-TXT
               IF W-DS-ACK(W-SUB) = SPACE
                  IF W-NOW-STAMP > W-DS-DUE(W-SUB)
                     MOVE "OVERDUE" TO W-ST-TXT
                     ADD 1 TO W-OVD-CNT
                  END-IF
               ELSE
                  IF W-DS-ACK(W-SUB) > W-DS-DUE(W-SUB)
                     MOVE "LATE-ACK" TO W-ST-TXT
                     ADD 1 TO W-LATE-CNT
                  END-IF
               END-IF
               IF W-ST-TXT NOT = SPACE
                  MOVE SPACE TO W-LINE-WK
                  STRING W-ST-TXT        DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-DS-ID(W-SUB)  DELIMITED BY SPACE
                         "|"             DELIMITED BY SIZE
                         W-DS-RPT(W-SUB) DELIMITED BY SPACE
                         "|" W-DS-SPID(W-SUB) "|"
                                         DELIMITED BY SIZE
                         W-DS-WHO(W-SUB) DELIMITED BY SPACE
                         "|DUE=" W-DS-DUE(W-SUB)
                         "|SENT=" W-DS-DIST(W-SUB)
                         "|ACK=" W-DS-ACK(W-SUB)
                                         DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE OV-REC FROM W-LINE-WK(1:160)
                  DISPLAY W-LINE-WK(1:120)
               END-IF
            END-IF.
            .
      *
      *   台帳１行の記帳（配布番号W-LG-ID、区分W-LG-ACT、所見
      *   W-LG-TEXT。配布の項目は表のW-DS-ROW行から）。
       P-800.
            MOVE SPACE TO LED-REC.
            IF W-DS-ROW = 0
               STRING W-STAMP "|"   DELIMITED BY SIZE
                      W-LG-ID       DELIMITED BY SPACE
                      "|"           DELIMITED BY SIZE
                      W-LG-ACT      DELIMITED BY SPACE
                      "|"           DELIMITED BY SIZE
                      W-OPER        DELIMITED BY SPACE
                      "|||||||"     DELIMITED BY SIZE
                      W-LG-TEXT     DELIMITED BY SIZE
                      INTO LED-REC
               END-STRING
            ELSE
               STRING W-STAMP "|"   DELIMITED BY SIZE
                      W-LG-ID       DELIMITED BY SPACE
                      "|"           DELIMITED BY SIZE
                      W-LG-ACT      DELIMITED BY SPACE
                      "|"           DELIMITED BY SIZE
                      W-OPER        DELIMITED BY SPACE
                      "|"           DELIMITED BY SIZE
                      W-DS-RPT(W-DS-ROW)  DELIMITED BY SPACE
                      "|" W-DS-SPID(W-DS-ROW) "|"
                                    DELIMITED BY SIZE
                      W-DS-WHO(W-DS-ROW)  DELIMITED BY SPACE
                      "|" W-DS-COPY(W-DS-ROW) "|"
                                    DELIMITED BY SIZE
                      W-DS-CLS(W-DS-ROW)  DELIMITED BY SPACE
                      "|" W-DS-DUE(W-DS-ROW) "|"
                                    DELIMITED BY SIZE
                      W-LG-TEXT     DELIMITED BY SIZE
                      INTO LED-REC
               END-STRING
            END-IF.
            WRITE LED-REC.
            .
      *
      *   状態の文字（ACKED／OVERDUE／OPEN。INFOは期限を問わない）。
       P-820.
            EVALUATE TRUE
                WHEN W-DS-ACK(W-SUB) NOT = SPACE
                     MOVE "ACKED"   TO W-ST-TXT
                WHEN W-DS-CLS(W-SUB) = "REQUIRED"
                     AND W-NOW-STAMP > W-DS-DUE(W-SUB)
                     MOVE "OVERDUE" TO W-ST-TXT
                     ADD 1 TO W-OVD-CNT
                WHEN OTHER
                     MOVE "OPEN"    TO W-ST-TXT
            END-EVALUATE.
            .
      *
      *   配布番号W-CHK-IDの行をW-DS-ROWへ（無ければ０）。
       P-840.
            MOVE 0 TO W-DS-ROW.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-DS-CNT OR W-DS-ROW > 0
               IF W-DS-ID(W-J) = W-CHK-ID
                  MOVE W-J TO W-DS-ROW
               END-IF
            END-PERFORM.
            .
      *
      *   台帳の追記オープン（無ければ作る）。
       P-850.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "35"
               OPEN OUTPUT LED-FILE
            END-IF.
            IF W-LED-FS NOT = "00"
               DISPLAY "RPT-DST NG: DSTLEDG OPEN FS=" W-LED-FS
               MOVE 12 TO RETURN-CODE
            END-IF.
            .
      *
      *   期限の計算。配布表の期限（HHMM か n/HHMM）から
      *   YYYYMMDD_HHMM00 を作る。省略は翌日の09:00。
       P-860.
            MOVE SPACE TO W-DUE-X1 W-DUE-X2.
            UNSTRING W-MS-DUE(W-SUB) DELIMITED BY "/"
                INTO W-DUE-X1 W-DUE-X2
            END-UNSTRING.
            IF W-DUE-X2 = SPACE
               MOVE 0        TO W-DUE-DAYS
               MOVE W-DUE-X1 TO W-DUE-HHMM
            ELSE
               MOVE FUNCTION NUMVAL(W-DUE-X1) TO W-DUE-DAYS
               MOVE W-DUE-X2 TO W-DUE-HHMM
            END-IF.
            IF W-DUE-HHMM NOT NUMERIC
               MOVE 1      TO W-DUE-DAYS
               MOVE "0900" TO W-DUE-HHMM
            END-IF.
            IF W-DUE-X2 = SPACE AND W-DUE-HHMM <= W-NOW-TIME(1:4)
               MOVE 1 TO W-DUE-DAYS
            END-IF.
            MOVE W-TODAY TO W-DUE-DATE.
            COMPUTE W-INT-D = FUNCTION INTEGER-OF-DATE(W-DUE-DATE)
                            + W-DUE-DAYS.
            COMPUTE W-DUE-DATE = FUNCTION DATE-OF-INTEGER(W-INT-D).
            MOVE SPACE TO W-DS-DUE(W-DS-ROW).
            STRING W-DUE-DATE "_" W-DUE-HHMM "00"
                   DELIMITED BY SIZE
                   INTO W-DS-DUE(W-DS-ROW)
            END-STRING.
            .
