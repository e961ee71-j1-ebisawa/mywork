      *    ファイル　　：SPOOLIDX　索引（ＩＤ|帳票名|日付|依頼者|
      *                  行数|状態KEEP／PURGED）
      *                  SPOOLDAT　本文（各行「ＩＤ|帳票行」の追記）
      *                  帳票行は全角まじりの印刷像（表示１３２桁）を
      *                  切らずに預かれるよう４００バイトまで持つ。
      *    使用方法　　：環境変数 SPOOL_MODE で操作を選ぶ。
      *                    SUBMIT　SPOOLINの帳票を預ける
      *                      （SPOOL_REPORT＝帳票名、SPOOL_WHO＝
      *                      依頼者）。保持世代を超えた古い世代は
      *                      索引上PURGEDになる。
      *                    SPLIT　SPOOLINを区切り行「*SPOOL|帳票名」
      *                      ごとに別の帳票として預ける（帳票名は
      *                      区切り行から、依頼者はSPOOL_WHO）。
      *                      OWN-DGSTの持ち主別ダイジェストのように
      *                      一本の出力を節ごとに預けるときに使う。
      *                      保持世代は帳票名ごとに適用される。
      *                      帳票名は２３バイトまで（DG-＋持ち主
      *                      ２０バイトが切れずに入る）。
      *                    未指定／LIST　索引の一覧。
      *                    REPRINT　SPOOL_IDの帳票をバナーつきで
      *                      SPOOLOUTへ再印字。
       FD  IDX-FILE.
       01  IX-REC             PIC X(100).
       FD  DAT-FILE.
       01  DT-REC             PIC X(410).
       FD  RPT-IN.
       01  RP-REC             PIC X(400).
       FD  OUT-FILE.
       01  OU-REC             PIC X(400).
       FD  IDXO-FILE.
       01  IXO-REC            PIC X(100).
       FD  DATO-FILE.
       01  DTO-REC            PIC X(410).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-DAT-FS           PIC X(02).
       01  W-RPT-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-REPORT           PIC X(23).
       01  W-WHO              PIC X(16).
       01  W-ID-X             PIC X(05).
       01  W-EOF-SW           PIC X              VALUE "N".
       01  W-CTL-CNT          PIC 9(02)          VALUE 0.
       01  W-CTL-TBL.
           05  W-CT           OCCURS 20.
               10  W-CT-NAME  PIC X(23).
               10  W-CT-KEEP  PIC 9(02).
      *    索引の表（最大200世代）
       01  W-IDX-CNT          PIC 9(03)          VALUE 0.
       01  W-IDX-TBL.
           05  W-IX           OCCURS 200.
               10  W-IX-ID    PIC 9(05).
               10  W-IX-NAME  PIC X(23).
               10  W-IX-DATE  PIC X(15).
               10  W-IX-WHO   PIC X(16).
               10  W-IX-LINES PIC 9(05).
               10  W-IX-STS   PIC X(06).
      *    行分解・作業域
       01  W-F1               PIC X(23).
       01  W-F2               PIC X(16).
       01  W-F3               PIC X(16).
       01  W-F4               PIC X(16).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-CNT              PIC 9(05)          VALUE 0.
       01  W-LINE-WK          PIC X(410).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
                WHEN "SUBMIT"  PERFORM P-200
                WHEN "REPRINT" PERFORM P-400
                WHEN "PURGE"   PERFORM P-500
                WHEN "SPLIT"   PERFORM P-600
                WHEN OTHER     PERFORM P-300
            END-EVALUATE.
            DISPLAY "TEST END   (SPOOL-MGR)".
                    NOT AT END
                        IF DT-REC(1:5) = W-ID-X
                           ADD 1 TO W-CNT
                           MOVE DT-REC(7:400) TO OU-REC
                           WRITE OU-REC
                        END-IF
               END-READ
            END-STRING.
            WRITE IXO-REC FROM W-LINE-WK(1:100).
            .
      *
      *   ケース6．SPLIT。区切り行ごとにＩＤを払い出し、節ごとに
      *            バナーと本文をSPOOLDATへ追記する。区切り行より
      *            前の行は読み捨てる。
       P-600.
            DISPLAY "SPOOL_WHO"    UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO           FROM ENVIRONMENT-VALUE.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            OPEN INPUT RPT-IN.
            IF W-RPT-FS NOT = "00"
               DISPLAY "SPOOL-MGR NG: NO SPOOLIN FS=" W-RPT-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN EXTEND DAT-FILE.
            IF W-DAT-FS = "35"
               OPEN OUTPUT DAT-FILE
            END-IF.
            MOVE 0 TO W-THIS-ID W-CNT.
            PERFORM UNTIL W-EOF
               READ RPT-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-610
               END-READ
            END-PERFORM.
            IF W-THIS-ID > 0
               PERFORM P-630
            END-IF.
            CLOSE RPT-IN DAT-FILE.
            PERFORM P-280.
            DISPLAY "SPLIT DONE: ENTRIES=" W-CNT.
            .
       P-610.
            IF RP-REC(1:7) = "*SPOOL|"
               IF W-THIS-ID > 0
                  PERFORM P-630
               END-IF
               MOVE SPACE TO W-REPORT
               MOVE RP-REC(8:23) TO W-REPORT
               PERFORM P-620
            ELSE
               IF W-THIS-ID > 0
                  ADD 1 TO W-LINE-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING W-THIS-ID "|" RP-REC
                         DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE DT-REC FROM W-LINE-WK
               END-IF
            END-IF.
            .
      *
      *   節の始まり。ＩＤを払い出してバナーを打つ。
       P-620.
            MOVE W-NEXT-ID TO W-THIS-ID.
            ADD 1 TO W-NEXT-ID.
            MOVE 0 TO W-LINE-CNT.
            MOVE SPACE TO W-LINE-WK.
            STRING W-THIS-ID "|**** SPOOL BANNER  REPORT="
                                DELIMITED BY SIZE
                   W-REPORT     DELIMITED BY SPACE
                   "  DATE=" W-NOW-DATE "_" W-NOW-TIME(1:6)
                   "  BY="      DELIMITED BY SIZE
                   W-WHO        DELIMITED BY SPACE
                   " ****"      DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE DT-REC FROM W-LINE-WK.
            .
      *
      *   節の終わり。索引へ登録し、その帳票名の保持世代を適用する。
       P-630.
            IF W-IDX-CNT < 200
               ADD 1 TO W-IDX-CNT
               ADD 1 TO W-CNT
               MOVE W-THIS-ID  TO W-IX-ID(W-IDX-CNT)
               MOVE W-REPORT   TO W-IX-NAME(W-IDX-CNT)
               MOVE SPACE      TO W-IX-DATE(W-IDX-CNT)
               STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                      DELIMITED BY SIZE
                      INTO W-IX-DATE(W-IDX-CNT)
               END-STRING
               MOVE W-WHO      TO W-IX-WHO(W-IDX-CNT)
               MOVE W-LINE-CNT TO W-IX-LINES(W-IDX-CNT)
               MOVE "KEEP"     TO W-IX-STS(W-IDX-CNT)
               PERFORM P-250
               DISPLAY "SPOOLED ID=" W-THIS-ID " REPORT=" W-REPORT
                       " LINES=" W-LINE-CNT
            END-IF.
            .
