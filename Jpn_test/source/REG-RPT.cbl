      *                      の先頭がEX3／EX4／EX5／QA／CSなど）単位の
      *                      コントロールブレイクで小計
      *                    ・最終ページに総合計
      *                    ・英文帳票なので、持ち主（CASEMETAのOWNER。
      *                      ケース一致→"*"既定の順に引く）と説明は
      *                      ROMA-CNV-1でローマ字にして載せる。長音の
      *                      書き方は環境変数ROMAJI_LONG（M＝マクロン、
      *                      O＝ou、D＝落とす。既定D）
      *    使用方法　　：tools/make_operator_report.sh から起動される。
      *                  手動なら Jpn_test/results で
      *                    cp regression_results.csv REGRSLT
      *                    RUN_DATE=... COBC_BUILD=... ./REG-RPT
      *                  （持ち主を載せるときはCASEMETA、漢字の名前の
      *                  読みにはYOMIMSTも置く）
      *  --------------------------------------------------------------
      *   対象：回帰結果の帳票化（新規）
      ******************************************************************
           SELECT RSLT-FILE  ASSIGN TO "REGRSLT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RSLT-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT RPT-FILE   ASSIGN TO "REGRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       FILE                  SECTION.
       FD  RSLT-FILE.
       01  RSLT-REC           PIC X(200).
       FD  META-IN.
       01  MI-REC             PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
      ******************************************************************
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-RSLT-FS          PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-RUN-DATE         PIC X(20).
       01  W-WK-DD            PIC 9(02).
       01  W-WK-FMT           PIC X(36).
       01  W-WK-STS           PIC X(01).
      *    CASEMETAの表（持ち主）
       01  W-META-CNT         PIC 9(03)          VALUE 0.
       01  W-META-TBL.
           05  W-MT           OCCURS 500.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(20).
       01  W-F1               PIC X(20).
       01  W-F2               PIC X(44).
       01  W-F3               PIC X(24).
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
      *    ローマ字変換（ROMA-CNV-1）への受け渡し域
       01  W-RM-LONG          PIC X(01).
       01  W-RM-IN            PIC X(60).
       01  W-RM-OUT           PIC X(120).
       01  W-RM-MODE          PIC X(02).
       01  W-RM-STS           PIC X(01).
      *    入力１行の分解域
       01  W-IN-PROG          PIC X(12).
       01  W-IN-CASE          PIC X(40).
           05  H1-PAGE        PIC ZZZ9.
       01  H2-LINE.
           05  FILLER         PIC X(14)          VALUE "PROGRAM".
           05  FILLER         PIC X(30)          VALUE "CASE-ID".
           05  FILLER         PIC X(08)          VALUE "RESULT".
           05  FILLER         PIC X(18)          VALUE "OWNER".
           05  FILLER         PIC X(60)          VALUE "DETAIL".
       01  D1-LINE.
           05  D1-PROG        PIC X(12).
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  D1-CASE        PIC X(28).
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  D1-RSLT        PIC X(02).
           05  FILLER         PIC X(06)          VALUE SPACE.
           05  D1-OWNER       PIC X(16).
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  D1-DETAIL      PIC X(60).
       01  T1-LINE.
           05  FILLER         PIC X(04)          VALUE "  * ".
            ACCEPT W-RUN-DATE    FROM ENVIRONMENT-VALUE.
            DISPLAY "COBC_BUILD" UPON ENVIRONMENT-NAME.
            ACCEPT W-COBC-BUILD  FROM ENVIRONMENT-VALUE.
            DISPLAY "ROMAJI_LONG" UPON ENVIRONMENT-NAME.
            ACCEPT W-RM-LONG     FROM ENVIRONMENT-VALUE.
            IF W-RM-LONG NOT = "M" AND NOT = "O"
               MOVE "D" TO W-RM-LONG
            END-IF.
      *    実行日（RUN_DATEの先頭YYYYMMDD）を和暦でも見出しへ出す。
      *    変換できないときは空欄のままにする。
            MOVE SPACE TO W-WK-FMT.
                  MOVE SPACE TO W-WK-FMT
               END-IF
            END-IF.
            PERFORM P-050.
            OPEN INPUT RSLT-FILE.
            IF W-RSLT-FS NOT = "00"
               DISPLAY "REG-RPT OPEN NG FS=" W-RSLT-FS
            GOBACK
            .
      *
      *   CASEMETAのロード（無ければ持ち主欄は空白）。
       P-050.
            OPEN INPUT META-IN.
            IF W-META-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-060
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-060.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 500
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F3 TO W-MT-OWNER(W-META-CNT)
            END-IF.
            .
      *
      *   明細１件の処理。プログラム／試験区分のキーが替わったら
      *   先に小計を打つ。
       P-100.
            MOVE W-IN-PROG   TO D1-PROG.
            MOVE W-IN-CASE   TO D1-CASE.
            MOVE W-IN-RSLT   TO D1-RSLT.
            PERFORM P-210.
            MOVE W-IN-DETAIL TO W-RM-IN.
            MOVE W-RM-LONG   TO W-RM-MODE(1:1).
            MOVE SPACE       TO W-RM-MODE(2:1).
            PERFORM P-220.
            MOVE W-RM-OUT    TO D1-DETAIL.
            WRITE RPT-REC FROM D1-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO W-LINE-CNT.
            IF W-IN-RSLT = "OK"
            END-IF.
            .
      *
      *   持ち主の引き当て（CASE一致→"*"既定の順）とローマ字化
      *   （語頭を大文字）。
       P-210.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB) = W-IN-PROG
                  AND W-MT-CASE(W-SUB) = W-IN-CASE
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB) = W-IN-PROG
                  AND W-MT-CASE(W-SUB) = "*"
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            MOVE SPACE TO D1-OWNER.
            IF W-FND > 0
               MOVE W-MT-OWNER(W-FND) TO W-RM-IN
               MOVE W-RM-LONG         TO W-RM-MODE(1:1)
               MOVE "C"               TO W-RM-MODE(2:1)
               PERFORM P-220
               MOVE W-RM-OUT          TO D1-OWNER
            END-IF.
            .
      *
      *   ROMA-CNV-1の呼び出し。結合されていなければ元の文字列の
      *   まま載せる。
       P-220.
            CALL "ROMA-CNV-1" USING BY REFERENCE W-RM-IN W-RM-OUT
                                     W-RM-MODE W-RM-STS
                ON EXCEPTION
                    MOVE W-RM-IN TO W-RM-OUT
            END-CALL.
            .
      *
      *   改ページ。ページ見出し２行を打つ。
       P-250.
            ADD 1 TO W-PAGE-NO.
