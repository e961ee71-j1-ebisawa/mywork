      ******************************************************************
      *    テストケース：－（帳票）
      *    プログラム名：月次品質報告の表紙（押印欄つき）
      *    処理概要　　：QRPT-MONの月次品質報告は、上へ出すときに
      *                  手作りの表紙（題名・和暦日付・対象期間・
      *                  作成／確認／承認の押印欄と、SIGNLEDから
      *                  手で写した承認者名）を付けていた。表紙を
      *                  印刷像QRPTCVRとして組む。
      *                    ・対象期間の見出しはBIZDATE-1の機能Fで
      *                      求める年度・四半期（４月始まり）と、
      *                      WAREKI-1の和暦の年月
      *                    ・発行日はWAREKI-1で和暦に直す
      *                    ・主要数値は締め済みサマリPERDSUM（PERD-
      *                      CLSの月次行）と、QRPT-MONの帳票REGRPTM
      *                      のまとめ行（件数と漢数字の総件数）
      *                    ・押印欄の「作成」は作成者、「確認」
      *                      「承認」は対象実行に対するSIGNLEDの
      *                      二重承認（SIGN-OFFと同じ読み方：一人目
      *                      のAPPROVE→確認、別人の二人目→承認、
      *                      REJECTで振り出し、DENIEDは状態を変え
      *                      ない）。名前はSTAFFMSTの漢字氏名へ
      *                      引き当てる（無ければ記帳のまま）。
      *                      署名の無い欄は空けずに「未承認」と
      *                      印字する。
      *                  あわせて、表紙を報告より前に預けるための
      *                  スプール投入用ファイルQRPTPKGを書く
      *                  （区切り行「*SPOOL|QRPTCVR」＋表紙、続けて
      *                  「*SPOOL|REGRPTM」＋REGRPTMの全行）。
      *    使用方法　　：REGRPTM・PERDSUM・SIGNLED・STAFFMST（・
      *                  ERATBL・CALMST）を置き、環境変数で
      *                    QRPT_MONTH    対象月YYYYMM（必須。REGRPTM
      *                                  の見出しの月と一致すること）
      *                    CVR_WHO       作成者（操作者ＩＤか氏名）
      *                    CVR_RUN_STAMP 承認を引く対象実行（未指定
      *                                  ならSIGNLEDに載る対象月の
      *                                  最新の実行）
      *                    CVR_DATE      発行日YYYYMMDD（未指定なら
      *                                  当日）
      *                  を与えて実行する。QRPTPKGをSPOOLINへ写して
      *                  SPOOL-MGRをSPOOL_MODE＝SPLITで動かすと、表紙
      *                  と報告が続き番号の別項目として、表紙が先に
      *                  預かられる。
      *                  未承認の欄があればRETURN-CODE＝4、対象月の
      *                  指定が無い・REGRPTMが無い／別の月なら12。
      *  --------------------------------------------------------------
      *   対象：品質報告の表紙の機械化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QRPT-CVR.
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
           SELECT RPT-IN     ASSIGN TO "REGRPTM"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RPT-FS.
           SELECT SUM-IN     ASSIGN TO "PERDSUM"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SUM-FS.
           SELECT LED-IN     ASSIGN TO "SIGNLED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT CVR-FILE   ASSIGN TO "QRPTCVR"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PKG-FILE   ASSIGN TO "QRPTPKG"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RPT-IN.
       01  RP-REC             PIC X(132).
       FD  SUM-IN.
       01  SM-REC             PIC X(200).
       FD  LED-IN.
       01  LED-REC            PIC X(200).
       FD  STF-IN.
       01  SF-REC             PIC X(200).
       FD  CVR-FILE.
       01  CVR-REC            PIC X(200).
       FD  PKG-FILE.
       01  PKG-REC            PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-RPT-FS           PIC X(02).
       01  W-SUM-FS           PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-MONTH            PIC X(06).
       01  W-WHO              PIC X(16).
       01  W-RUN-STAMP        PIC X(15).
       01  W-ISSUE            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    和暦変換（WAREKI-1）への受け渡し域
       01  W-WK-DIR           PIC X(01).
       01  W-WK-YMD           PIC X(08).
       01  W-WK-ERA           PIC X(06).
       01  W-WK-YY            PIC 9(02).
       01  W-WK-MM            PIC 9(02).
       01  W-WK-DD            PIC 9(02).
       01  W-WK-FMT           PIC X(36).
       01  W-WK-STS           PIC X(01).
      *    営業日サービス（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
       01  W-FY               PIC 9(04).
       01  W-QTR              PIC 9(01).
       01  W-Q-MM             PIC 9(02).
      *    見出しの編集域
       01  W-PERIOD-WAREKI    PIC X(36).
       01  W-ISSUE-WAREKI     PIC X(36).
      *    REGRPTM・PERDSUMから拾った主要数値
       01  W-RPT-MONTH        PIC X(06).
       01  W-RPT-SUMMARY      PIC X(132).
       01  W-RPT-KANJI        PIC X(132).
       01  W-RPT-LINES        PIC 9(05)          VALUE 0.
       01  W-SUM-SW           PIC X(01)          VALUE "N".
           88  W-SUM-FOUND                       VALUE "Y".
       01  W-SUM-RUNS         PIC X(12).
       01  W-SUM-CASES        PIC X(16).
       01  W-SUM-AREAS        PIC X(160).
      *    SIGNLEDの二重承認の読み取り域（SIGN-OFFのP-130と同じ）
       01  W-LD-WHEN          PIC X(20).
       01  W-LD-STAMP         PIC X(15).
       01  W-LD-DECSN         PIC X(08).
       01  W-LD-WHO           PIC X(16).
       01  W-SIGN-CNT         PIC 9(02)          VALUE 0.
       01  W-SIGN1-WHO        PIC X(16).
       01  W-SIGN2-WHO        PIC X(16).
      *    STAFFMSTの表（最大300件）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-ID    PIC X(08).
               10  W-ST-KANJI PIC X(24).
               10  W-ST-OPER  PIC X(16).
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
      *    押印欄（作成・確認・承認）
       01  W-SEAL-TBL.
           05  W-SL           OCCURS 3.
               10  W-SL-TITLE PIC X(12).
               10  W-SL-NAME  PIC X(24).
       01  W-UNSIGNED-CNT     PIC 9(01)          VALUE 0.
       01  W-NAME-WK          PIC X(24).
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-PTR              PIC 9(03).
      *    混在幅そろえの作業域（REG-RPTJのP-400と同じ数え方）。
      *    全角１文字＝表示２桁で数えて指定表示幅まで１バイト空白を
      *    足す。
       01  W-LINE             PIC X(200).
       01  W-LPOS             PIC 9(03).
       01  W-PAD-SRC          PIC X(60).
       01  W-PAD-WIDTH        PIC 9(03).
       01  W-I                PIC 9(03).
       01  W-B                PIC 9(03).
       01  W-DW               PIC 9(03).
       01  W-SLEN             PIC 9(03).
      *    押印欄の罫線（１欄＝表示２０桁、３欄）
       01  W-RULE-LINE.
           05  FILLER         PIC X(10)          VALUE SPACE.
           05  FILLER         PIC X(21)
               VALUE "+--------------------".
           05  FILLER         PIC X(21)
               VALUE "+--------------------".
           05  FILLER         PIC X(22)
               VALUE "+--------------------+".
       01  W-EMPTY-LINE.
           05  FILLER         PIC X(10)          VALUE SPACE.
           05  FILLER         PIC X(21)          VALUE "|".
           05  FILLER         PIC X(21)          VALUE "|".
           05  FILLER         PIC X(22)
               VALUE "|                    |".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (QRPT-CVR)".
            DISPLAY "QRPT_MONTH"    UPON ENVIRONMENT-NAME.
            ACCEPT W-MONTH          FROM ENVIRONMENT-VALUE.
            DISPLAY "CVR_WHO"       UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO            FROM ENVIRONMENT-VALUE.
            DISPLAY "CVR_RUN_STAMP" UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-STAMP      FROM ENVIRONMENT-VALUE.
            DISPLAY "CVR_DATE"      UPON ENVIRONMENT-NAME.
            ACCEPT W-ISSUE          FROM ENVIRONMENT-VALUE.
            IF W-MONTH = SPACE OR W-MONTH NOT NUMERIC
               DISPLAY "QRPT-CVR NG: QRPT_MONTH (YYYYMM) NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-ISSUE = SPACE OR W-ISSUE NOT NUMERIC
               ACCEPT W-ISSUE FROM DATE YYYYMMDD
            END-IF.
            PERFORM P-100.
            IF RETURN-CODE = 12
               GOBACK
            END-IF.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500.
            PERFORM P-600.
            PERFORM P-700.
            DISPLAY "COVER " W-MONTH " RUN=" W-RUN-STAMP
                    " UNSIGNED-BOXES=" W-UNSIGNED-CNT
                    " REPORT-LINES=" W-RPT-LINES.
            IF W-UNSIGNED-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (QRPT-CVR)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．REGRPTMの読み取り。見出しの月を確かめ、まとめ行と
      *            漢数字の総件数の行を拾う。別の月の帳票に表紙を
      *            付けることはしない。
       P-100.
            MOVE SPACE TO W-RPT-MONTH W-RPT-SUMMARY W-RPT-KANJI.
            OPEN INPUT RPT-IN.
            IF W-RPT-FS NOT = "00"
               DISPLAY "QRPT-CVR NG: NO REGRPTM FS=" W-RPT-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               READ RPT-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-110
               END-READ
            END-PERFORM.
            CLOSE RPT-IN.
            IF W-RPT-MONTH NOT = W-MONTH
               DISPLAY "QRPT-CVR NG: REGRPTM IS FOR MONTH "
                       W-RPT-MONTH " NOT " W-MONTH
               MOVE 12 TO RETURN-CODE
            END-IF.
            .
       P-110.
            ADD 1 TO W-RPT-LINES.
            IF RP-REC(1:31) = "JPN_TEST MONTHLY QUALITY REPORT"
               AND W-RPT-MONTH = SPACE
               MOVE RP-REC(41:6) TO W-RPT-MONTH
            END-IF.
            IF RP-REC(1:16) = "RUNS THIS MONTH="
               AND W-RPT-SUMMARY = SPACE
               MOVE RP-REC TO W-RPT-SUMMARY
            END-IF.
            IF RP-REC(1:21) = "TOTAL CASES (KANJI): "
               AND W-RPT-KANJI = SPACE
               MOVE RP-REC(22:111) TO W-RPT-KANJI
            END-IF.
            .
      *
      *   ケース2．PERDSUMから対象月の締めサマリ（最後の行）を拾う。
      *            締める前なら主要数値は確定前として表紙に断る。
       P-200.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SUM-IN.
            IF W-SUM-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SUM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE SUM-IN
            END-IF.
            IF NOT W-SUM-FOUND
               DISPLAY "QRPT-CVR WARNING: MONTH " W-MONTH
                       " NOT CLOSED IN PERDSUM"
            END-IF.
            .
       P-210.
            IF SM-REC(1:7) = "PERIOD|" AND SM-REC(8:6) = W-MONTH
               MOVE "Y" TO W-SUM-SW
               MOVE SPACE TO W-F1 W-F2 W-SUM-RUNS W-SUM-CASES
                             W-SUM-AREAS
               MOVE 1 TO W-PTR
               UNSTRING SM-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-SUM-RUNS W-SUM-CASES
                   WITH POINTER W-PTR
               END-UNSTRING
               IF W-PTR <= 200
                  MOVE SM-REC(W-PTR:) TO W-SUM-AREAS
                  INSPECT W-SUM-AREAS REPLACING ALL "|" BY " "
               END-IF
            END-IF.
            .
      *
      *   ケース3．SIGNLEDの二重承認。対象実行の指定が無ければ、
      *            台帳に載る対象月の実行のうち最新のものを取る。
      *            一人目と同じ判断者のAPPROVEは二人目に数えない
      *            （SIGN-OFFはDENIEDで記帳するが、表紙は台帳の
      *            手直しがあっても同一人を二欄に載せない）。
       P-300.
            MOVE 0     TO W-SIGN-CNT.
            MOVE SPACE TO W-SIGN1-WHO W-SIGN2-WHO.
            OPEN INPUT LED-IN.
            IF W-LED-FS NOT = "00"
               DISPLAY "QRPT-CVR WARNING: NO SIGNLED - APPROVAL"
                       " BOXES PRINTED UNSIGNED"
            ELSE
               IF W-RUN-STAMP = SPACE
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ LED-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-310
                     END-READ
                  END-PERFORM
                  CLOSE LED-IN
                  OPEN INPUT LED-IN
               END-IF
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ LED-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-320
                  END-READ
               END-PERFORM
               CLOSE LED-IN
            END-IF.
            .
      *
      *   台帳１行の分解（SIGN-OFFの様式：記帳時刻|RUN-STAMP|判断|
      *   判断者|理由）。
       P-305.
            MOVE SPACE TO W-LD-WHEN W-LD-STAMP W-LD-DECSN
                          W-LD-WHO.
            UNSTRING LED-REC DELIMITED BY "|"
                INTO W-LD-WHEN W-LD-STAMP W-LD-DECSN W-LD-WHO
            END-UNSTRING.
            .
       P-310.
            PERFORM P-305.
            IF W-LD-STAMP(1:6) = W-MONTH
               AND W-LD-STAMP > W-RUN-STAMP
               MOVE W-LD-STAMP TO W-RUN-STAMP
            END-IF.
            .
       P-320.
            PERFORM P-305.
            IF W-LD-STAMP = W-RUN-STAMP AND W-RUN-STAMP NOT = SPACE
               EVALUATE W-LD-DECSN
                   WHEN "APPROVE"
                        IF W-SIGN-CNT < 2
                           AND W-LD-WHO NOT = W-SIGN1-WHO
                           ADD 1 TO W-SIGN-CNT
                           IF W-SIGN-CNT = 1
                              MOVE W-LD-WHO TO W-SIGN1-WHO
                           ELSE
                              MOVE W-LD-WHO TO W-SIGN2-WHO
                           END-IF
                        END-IF
                   WHEN "REJECT"
                        MOVE 0     TO W-SIGN-CNT
                        MOVE SPACE TO W-SIGN1-WHO W-SIGN2-WHO
      *            DENIEDは試みの証跡であり署名の状態は変えない
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース4．押印欄の名前を決める。STAFFMSTの漢字氏名へ
      *            引き当て、空の欄は「未承認」とする。
       P-400.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STF-IN.
            IF W-STF-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-410
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            END-IF.
            MOVE "作成" TO W-SL-TITLE(1).
            MOVE "確認" TO W-SL-TITLE(2).
            MOVE "承認" TO W-SL-TITLE(3).
            MOVE W-WHO       TO W-NAME-WK.
            PERFORM P-420.
            MOVE W-NAME-WK   TO W-SL-NAME(1).
            MOVE W-SIGN1-WHO TO W-NAME-WK.
            PERFORM P-420.
            MOVE W-NAME-WK   TO W-SL-NAME(2).
            MOVE W-SIGN2-WHO TO W-NAME-WK.
            PERFORM P-420.
            MOVE W-NAME-WK   TO W-SL-NAME(3).
            .
       P-410.
            IF SF-REC(1:1) NOT = "#" AND SF-REC NOT = SPACE
               AND W-ST-CNT < 300
               ADD 1 TO W-ST-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING SF-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-ST-ID   (W-ST-CNT)
               MOVE W-F2 TO W-ST-KANJI(W-ST-CNT)
               MOVE W-F4 TO W-ST-OPER (W-ST-CNT)
            END-IF.
            .
       P-420.
            IF W-NAME-WK = SPACE
               MOVE "未承認" TO W-NAME-WK
               ADD 1 TO W-UNSIGNED-CNT
            ELSE
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-ST-CNT OR W-FND > 0
                  IF W-ST-OPER(W-SUB) = W-NAME-WK
                     OR W-ST-ID(W-SUB) = W-NAME-WK
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND > 0
                  MOVE W-ST-KANJI(W-FND) TO W-NAME-WK
               END-IF
            END-IF.
            .
      *
      *   ケース5．期間見出し。BIZDATE-1の機能Fで年度・四半期を
      *            求め（未結合の単体ビルドではMTTR-RPTと同じく４月
      *            始まりを自前で求める）、WAREKI-1で対象月と発行日を
      *            和暦にする。
       P-500.
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
      *    対象月の和暦（年月まで）。
            MOVE SPACE TO W-PERIOD-WAREKI.
            MOVE "W"     TO W-WK-DIR.
            MOVE W-BD-D1 TO W-WK-YMD.
            PERFORM P-510.
            IF W-WK-STS = "0"
               STRING W-WK-FMT DELIMITED BY "月"
                      "月"     DELIMITED BY SIZE
                      INTO W-PERIOD-WAREKI
               END-STRING
            END-IF.
      *    発行日の和暦。
            MOVE SPACE TO W-ISSUE-WAREKI.
            MOVE "W"     TO W-WK-DIR.
            MOVE W-ISSUE TO W-WK-YMD.
            PERFORM P-510.
            IF W-WK-STS = "0"
               MOVE W-WK-FMT TO W-ISSUE-WAREKI
            END-IF.
            .
       P-510.
            MOVE SPACE TO W-WK-FMT W-WK-ERA.
            CALL "WAREKI-1" USING BY REFERENCE W-WK-DIR W-WK-YMD
                                   W-WK-ERA W-WK-YY W-WK-MM
                                   W-WK-DD W-WK-FMT W-WK-STS
                ON EXCEPTION
                    MOVE "9" TO W-WK-STS
            END-CALL.
            .
      *
      *   ケース6．表紙の印字（QRPTCVR）。
       P-600.
            OPEN OUTPUT CVR-FILE.
            MOVE SPACE TO CVR-REC.
            WRITE CVR-REC.
            MOVE SPACE TO W-LINE.
            MOVE "品質月次報告書" TO W-LINE(40:).
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO W-LINE.
            MOVE "JPN_TEST MONTHLY QUALITY REPORT - COVER"
                 TO W-LINE(34:).
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO CVR-REC.
            WRITE CVR-REC.
            WRITE CVR-REC.
      *    対象期間と発行日。
            MOVE SPACE TO W-LINE.
            STRING "    対象期間：" W-MONTH(1:4) "年"
                   W-MONTH(5:2) "月（"
                                     DELIMITED BY SIZE
                   W-PERIOD-WAREKI   DELIMITED BY SPACE
                   "）　"  W-FY "年度 第" W-QTR "四半期"
                                     DELIMITED BY SIZE
                   INTO W-LINE
            END-STRING.
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO W-LINE.
            STRING "    発行日　："  DELIMITED BY SIZE
                   W-ISSUE-WAREKI    DELIMITED BY SPACE
                   "（" W-ISSUE "）" DELIMITED BY SIZE
                   INTO W-LINE
            END-STRING.
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO W-LINE.
            IF W-RUN-STAMP = SPACE
               STRING "    承認対象："
                      "（SIGNLEDに対象月の記帳なし）"
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            ELSE
               STRING "    承認対象：実行 " W-RUN-STAMP
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            END-IF.
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO CVR-REC.
            WRITE CVR-REC.
      *    主要数値。
            MOVE "    ** 主要数値 **" TO CVR-REC.
            WRITE CVR-REC.
            MOVE SPACE TO W-LINE.
            IF W-SUM-FOUND
               STRING "    月次締め：締め済（PERDSUM）　"
                      DELIMITED BY SIZE
                      W-SUM-RUNS  DELIMITED BY SPACE
                      "  "        DELIMITED BY SIZE
                      W-SUM-CASES DELIMITED BY SPACE
                      INTO W-LINE
               END-STRING
               WRITE CVR-REC FROM W-LINE
               MOVE SPACE TO W-LINE
               STRING "    区分別合格率：" W-SUM-AREAS
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            ELSE
               STRING "    月次締め："
                      "未締め（数字は確定前）"
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            END-IF.
            WRITE CVR-REC FROM W-LINE.
            MOVE SPACE TO W-LINE.
            STRING "    月次報告：" W-RPT-SUMMARY
                   DELIMITED BY SIZE INTO W-LINE
            END-STRING.
            WRITE CVR-REC FROM W-LINE.
            IF W-RPT-KANJI NOT = SPACE
               MOVE SPACE TO W-LINE
               STRING "    総件数　：" W-RPT-KANJI
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
               WRITE CVR-REC FROM W-LINE
            END-IF.
            MOVE SPACE TO CVR-REC.
            WRITE CVR-REC.
            WRITE CVR-REC.
      *    押印欄。
            WRITE CVR-REC FROM W-RULE-LINE.
            MOVE SPACE TO W-LINE.
            MOVE 11 TO W-LPOS.
            PERFORM P-610 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > 3.
            MOVE "|" TO W-LINE(W-LPOS:1).
            WRITE CVR-REC FROM W-LINE.
            WRITE CVR-REC FROM W-RULE-LINE.
            WRITE CVR-REC FROM W-EMPTY-LINE.
            MOVE SPACE TO W-LINE.
            MOVE 11 TO W-LPOS.
            PERFORM P-620 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > 3.
            MOVE "|" TO W-LINE(W-LPOS:1).
            WRITE CVR-REC FROM W-LINE.
            WRITE CVR-REC FROM W-EMPTY-LINE.
            WRITE CVR-REC FROM W-RULE-LINE.
            CLOSE CVR-FILE.
            .
      *
      *   押印欄の見出し１欄（欄の中ほどへ寄せる）。
       P-610.
            MOVE "|" TO W-LINE(W-LPOS:1).
            ADD 1 TO W-LPOS.
            MOVE SPACE TO W-PAD-SRC.
            MOVE W-SL-TITLE(W-SUB) TO W-PAD-SRC(9:).
            MOVE 20 TO W-PAD-WIDTH.
            PERFORM P-900.
            .
      *
      *   押印欄の名前１欄。
       P-620.
            MOVE "|" TO W-LINE(W-LPOS:1).
            ADD 1 TO W-LPOS.
            MOVE SPACE TO W-PAD-SRC.
            MOVE W-SL-NAME(W-SUB) TO W-PAD-SRC(4:).
            MOVE 20 TO W-PAD-WIDTH.
            PERFORM P-900.
            .
      *
      *   ケース7．スプール投入用ファイル（QRPTPKG）。表紙の節を
      *            先に置き、続けてREGRPTMの全行を写す。
       P-700.
            OPEN OUTPUT PKG-FILE.
            MOVE "*SPOOL|QRPTCVR" TO PKG-REC.
            WRITE PKG-REC.
            OPEN INPUT CVR-FILE.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               READ CVR-FILE
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  WRITE PKG-REC FROM CVR-REC
               END-READ
            END-PERFORM.
            CLOSE CVR-FILE.
            MOVE "*SPOOL|REGRPTM" TO PKG-REC.
            WRITE PKG-REC.
            OPEN INPUT RPT-IN.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               READ RPT-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  WRITE PKG-REC FROM RP-REC
               END-READ
            END-PERFORM.
            CLOSE RPT-IN PKG-FILE.
            .
      *
      *   混在幅そろえ（REG-RPTJのP-400と同じ）。W-PAD-SRCの実内容を
      *   W-LINEのW-LPOSへ置き、表示幅（全角＝２桁・半角＝１桁で
      *   数える）がW-PAD-WIDTHになるまで１バイト空白を足す。
       P-900.
      *    実長（末尾スペースを除くバイト数）
            MOVE 0 TO W-B.
            INSPECT FUNCTION REVERSE(W-PAD-SRC)
                    TALLYING W-B FOR LEADING SPACE.
            COMPUTE W-SLEN = 60 - W-B.
      *    表示幅を数えながら写す
            MOVE 0 TO W-DW.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-SLEN
               COMPUTE W-B = FUNCTION ORD(W-PAD-SRC(W-I:1)) - 1
               MOVE W-PAD-SRC(W-I:1) TO W-LINE(W-LPOS:1)
               ADD 1 TO W-LPOS
               EVALUATE TRUE
                   WHEN W-B < 128
                        ADD 1 TO W-DW
                   WHEN W-B >= 224
                        ADD 2 TO W-DW
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-PERFORM.
      *    残りを１バイト空白で埋めて次の欄の頭をそろえる
            PERFORM UNTIL W-DW >= W-PAD-WIDTH
               MOVE " " TO W-LINE(W-LPOS:1)
               ADD 1 TO W-LPOS
               ADD 1 TO W-DW
            END-PERFORM.
            .
