      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：運用ログ・台帳の統合監査タイムライン
      *    処理概要　　：監査から「３日の夜にQA99MNTに何があったか」と
      *                  問われると、PERMLOG・STREAMLG・QA99JRNL・
      *                  MNTUPLST・SIGNLED・OPALERT・FRAMELOG・PATCHJRN
      *                  ・regression_audit.logを順に開き、時刻を目で
      *                  突き合わせていた。全部を時刻順の１本の事象
      *                  ファイルAUDTLNへ統合し、そこから引く。
      *                    AUDTLN：時刻|出所|操作者|プログラム|対象|
      *                            要約
      *                      時刻は YYYYMMDD_HHMMSS。日付しか持たない
      *                      記録は _000000、時刻の取れない記録は
      *                      00000000_000000（要約の頭に(UNDATED)）。
      *                  出所ごとの読み方
      *                    PERMLOG 　許可／拒否|操作者|プログラム|
      *                              モード|時刻
      *                    STREAMLG　時刻|ステップ|コマンド|CC|判定
      *                              （対象はコマンド）
      *                    QA99JRNL　時刻|通番|操作|前像|後像|操作者|
      *                              実行|理由（対象はQA99MNTとキー。
      *                              キーは前像／後像の５バイト目から
      *                              ２０バイト、MNT-HISTと同じ）
      *                    MNTUPLST　先頭の RUN=… OPER=… の実行識別で
      *                              APL・REJ行に時刻と操作者を付ける
      *                    SIGNLED 　時刻|対象RUN-STAMP|判断|判断者|
      *                              理由
      *                    OPALERT 　時刻|ＩＤ|重大度|発行元|本文|
      *                              確認印（プログラムは発行元）
      *                    FRAMELOG　FRAME-CHK出力の写し。受け入れ・
      *                              拒否の行を拾い、受け入れ行の
      *                              DATE=を日付とする
      *                    REGAUDIT　回帰実行の監査記録（実行時刻|
      *                              実行者|…|total=|pass=|fail=…）
      *                              と夜間起動の判断（日付|CALENDAR
      *                              |decision=…|理由）
      *                  環境変数 AUDIT_MODE で動作を選ぶ。
      *                    BUILD：カレントにある出所を全部読み、
      *                      ファイルSORTで時刻順（同時刻は上の出所順、
      *                      出所内は記帳順）に並べてAUDTLNを作り直す。
      *                    未指定／INQ：AUDTLNを条件で絞り、画面に
      *                      出して抽出ファイルAUDTLNQ（AUDTLNと同じ
      *                      様式）へ書く。
      *                    PRINT：同じ条件の抽出を、監査へ渡す印刷
      *                      様式AUDTLNP（頁見出しに期間と条件）へ
      *                      書く。
      *                  絞り込み条件（どれも省略可）
      *                    AUDIT_FROM／AUDIT_TO  期間。YYYYMMDD または
      *                      YYYYMMDD_HHMMSS（日付だけなら開始は
      *                      その日の始め、終了はその日の終わり）
      *                    AUDIT_OPER  操作者（一致）
      *                    AUDIT_PROG  プログラム（部分一致）
      *                    AUDIT_OBJ   対象（部分一致。QA99MNTなど）
      *    使用方法　　：統合はtools/audit_timeline.shから（回帰の
      *                  監査記録をREGAUDITの名前で添えて）流す。
      *                  BUILDは時刻の取れない記録があればRETURN-CODE
      *                  4、出所がひとつも無ければ12。INQ／PRINTは
      *                  該当なしで4、AUDTLNが無ければ12。
      *  --------------------------------------------------------------
      *   対象：監査照会の一本化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           AUD-TLN.
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
           SELECT SRC-IN     ASSIGN USING W-SRC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT TLN-OU     ASSIGN TO "AUDTLN"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TLN-IN     ASSIGN TO "AUDTLN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TLN-FS.
           SELECT QRY-OU     ASSIGN TO "AUDTLNQ"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRT-OU     ASSIGN TO "AUDTLNP"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WK    ASSIGN TO "AUDTLNWK".
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  SRC-IN.
       01  SR-REC             PIC X(400).
       FD  TLN-OU.
       01  TO-REC             PIC X(250).
       FD  TLN-IN.
       01  TI-REC             PIC X(250).
       FD  QRY-OU.
       01  QO-REC             PIC X(250).
       FD  PRT-OU.
       01  PO-REC             PIC X(132).
       SD  SORT-WK.
       01  SW-REC.
           05  SW-STAMP      PIC X(15).
           05  SW-SRC-NO     PIC 9(02).
           05  SW-SEQ        PIC 9(07).
           05  SW-DATA       PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-SRC-FS           PIC X(02).
       01  W-TLN-FS           PIC X(02).
       01  W-SRC-NAME         PIC X(40).
       01  W-MODE             PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
      *    出所の一覧（同時刻の並び順もこの順）
       01  W-SRC-LIST.
           05  FILLER         PIC X(08)          VALUE "PERMLOG ".
           05  FILLER         PIC X(08)          VALUE "STREAMLG".
           05  FILLER         PIC X(08)          VALUE "QA99JRNL".
           05  FILLER         PIC X(08)          VALUE "MNTUPLST".
           05  FILLER         PIC X(08)          VALUE "SIGNLED ".
           05  FILLER         PIC X(08)          VALUE "OPALERT ".
           05  FILLER         PIC X(08)          VALUE "FRAMELOG".
           05  FILLER         PIC X(08)          VALUE "PATCHJRN".
           05  FILLER         PIC X(08)          VALUE "REGAUDIT".
       01  W-SRC-TBL          REDEFINES W-SRC-LIST.
           05  W-SRC-NM       PIC X(08)          OCCURS 9.
       01  W-SRC-CNT-TBL.
           05  W-SRC-EV       PIC 9(07)          OCCURS 9.
       01  W-SRC-NO           PIC 9(02).
       01  W-SRC-HAVE         PIC 9(02)          VALUE 0.
      *    事象１件の組み立て域
       01  W-EV-STAMP         PIC X(15).
       01  W-EV-OPER          PIC X(16).
       01  W-EV-PROG          PIC X(16).
       01  W-EV-OBJ           PIC X(40).
       01  W-EV-SUM           PIC X(120).
      *    MNTUPLSTの実行識別
       01  W-LR-RUN           PIC X(15).
       01  W-LR-OPER          PIC X(16).
       01  W-LR-SIM           PIC X(09).
      *    FRAMELOGの受け入れ日
       01  W-FR-DATE          PIC X(08).
      *    行の分解域
       01  W-F1               PIC X(120).
       01  W-F2               PIC X(120).
       01  W-F3               PIC X(120).
       01  W-F4               PIC X(120).
       01  W-F5               PIC X(120).
       01  W-F6               PIC X(120).
       01  W-F7               PIC X(120).
       01  W-F8               PIC X(120).
       01  W-FLD              PIC X(120).
       01  W-PTR              PIC 9(03).
       01  W-SEQ              PIC 9(07)          VALUE 0.
       01  W-EV-CNT           PIC 9(07)          VALUE 0.
       01  W-UNDT-CNT         PIC 9(07)          VALUE 0.
      *    照会条件
       01  W-Q-FROM           PIC X(15).
       01  W-Q-TO             PIC X(15).
       01  W-Q-OPER           PIC X(16).
       01  W-Q-PROG           PIC X(16).
       01  W-Q-OBJ            PIC X(40).
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
       01  W-HIT-CNT          PIC 9(07)          VALUE 0.
       01  W-HAY              PIC X(40).
       01  W-NEEDLE           PIC X(40).
       01  W-NLEN             PIC 9(02).
       01  W-TALLY            PIC 9(03).
      *    AUDTLN１行の分解域
       01  W-TL-STAMP         PIC X(15).
       01  W-TL-SRC           PIC X(08).
       01  W-TL-OPER          PIC X(16).
       01  W-TL-PROG          PIC X(16).
       01  W-TL-OBJ           PIC X(40).
       01  W-TL-SUM           PIC X(120).
      *    印刷様式AUDTLNP
       01  W-PAGE-NO          PIC 9(04)          VALUE 0.
       01  W-LINE-CNT         PIC 9(02)          VALUE 99.
       01  W-OUT-CNT-TBL.
           05  W-OUT-EV       PIC 9(07)          OCCURS 9.
       01  H1-LINE.
           05  FILLER         PIC X(24)
                              VALUE "AUDIT TIMELINE EXTRACT  ".
           05  FILLER         PIC X(07)          VALUE "PERIOD ".
           05  H1-FROM        PIC X(15).
           05  FILLER         PIC X(04)          VALUE " TO ".
           05  H1-TO          PIC X(15).
           05  FILLER         PIC X(11)          VALUE "  PRINTED ".
           05  H1-TODAY       PIC X(08).
           05  FILLER         PIC X(36)          VALUE SPACE.
           05  FILLER         PIC X(05)          VALUE "PAGE ".
           05  H1-PAGE        PIC ZZZ9.
       01  H2-LINE.
           05  FILLER         PIC X(09)          VALUE "OPERATOR=".
           05  H2-OPER        PIC X(16).
           05  FILLER         PIC X(09)          VALUE " PROGRAM=".
           05  H2-PROG        PIC X(16).
           05  FILLER         PIC X(08)          VALUE " OBJECT=".
           05  H2-OBJ         PIC X(40).
       01  H3-LINE.
           05  FILLER         PIC X(20)
                              VALUE "DATE       TIME     ".
           05  FILLER         PIC X(09)          VALUE "SOURCE   ".
           05  FILLER         PIC X(17)          VALUE "OPERATOR".
           05  FILLER         PIC X(17)          VALUE "PROGRAM".
           05  FILLER         PIC X(31)          VALUE "OBJECT".
           05  FILLER         PIC X(07)          VALUE "SUMMARY".
       01  D1-LINE.
           05  D1-DATE        PIC X(10).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-TIME        PIC X(08).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-SRC         PIC X(08).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-OPER        PIC X(16).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-PROG        PIC X(16).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-OBJ         PIC X(30).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  D1-SUM         PIC X(38).
       01  D2-LINE.
           05  FILLER         PIC X(12)          VALUE SPACE.
           05  D2-SUM         PIC X(120).
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (AUD-TLN)".
            DISPLAY "AUDIT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE        FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY       FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME    FROM TIME.
            IF W-MODE = "BUILD"
               PERFORM P-100
            ELSE
               IF W-MODE NOT = "PRINT"
                  MOVE "INQ" TO W-MODE
               END-IF
               PERFORM P-500
            END-IF.
            DISPLAY "TEST END   (AUD-TLN)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．統合。出所を読んでファイルSORTで時刻順に並べる。
       P-100.
            INITIALIZE W-SRC-CNT-TBL.
            SORT SORT-WK
                 ASCENDING KEY SW-STAMP SW-SRC-NO SW-SEQ
                 INPUT  PROCEDURE IS P-200
                 OUTPUT PROCEDURE IS P-400.
            PERFORM VARYING W-SRC-NO FROM 1 BY 1 UNTIL W-SRC-NO > 9
               DISPLAY "  " W-SRC-NM(W-SRC-NO) " EVENTS="
                       W-SRC-EV(W-SRC-NO)
            END-PERFORM.
            DISPLAY "AUDIT TIMELINE BUILT SOURCES=" W-SRC-HAVE
                    " EVENTS=" W-EV-CNT " UNDATED=" W-UNDT-CNT.
            IF W-SRC-HAVE = 0
               DISPLAY "AUD-TLN NG: NO LOG OR LEDGER FOUND"
               MOVE 12 TO RETURN-CODE
            ELSE
               IF W-UNDT-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            .
      *
      *   INPUT PROCEDURE。出所を順に開き、無いものは飛ばす。
       P-200.
            PERFORM VARYING W-SRC-NO FROM 1 BY 1 UNTIL W-SRC-NO > 9
               MOVE W-SRC-NM(W-SRC-NO) TO W-SRC-NAME
               MOVE "(UNRECORDED)" TO W-LR-RUN
               MOVE "-"            TO W-LR-OPER
               MOVE SPACE          TO W-LR-SIM W-FR-DATE
               OPEN INPUT SRC-IN
               IF W-SRC-FS = "00"
                  ADD 1 TO W-SRC-HAVE
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ SRC-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-210
                     END-READ
                  END-PERFORM
                  CLOSE SRC-IN
               END-IF
            END-PERFORM.
            .
       P-210.
            IF SR-REC = SPACE OR SR-REC(1:1) = "#"
               CONTINUE
            ELSE
               MOVE SPACE TO W-EV-STAMP W-EV-OPER W-EV-PROG W-EV-OBJ
                             W-EV-SUM
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
               EVALUATE W-SRC-NO
                   WHEN 1  PERFORM P-221
                   WHEN 2  PERFORM P-222
                   WHEN 3  PERFORM P-223
                   WHEN 4  PERFORM P-224
                   WHEN 5  PERFORM P-225
                   WHEN 6  PERFORM P-226
                   WHEN 7  PERFORM P-227
                   WHEN 8  PERFORM P-228
                   WHEN 9  PERFORM P-229
               END-EVALUATE
               IF W-EV-STAMP NOT = SPACE
                  PERFORM P-300
               END-IF
            END-IF.
            .
      *
      *   PERMLOG：権限の許可・拒否。
       P-221.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            MOVE W-F5 TO W-EV-STAMP.
            MOVE W-F2 TO W-EV-OPER.
            MOVE W-F3 TO W-EV-PROG W-EV-OBJ.
            STRING "PERMISSION " DELIMITED BY SIZE
                   W-F1          DELIMITED BY SPACE
                   " MODE="      DELIMITED BY SIZE
                   W-F4          DELIMITED BY SPACE
                   INTO W-EV-SUM
            END-STRING.
            .
      *
      *   STREAMLG：ジョブストリームのステップ実行。
       P-222.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            MOVE W-F1 TO W-EV-STAMP.
            MOVE "-"        TO W-EV-OPER.
            MOVE "JOB-CTRL" TO W-EV-PROG.
            MOVE W-F3 TO W-EV-OBJ.
            STRING "STEP " DELIMITED BY SIZE
                   W-F2    DELIMITED BY SPACE
                   " CC="  DELIMITED BY SIZE
                   W-F4    DELIMITED BY SPACE
                   " "     DELIMITED BY SIZE
                   W-F5    DELIMITED BY SPACE
                   INTO W-EV-SUM
            END-STRING.
            .
      *
      *   QA99JRNL：QA99MNTの更新前後像ジャーナル。
       P-223.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
            END-UNSTRING.
            MOVE W-F1 TO W-EV-STAMP.
            MOVE W-F6 TO W-EV-OPER.
            MOVE "MNT-UPDT" TO W-EV-PROG.
            IF W-F3 = "DEL"
               STRING "QA99MNT " W-F4(5:20) DELIMITED BY SIZE
                      INTO W-EV-OBJ
               END-STRING
            ELSE
               STRING "QA99MNT " W-F5(5:20) DELIMITED BY SIZE
                      INTO W-EV-OBJ
               END-STRING
            END-IF.
            STRING W-F3    DELIMITED BY SPACE
                   " SEQ=" DELIMITED BY SIZE
                   W-F2    DELIMITED BY SPACE
                   " RUN=" DELIMITED BY SIZE
                   W-F7    DELIMITED BY SPACE
                   " "     DELIMITED BY SIZE
                   W-F8    DELIMITED BY SPACE
                   INTO W-EV-SUM
            END-STRING.
            .
      *
      *   MNTUPLST：直近の実行の更新リスト。
       P-224.
            EVALUATE TRUE
                WHEN SR-REC(1:4) = "RUN="
                     UNSTRING SR-REC(5:) DELIMITED BY " OPER="
                         INTO W-LR-RUN W-LR-OPER
                     END-UNSTRING
                WHEN SR-REC(1:11) = "** SIMULATE"
                     MOVE "SIMULATE " TO W-LR-SIM
                WHEN SR-REC(1:3) = "APL" OR SR-REC(1:3) = "REJ"
                     MOVE W-LR-RUN  TO W-EV-STAMP
                     MOVE W-LR-OPER TO W-EV-OPER
                     MOVE "MNT-UPDT" TO W-EV-PROG
                     STRING "QA99MNT " SR-REC(23:20)
                            DELIMITED BY SIZE INTO W-EV-OBJ
                     END-STRING
                     STRING W-LR-SIM DELIMITED BY SPACE
                            " "      DELIMITED BY SIZE
                            SR-REC(1:100) DELIMITED BY SIZE
                            INTO W-EV-SUM
                     END-STRING
                     IF W-EV-SUM(1:1) = SPACE
                        MOVE W-EV-SUM(2:) TO W-EV-SUM
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   SIGNLED：リリース承認の台帳。
       P-225.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            MOVE W-F1 TO W-EV-STAMP.
            MOVE W-F4 TO W-EV-OPER.
            MOVE "SIGN-OFF" TO W-EV-PROG.
            STRING "RUN " W-F2 DELIMITED BY SIZE INTO W-EV-OBJ
            END-STRING.
            STRING W-F3 DELIMITED BY SPACE
                   " "  DELIMITED BY SIZE
                   W-F5 DELIMITED BY "  "
                   INTO W-EV-SUM
            END-STRING.
            .
      *
      *   OPALERT：オペレータ警報。
       P-226.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
            END-UNSTRING.
            MOVE W-F1 TO W-EV-STAMP.
            MOVE "-"  TO W-EV-OPER.
            MOVE W-F4 TO W-EV-PROG.
            MOVE W-F2 TO W-EV-OBJ.
            STRING "ALERT " DELIMITED BY SIZE
                   W-F3     DELIMITED BY SPACE
                   " "      DELIMITED BY SIZE
                   W-F5     DELIMITED BY "  "
                   INTO W-EV-SUM
            END-STRING.
            IF W-F6(1:1) = "Y"
               MOVE W-EV-SUM TO W-LINE-WK
               MOVE SPACE    TO W-EV-SUM
               STRING W-LINE-WK DELIMITED BY "  "
                      " (ACKNOWLEDGED)" DELIMITED BY SIZE
                      INTO W-EV-SUM
               END-STRING
            END-IF.
            .
      *
      *   FRAMELOG：FRAME-CHKの受け入れ・拒否。受け入れ行のDATE=を
      *   日付とし、拒否行は日付が無いので(UNDATED)とする。
       P-227.
            EVALUATE TRUE
                WHEN SR-REC(1:14) = "FILE ACCEPTED:"
                     UNSTRING SR-REC DELIMITED BY "DATE="
                         INTO W-F1 W-F2
                     END-UNSTRING
                     MOVE W-F2(1:8) TO W-FR-DATE
                     UNSTRING SR-REC DELIMITED BY "ID="
                         INTO W-F3 W-F4
                     END-UNSTRING
                     IF W-FR-DATE NUMERIC
                        STRING W-FR-DATE "_000000" DELIMITED BY SIZE
                               INTO W-EV-STAMP
                        END-STRING
                        MOVE SR-REC(1:100) TO W-EV-SUM
                     ELSE
                        PERFORM P-230
                     END-IF
                     STRING "ID=" W-F4 DELIMITED BY SPACE
                            INTO W-EV-OBJ
                     END-STRING
                WHEN SR-REC(1:13) = "FILE REFUSED:"
                     PERFORM P-230
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-EV-STAMP NOT = SPACE
               MOVE "-"         TO W-EV-OPER
               MOVE "FRAME-CHK" TO W-EV-PROG
               IF W-EV-OBJ = SPACE
                  MOVE "FRAME" TO W-EV-OBJ
               END-IF
            END-IF.
            .
      *
      *   PATCHJRN：バイト修復の記帳。
       P-228.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
            END-UNSTRING.
            MOVE W-F1 TO W-EV-STAMP.
            MOVE W-F2 TO W-EV-OPER.
            MOVE "BYTE-PAT" TO W-EV-PROG.
            MOVE W-F3 TO W-EV-OBJ.
            STRING "PATCH REC="  DELIMITED BY SIZE
                   W-F4          DELIMITED BY SPACE
                   " POS="       DELIMITED BY SIZE
                   W-F5          DELIMITED BY SPACE
                   " EXPECT="    DELIMITED BY SIZE
                   W-F6          DELIMITED BY SPACE
                   " FOUND="     DELIMITED BY SIZE
                   W-F7          DELIMITED BY SPACE
                   " APPLIED="   DELIMITED BY SIZE
                   W-F8          DELIMITED BY SPACE
                   INTO W-EV-SUM
            END-STRING.
            .
      *
      *   REGAUDIT：回帰実行の監査記録と夜間起動の判断。
       P-229.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            IF W-F2 = "CALENDAR"
               STRING W-F1(1:8) "_000000" DELIMITED BY SIZE
                      INTO W-EV-STAMP
               END-STRING
               MOVE "-"           TO W-EV-OPER
               MOVE "nightly_run" TO W-EV-PROG
               MOVE "CALENDAR"    TO W-EV-OBJ
               STRING W-F3 DELIMITED BY "  "
                      " "  DELIMITED BY SIZE
                      W-F4 DELIMITED BY "  "
                      INTO W-EV-SUM
               END-STRING
            ELSE
               MOVE W-F1 TO W-EV-STAMP
               MOVE W-F2 TO W-EV-OPER
               MOVE "run_regression" TO W-EV-PROG
               MOVE "REGRESSION"     TO W-EV-OBJ
               MOVE "RUN" TO W-EV-SUM
               MOVE 1 TO W-PTR
               PERFORM UNTIL W-PTR > 400
                  MOVE SPACE TO W-FLD
                  UNSTRING SR-REC DELIMITED BY "|"
                      INTO W-FLD WITH POINTER W-PTR
                  END-UNSTRING
                  IF W-FLD(1:5) = "plan="  OR W-FLD(1:6) = "total="
                     OR W-FLD(1:5) = "pass=" OR W-FLD(1:5) = "fail="
                     OR W-FLD(1:7) = "waived="
                     OR W-FLD(1:6) = "build="
                     MOVE W-EV-SUM TO W-LINE-WK
                     MOVE SPACE    TO W-EV-SUM
                     STRING W-LINE-WK DELIMITED BY "  "
                            " "       DELIMITED BY SIZE
                            W-FLD     DELIMITED BY SPACE
                            INTO W-EV-SUM
                     END-STRING
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   日付の取れない記録。
       P-230.
            MOVE "00000000_000000" TO W-EV-STAMP.
            STRING "(UNDATED) " SR-REC(1:100) DELIMITED BY SIZE
                   INTO W-EV-SUM
            END-STRING.
            ADD 1 TO W-UNDT-CNT.
            .
      *
      *   事象１件をSORTへ渡す。日付だけの時刻は _000000 で補い、
      *   要約の「|」は空白に替える。
       P-300.
            IF W-EV-STAMP(9:1) = SPACE
               MOVE "_000000" TO W-EV-STAMP(9:7)
            END-IF.
            IF W-EV-STAMP(1:8) NOT NUMERIC
               MOVE "00000000_000000" TO W-EV-STAMP
               ADD 1 TO W-UNDT-CNT
            END-IF.
            IF W-EV-OPER = SPACE
               MOVE "-" TO W-EV-OPER
            END-IF.
            INSPECT W-EV-SUM REPLACING ALL "|" BY " ".
            INSPECT W-EV-OBJ REPLACING ALL "|" BY " ".
            ADD 1 TO W-SEQ W-EV-CNT W-SRC-EV(W-SRC-NO).
            MOVE W-EV-STAMP TO SW-STAMP.
            MOVE W-SRC-NO   TO SW-SRC-NO.
            MOVE W-SEQ      TO SW-SEQ.
            MOVE SPACE      TO SW-DATA.
            STRING W-EV-STAMP "|" DELIMITED BY SIZE
                   W-SRC-NM(W-SRC-NO) DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-EV-OPER  DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-EV-PROG  DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-EV-OBJ   DELIMITED BY "  "
                   "|"        DELIMITED BY SIZE
                   W-EV-SUM   DELIMITED BY SIZE
                   INTO SW-DATA
            END-STRING.
            RELEASE SW-REC.
            .
      *
      *   OUTPUT PROCEDURE。AUDTLNを作り直す。
       P-400.
            OPEN OUTPUT TLN-OU.
            MOVE SPACE TO TO-REC.
            STRING "# AUDTLN BUILT " W-TODAY "_" W-NOW-TIME(1:6)
                   " - STAMP|SOURCE|OPERATOR|PROGRAM|OBJECT|SUMMARY"
                   DELIMITED BY SIZE INTO TO-REC
            END-STRING.
            WRITE TO-REC.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               RETURN SORT-WK
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  WRITE TO-REC FROM SW-DATA
               END-RETURN
            END-PERFORM.
            CLOSE TLN-OU.
            .
      *
      *   ケース2．照会（INQ）と監査提出用の抽出（PRINT）。
       P-500.
            PERFORM P-510.
            OPEN INPUT TLN-IN.
            IF W-TLN-FS NOT = "00"
               DISPLAY "AUD-TLN NG: NO AUDTLN (RUN AUDIT_MODE=BUILD)"
               MOVE 12 TO RETURN-CODE
            ELSE
               INITIALIZE W-OUT-CNT-TBL
               IF W-MODE = "PRINT"
                  OPEN OUTPUT PRT-OU
               ELSE
                  OPEN OUTPUT QRY-OU
               END-IF
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ TLN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-520
                  END-READ
               END-PERFORM
               CLOSE TLN-IN
               IF W-MODE = "PRINT"
                  PERFORM P-650
                  CLOSE PRT-OU
               ELSE
                  CLOSE QRY-OU
               END-IF
               DISPLAY "AUDIT TIMELINE " W-MODE " MATCHED="
                       W-HIT-CNT
               IF W-HIT-CNT = 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            .
      *
      *   照会条件の受け取り。日付だけの期間は一日の始め・終わりへ。
       P-510.
            DISPLAY "AUDIT_FROM" UPON ENVIRONMENT-NAME.
            ACCEPT W-Q-FROM      FROM ENVIRONMENT-VALUE.
            DISPLAY "AUDIT_TO"   UPON ENVIRONMENT-NAME.
            ACCEPT W-Q-TO        FROM ENVIRONMENT-VALUE.
            DISPLAY "AUDIT_OPER" UPON ENVIRONMENT-NAME.
            ACCEPT W-Q-OPER      FROM ENVIRONMENT-VALUE.
            DISPLAY "AUDIT_PROG" UPON ENVIRONMENT-NAME.
            ACCEPT W-Q-PROG      FROM ENVIRONMENT-VALUE.
            DISPLAY "AUDIT_OBJ"  UPON ENVIRONMENT-NAME.
            ACCEPT W-Q-OBJ       FROM ENVIRONMENT-VALUE.
            IF W-Q-FROM NOT = SPACE AND W-Q-FROM(9:1) = SPACE
               MOVE "_000000" TO W-Q-FROM(9:7)
            END-IF.
            IF W-Q-TO NOT = SPACE AND W-Q-TO(9:1) = SPACE
               MOVE "_235959" TO W-Q-TO(9:7)
            END-IF.
            DISPLAY "  PERIOD=" W-Q-FROM " TO " W-Q-TO
                    " OPER=" W-Q-OPER " PROG=" W-Q-PROG
                    " OBJ=" W-Q-OBJ.
            .
      *
      *   AUDTLN１行の照合。
       P-520.
            IF TI-REC(1:1) NOT = "#" AND TI-REC NOT = SPACE
               MOVE SPACE TO W-TL-STAMP W-TL-SRC W-TL-OPER W-TL-PROG
                             W-TL-OBJ W-TL-SUM
               UNSTRING TI-REC DELIMITED BY "|"
                   INTO W-TL-STAMP W-TL-SRC W-TL-OPER W-TL-PROG
                        W-TL-OBJ W-TL-SUM
               END-UNSTRING
               MOVE "Y" TO W-HIT-SW
               IF W-Q-FROM NOT = SPACE AND W-TL-STAMP < W-Q-FROM
                  MOVE "N" TO W-HIT-SW
               END-IF
               IF W-Q-TO NOT = SPACE AND W-TL-STAMP > W-Q-TO
                  MOVE "N" TO W-HIT-SW
               END-IF
               IF W-Q-OPER NOT = SPACE AND W-TL-OPER NOT = W-Q-OPER
                  MOVE "N" TO W-HIT-SW
               END-IF
               IF W-HIT AND W-Q-PROG NOT = SPACE
                  MOVE W-TL-PROG TO W-HAY
                  MOVE W-Q-PROG  TO W-NEEDLE
                  PERFORM P-700
               END-IF
               IF W-HIT AND W-Q-OBJ NOT = SPACE
                  MOVE W-TL-OBJ  TO W-HAY
                  MOVE W-Q-OBJ   TO W-NEEDLE
                  PERFORM P-700
               END-IF
               IF W-HIT
                  ADD 1 TO W-HIT-CNT
                  PERFORM VARYING W-SRC-NO FROM 1 BY 1
                          UNTIL W-SRC-NO > 9
                     IF W-SRC-NM(W-SRC-NO) = W-TL-SRC
                        ADD 1 TO W-OUT-EV(W-SRC-NO)
                     END-IF
                  END-PERFORM
                  IF W-MODE = "PRINT"
                     PERFORM P-600
                  ELSE
                     WRITE QO-REC FROM TI-REC
                     DISPLAY TI-REC(1:160)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   印刷様式の明細。要約が明細欄に収まらなければ次の行へ
      *   字下げして全文を打つ。
       P-600.
            IF W-LINE-CNT > 54
               PERFORM P-610
            END-IF.
            MOVE SPACE TO D1-DATE D1-TIME.
            STRING W-TL-STAMP(1:4) "-" W-TL-STAMP(5:2) "-"
                   W-TL-STAMP(7:2) DELIMITED BY SIZE INTO D1-DATE
            END-STRING.
            STRING W-TL-STAMP(10:2) ":" W-TL-STAMP(12:2) ":"
                   W-TL-STAMP(14:2) DELIMITED BY SIZE INTO D1-TIME
            END-STRING.
            MOVE W-TL-SRC  TO D1-SRC.
            MOVE W-TL-OPER TO D1-OPER.
            MOVE W-TL-PROG TO D1-PROG.
            MOVE W-TL-OBJ  TO D1-OBJ.
            IF W-TL-SUM(39:82) = SPACE
               MOVE W-TL-SUM TO D1-SUM
               WRITE PO-REC FROM D1-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE-CNT
            ELSE
               MOVE SPACE TO D1-SUM
               WRITE PO-REC FROM D1-LINE AFTER ADVANCING 1 LINE
               MOVE W-TL-SUM TO D2-SUM
               WRITE PO-REC FROM D2-LINE AFTER ADVANCING 1 LINE
               ADD 2 TO W-LINE-CNT
            END-IF.
            .
      *
      *   改ページ。期間・印刷日・頁と条件、項目見出し。
       P-610.
            ADD 1 TO W-PAGE-NO.
            MOVE W-Q-FROM  TO H1-FROM.
            MOVE W-Q-TO    TO H1-TO.
            IF W-Q-FROM = SPACE
               MOVE "(BEGINNING)" TO H1-FROM
            END-IF.
            IF W-Q-TO = SPACE
               MOVE "(END)" TO H1-TO
            END-IF.
            MOVE W-TODAY   TO H1-TODAY.
            MOVE W-PAGE-NO TO H1-PAGE.
            MOVE W-Q-OPER  TO H2-OPER.
            MOVE W-Q-PROG  TO H2-PROG.
            MOVE W-Q-OBJ   TO H2-OBJ.
            IF W-Q-OPER = SPACE
               MOVE "(ALL)" TO H2-OPER
            END-IF.
            IF W-Q-PROG = SPACE
               MOVE "(ALL)" TO H2-PROG
            END-IF.
            IF W-Q-OBJ = SPACE
               MOVE "(ALL)" TO H2-OBJ
            END-IF.
            IF W-PAGE-NO = 1
               WRITE PO-REC FROM H1-LINE AFTER ADVANCING 1 LINE
            ELSE
               WRITE PO-REC FROM H1-LINE AFTER ADVANCING PAGE
            END-IF.
            WRITE PO-REC FROM H2-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACE TO PO-REC.
            WRITE PO-REC AFTER ADVANCING 1 LINE.
            WRITE PO-REC FROM H3-LINE AFTER ADVANCING 1 LINE.
            MOVE ALL "-" TO PO-REC.
            WRITE PO-REC AFTER ADVANCING 1 LINE.
            MOVE 5 TO W-LINE-CNT.
            .
      *
      *   抽出の締め。出所ごとの件数と総件数。
       P-650.
            IF W-PAGE-NO = 0
               PERFORM P-610
            END-IF.
            MOVE SPACE TO PO-REC.
            WRITE PO-REC AFTER ADVANCING 1 LINE.
            PERFORM VARYING W-SRC-NO FROM 1 BY 1 UNTIL W-SRC-NO > 9
               IF W-OUT-EV(W-SRC-NO) > 0
                  MOVE SPACE TO PO-REC
                  STRING "  " W-SRC-NM(W-SRC-NO) " EVENTS="
                         W-OUT-EV(W-SRC-NO)
                         DELIMITED BY SIZE INTO PO-REC
                  END-STRING
                  WRITE PO-REC AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM.
            MOVE SPACE TO PO-REC.
            STRING "*** END OF EXTRACT  EVENTS=" W-HIT-CNT " ***"
                   DELIMITED BY SIZE INTO PO-REC
            END-STRING.
            WRITE PO-REC AFTER ADVANCING 2 LINES.
            .
      *
      *   部分一致。W-NEEDLEの末尾の空白を除いた長さでW-HAYを
      *   数え、１つも無ければ外す。
       P-700.
            MOVE 40 TO W-NLEN.
            PERFORM UNTIL W-NLEN = 0
                    OR W-NEEDLE(W-NLEN:1) NOT = SPACE
               SUBTRACT 1 FROM W-NLEN
            END-PERFORM.
            IF W-NLEN > 0
               MOVE 0 TO W-TALLY
               INSPECT W-HAY TALLYING W-TALLY
                       FOR ALL W-NEEDLE(1:W-NLEN)
               IF W-TALLY = 0
                  MOVE "N" TO W-HIT-SW
               END-IF
            END-IF.
            .
