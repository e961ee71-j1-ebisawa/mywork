      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：操作者権限（OPERPERM）の定期棚卸し
      *    処理概要　　：OPERPERMは増える一方で、役目の変わった人が
      *                  MNT-UPDTやOCC-UPDTのAPPLYを持ったまま残って
      *                  いた。監査からは定期的な見直しの証跡を二度
      *                  求められている。棚卸しのキャンペーンを開き、
      *                  課長ごとに部下のOPERPERM行の確認票を出し、
      *                  KEEP／REVOKEの回答をトランザクションで受け、
      *                  期限までに確認されなかった行は自動で取り消し、
      *                  完了報告を監査の証跡として残す。
      *                  経過は追記専用の棚卸し台帳RCTLEDGへ記帳する。
      *                  環境変数 RCT_MODE で動作を選ぶ。
      *                    OPEN：キャンペーンを開く（棚卸し管理者＝
      *                      OPERPERMのPRM-RCT APPROVE権限の操作者
      *                      OPERATOR_IDが、環境変数RCT_DEADLINEに
      *                      期限YYYYMMDDを与えて）。その時点の
      *                      OPERPERMの行を行番号つきで台帳へ写し、
      *                      行ごとに確認者と最終使用を決める。
      *                        確認者：行の操作者の所属（STAFFMST）の
      *                          課長（SECTMST）。課長自身の行、所属や
      *                          課長の分からない行は棚卸し管理者。
      *                        最終使用：PERMLOGで許可された最後の
      *                          時刻（プログラムが一致し、モードが行の
      *                          モードのどれか。行のプログラム"*"は
      *                          全プログラム）と、STREAMLGで起動
      *                          コマンドにOPERATOR_ID=操作者と
      *                          プログラム名を含む最後のステップの
      *                          時刻。
      *                      確認票RCTSHEETを確認者ごとの頁で書く。
      *                      開いたキャンペーンがあれば開かない（同じ
      *                      日に二度は開かない）。
      *                    SHEET：開いているキャンペーンの確認票を
      *                      回答の途中経過つきで書き直す。環境変数
      *                      RCT_WHOを与えるとその確認者の頁だけ。
      *                    APPLY：回答トランザクションRCTTXを処理する。
      *                      回答者は環境変数OPERATOR_ID。
      *                        KEEP|行番号|所見      …継続
      *                        REVOKE|行番号|理由    …取消し
      *                      回答できるのは行の確認者（確認者が棚卸し
      *                      管理者の行は管理者の権限を持つ者）で、
      *                      期限の日まで。自分の行への回答はDENIED
      *                      として台帳に残して受け付けない。同じ行へ
      *                      の回答は後のものが有効。
      *                    CLOSE：期限を過ぎたキャンペーンを閉じる
      *                      （環境変数RCT_DATE、既定は当日、が期限より
      *                      後であること）。回答の無い行はAUTOREVOKE
      *                      を記帳し、取消し（REVOKE・AUTOREVOKE）の
      *                      行を除いたOPERPERMの差し替え案OPERPEROと、
      *                      完了報告RCTRPTを書く。OPEN後にOPERPERMへ
      *                      足された行はそのまま残る。
      *                    未指定／STATUS：キャンペーンの状態と確認者
      *                      ごとの回答の進み。
      *    台帳の様式　：記帳時刻|キャンペーン|区分|操作者|行番号|
      *                  行の操作者|プログラム|モード|項目9|10|11
      *                    OPEN　　　　項目9＝期限
      *                    ROW　　　　 操作者＝確認者、項目9＝所属、
      *                                10＝PERMLOGの最終使用、
      *                                11＝STREAMLGの最終使用
      *                    KEEP／REVOKE／DENIED／AUTOREVOKE
      *                                項目9＝所見・理由
      *                    CLOSE　　　 項目9＝件数の要約
      *                  キャンペーン番号は RC＋開いた日付。
      *    使用方法　　：tools/access_recert.sh から起動される。
      *                  カレントにOPERPERM・STAFFMST・SECTMST・
      *                  PERMLOG・STREAMLG・RCTLEDG（・RCTTX）を置く。
      *                  APPLYは、はねた行があればRETURN-CODE 4、
      *                  権限の無い回答があれば8。OPEN・CLOSEは
      *                  管理者の権限が無い、開いたキャンペーンがある
      *                  （無い）、期限前の締めで8、OPERPERM・期限・
      *                  RCTTXが無ければ12。CLOSEは自動取消しがあれば
      *                  4。
      *  --------------------------------------------------------------
      *   対象：操作者権限の定期見直しと証跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           PRM-RCT.
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
           SELECT PRM-IN     ASSIGN TO "OPERPERM"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PRM-FS.
           SELECT PRM-OU     ASSIGN TO "OPERPERO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT SEC-IN     ASSIGN TO "SECTMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SEC-FS.
           SELECT PLG-IN     ASSIGN TO "PERMLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLG-FS.
           SELECT SLG-IN     ASSIGN TO "STREAMLG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SLG-FS.
           SELECT LED-FILE   ASSIGN TO "RCTLEDG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT RCT-TX     ASSIGN TO "RCTTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT SHT-OU     ASSIGN TO "RCTSHEET"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-OU     ASSIGN TO "RCTRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  PRM-IN.
       01  PR-REC             PIC X(100).
       FD  PRM-OU.
       01  PO-REC             PIC X(100).
       FD  STF-IN.
       01  SF-REC             PIC X(160).
       FD  SEC-IN.
       01  SC-REC             PIC X(120).
       FD  PLG-IN.
       01  PL-REC             PIC X(100).
       FD  SLG-IN.
       01  SL-REC             PIC X(200).
       FD  LED-FILE.
       01  LED-REC            PIC X(300).
       FD  RCT-TX.
       01  TX-REC             PIC X(200).
       FD  SHT-OU.
       01  SH-REC             PIC X(200).
       FD  RPT-OU.
       01  RP-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-PRM-FS           PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-SEC-FS           PIC X(02).
       01  W-PLG-FS           PIC X(02).
       01  W-SLG-FS           PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
       01  W-RUN-DATE         PIC X(08).
       01  W-WHO-SEL          PIC X(16).
       01  W-DATE-N           PIC 9(08).
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01)          VALUE SPACE.
      *    キャンペーン（台帳の最後のOPEN）
       01  W-CP-ID            PIC X(10)          VALUE SPACE.
       01  W-CP-STS           PIC X(06)          VALUE SPACE.
       01  W-CP-DEADLINE      PIC X(08)          VALUE SPACE.
       01  W-CP-OPENED        PIC X(15)          VALUE SPACE.
       01  W-CP-OPENER        PIC X(16)          VALUE SPACE.
       01  W-CP-CLOSED        PIC X(15)          VALUE SPACE.
      *    キャンペーンの行（最大100行。OPERPERMと同じ上限）
       01  W-RW-CNT           PIC 9(03)          VALUE 0.
       01  W-RW-TBL.
           05  W-RW           OCCURS 100.
               10  W-RW-OPER  PIC X(16).
               10  W-RW-PROG  PIC X(10).
               10  W-RW-MODES PIC X(40).
               10  W-RW-SEC   PIC X(08).
               10  W-RW-REVR  PIC X(16).
               10  W-RW-PLAST PIC X(15).
               10  W-RW-SLAST PIC X(15).
               10  W-RW-DEC   PIC X(10).
               10  W-RW-DBY   PIC X(16).
               10  W-RW-DAT   PIC X(15).
               10  W-RW-NOTE  PIC X(60).
               10  W-RW-USED  PIC X(01).
      *    STAFFMSTの表（最大300件）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-SID   PIC X(05).
               10  W-ST-NAME  PIC X(30).
               10  W-ST-OPER  PIC X(16).
               10  W-ST-SEC   PIC X(08).
               10  W-ST-STS   PIC X(01).
      *    SECTMSTの表（最大50件）
       01  W-SC-CNT           PIC 9(03)          VALUE 0.
       01  W-SC-TBL.
           05  W-SC           OCCURS 50.
               10  W-SC-SEC   PIC X(08).
               10  W-SC-NAME  PIC X(40).
               10  W-SC-HEAD  PIC X(16).
      *    確認者の一覧（確認票の頁順、最大100）
       01  W-RV-CNT           PIC 9(03)          VALUE 0.
       01  W-RV-TBL.
           05  W-RV           OCCURS 100.
               10  W-RV-OPER  PIC X(16).
               10  W-RV-ROWS  PIC 9(03).
               10  W-RV-KEEP  PIC 9(03).
               10  W-RV-REVK  PIC 9(03).
               10  W-RV-OPEN  PIC 9(03).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-F8               PIC X(40).
       01  W-F9               PIC X(80).
       01  W-F10              PIC X(40).
       01  W-F11              PIC X(40).
       01  W-CMD              PIC X(160).
       01  W-HAY              PIC X(60).
       01  W-KEY              PIC X(40).
       01  W-KLEN             PIC 9(03).
       01  W-HIT              PIC 9(03).
       01  W-HIT2             PIC 9(03).
       01  W-R                PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-K                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-ROW-NO           PIC 9(03).
       01  W-REJ-RSN          PIC X(60).
       01  W-ACT-CODE         PIC X(10).
       01  W-PAGE             PIC 9(03)          VALUE 0.
       01  W-NAME-WK          PIC X(30).
       01  W-FLAG-WK          PIC X(20).
       01  W-LINE-WK          PIC X(200).
      *    台帳１行の組み立て域
       01  W-LG-ACT           PIC X(10).
       01  W-LG-BY            PIC X(16).
       01  W-LG-ROW           PIC X(03).
       01  W-LG-T9            PIC X(80).
       01  W-LG-T10           PIC X(15).
       01  W-LG-T11           PIC X(15).
      *    件数
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-APL-CNT          PIC 9(05)          VALUE 0.
       01  W-REJ-CNT          PIC 9(05)          VALUE 0.
       01  W-NOAUTH-CNT       PIC 9(05)          VALUE 0.
       01  W-KEEP-CNT         PIC 9(05)          VALUE 0.
       01  W-REVK-CNT         PIC 9(05)          VALUE 0.
       01  W-AUTO-CNT         PIC 9(05)          VALUE 0.
       01  W-OPEN-CNT         PIC 9(05)          VALUE 0.
       01  W-DROP-CNT         PIC 9(05)          VALUE 0.
       01  W-ED-N1            PIC ZZ9.
       01  W-ED-N2            PIC ZZ9.
       01  W-ED-N3            PIC ZZ9.
       01  W-ED-N4            PIC ZZ9.
      *    確認票・報告の明細行
       01  W-SH-LINE.
           05  W-SH-ROW       PIC ZZ9.
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  W-SH-OPER      PIC X(12).
           05  W-SH-PROG      PIC X(10).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  W-SH-MODES     PIC X(20).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  W-SH-PLAST     PIC X(15).
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  W-SH-SLAST     PIC X(15).
           05  FILLER         PIC X(02)          VALUE SPACE.
           05  W-SH-DEC       PIC X(10).
           05  FILLER         PIC X(01)          VALUE SPACE.
           05  W-SH-TAIL      PIC X(80).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (PRM-RCT)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            DISPLAY "RCT_MODE"   UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE        FROM ENVIRONMENT-VALUE.
            DISPLAY "RCT_DATE"   UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-DATE    FROM ENVIRONMENT-VALUE.
            IF W-RUN-DATE = SPACE OR W-RUN-DATE NOT NUMERIC
               MOVE W-TODAY TO W-RUN-DATE
            END-IF.
            PERFORM P-100.
            EVALUATE W-MODE
                WHEN "OPEN"    PERFORM P-300
                WHEN "APPLY"   PERFORM P-400
                WHEN "CLOSE"   PERFORM P-500
                WHEN "SHEET"   PERFORM P-700
                WHEN OTHER     PERFORM P-200
            END-EVALUATE.
            DISPLAY "TEST END   (PRM-RCT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．材料のロード（台帳・要員・課）。
       P-100.
            OPEN INPUT LED-FILE.
            IF W-LED-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LED-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE LED-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STF-IN.
            IF W-STF-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-140
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SEC-IN.
            IF W-SEC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SEC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-150
                  END-READ
               END-PERFORM
               CLOSE SEC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "CAMPAIGN=" W-CP-ID " " W-CP-STS
                    " ROWS=" W-RW-CNT " STAFFMST=" W-ST-CNT
                    " SECTMST=" W-SC-CNT.
            .
      *
      *   台帳１行。最後のOPENからのキャンペーンを組み立てる。
       P-110.
            IF LED-REC(1:1) NOT = "#" AND LED-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                             W-F7 W-F8 W-F9 W-F10 W-F11
               UNSTRING LED-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                        W-F7 W-F8 W-F9 W-F10 W-F11
               END-UNSTRING
               IF W-F3 = "OPEN"
                  MOVE W-F2   TO W-CP-ID
                  MOVE "OPEN" TO W-CP-STS
                  MOVE W-F9   TO W-CP-DEADLINE
                  MOVE W-F1   TO W-CP-OPENED
                  MOVE W-F4   TO W-CP-OPENER
                  MOVE SPACE  TO W-CP-CLOSED
                  MOVE 0      TO W-RW-CNT
               ELSE
                  IF W-F2 = W-CP-ID
                     PERFORM P-120
                  END-IF
               END-IF
            END-IF.
            .
       P-120.
            MOVE 0 TO W-R.
            IF W-F5(1:3) IS NUMERIC
               MOVE W-F5(1:3) TO W-ROW-NO
               MOVE W-ROW-NO  TO W-R
            END-IF.
            EVALUATE W-F3
                WHEN "ROW"
                     IF W-R > 0 AND W-R NOT > 100
                        IF W-R > W-RW-CNT
                           MOVE W-R TO W-RW-CNT
                        END-IF
                        MOVE W-F6  TO W-RW-OPER (W-R)
                        MOVE W-F7  TO W-RW-PROG (W-R)
                        MOVE W-F8  TO W-RW-MODES(W-R)
                        MOVE W-F4  TO W-RW-REVR (W-R)
                        MOVE W-F9  TO W-RW-SEC  (W-R)
                        MOVE W-F10 TO W-RW-PLAST(W-R)
                        MOVE W-F11 TO W-RW-SLAST(W-R)
                        MOVE SPACE TO W-RW-DEC(W-R) W-RW-DBY(W-R)
                                      W-RW-DAT(W-R) W-RW-NOTE(W-R)
                     END-IF
                WHEN "KEEP"
                WHEN "REVOKE"
                WHEN "AUTOREVOKE"
                     IF W-R > 0 AND W-R NOT > W-RW-CNT
                        MOVE W-F3 TO W-RW-DEC (W-R)
                        MOVE W-F4 TO W-RW-DBY (W-R)
                        MOVE W-F1 TO W-RW-DAT (W-R)
                        MOVE W-F9 TO W-RW-NOTE(W-R)
                     END-IF
                WHEN "CLOSE"
                     MOVE "CLOSED" TO W-CP-STS
                     MOVE W-F1     TO W-CP-CLOSED
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
       P-140.
            IF SF-REC(1:1) NOT = "#" AND SF-REC NOT = SPACE
               AND W-ST-CNT < 300
               ADD 1 TO W-ST-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING SF-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-ST-SID (W-ST-CNT)
               MOVE W-F2 TO W-ST-NAME(W-ST-CNT)
               MOVE W-F4 TO W-ST-OPER(W-ST-CNT)
               MOVE W-F5 TO W-ST-SEC (W-ST-CNT)
               MOVE W-F6 TO W-ST-STS (W-ST-CNT)
            END-IF.
            .
      *
      *   課１行。課長は要員ＩＤから操作者ＩＤへ引き直す（STAFFMST
      *   を先に読んである）。
       P-150.
            IF SC-REC(1:1) NOT = "#" AND SC-REC NOT = SPACE
               AND W-SC-CNT < 50
               ADD 1 TO W-SC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING SC-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1  TO W-SC-SEC (W-SC-CNT)
               MOVE W-F2  TO W-SC-NAME(W-SC-CNT)
               MOVE SPACE TO W-SC-HEAD(W-SC-CNT)
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-ST-CNT
                  IF W-ST-SID(W-J) = W-F3 AND W-ST-STS(W-J) = "A"
                     MOVE W-ST-OPER(W-J) TO W-SC-HEAD(W-SC-CNT)
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   ケース2．キャンペーンの状態と確認者ごとの回答の進み。
       P-200.
            IF W-CP-ID = SPACE
               DISPLAY "NO RECERTIFICATION CAMPAIGN ON FILE"
               GOBACK
            END-IF.
            PERFORM P-790.
            DISPLAY "** CAMPAIGN " W-CP-ID " " W-CP-STS
                    " DEADLINE " W-CP-DEADLINE " **".
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RV-CNT
               MOVE W-RV-KEEP(W-K) TO W-ED-N1
               MOVE W-RV-REVK(W-K) TO W-ED-N2
               MOVE W-RV-OPEN(W-K) TO W-ED-N3
               MOVE W-RV-ROWS(W-K) TO W-ED-N4
               DISPLAY "  REVIEWER " W-RV-OPER(W-K)
                       " ROWS=" W-ED-N4 " KEEP=" W-ED-N1
                       " REVOKE=" W-ED-N2 " NOT ANSWERED=" W-ED-N3
            END-PERFORM.
            DISPLAY "ROWS=" W-RW-CNT " KEEP=" W-KEEP-CNT
                    " REVOKE=" W-REVK-CNT " NOT ANSWERED=" W-OPEN-CNT.
            .
      *
      *   ケース3．キャンペーンを開く。
       P-300.
            PERFORM P-820.
            IF W-PRM-STS = "1"
               DISPLAY "PRM-RCT NG: " W-PRM-OPER
                       " NOT AUTHORIZED TO OPEN (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-CP-STS = "OPEN"
               DISPLAY "PRM-RCT NG: CAMPAIGN " W-CP-ID " STILL OPEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-CP-ID(3:8) = W-TODAY
               DISPLAY "PRM-RCT NG: CAMPAIGN " W-CP-ID
                       " ALREADY RUN TODAY"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "RCT_DEADLINE" UPON ENVIRONMENT-NAME.
            ACCEPT W-CP-DEADLINE   FROM ENVIRONMENT-VALUE.
            MOVE SPACE TO W-REJ-RSN.
            IF W-CP-DEADLINE = SPACE OR W-CP-DEADLINE NOT NUMERIC
               MOVE "RCT_DEADLINE NOT SET (YYYYMMDD)" TO W-REJ-RSN
            ELSE
               MOVE W-CP-DEADLINE TO W-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  OR W-CP-DEADLINE NOT > W-TODAY
                  MOVE "RCT_DEADLINE MUST BE A DATE AFTER TODAY"
                       TO W-REJ-RSN
               END-IF
            END-IF.
            IF W-REJ-RSN NOT = SPACE
               DISPLAY "PRM-RCT NG: " W-REJ-RSN
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE 0 TO W-RW-CNT.
            OPEN INPUT PRM-IN.
            IF W-PRM-FS NOT = "00"
               DISPLAY "PRM-RCT NG: NO OPERPERM FS=" W-PRM-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ PRM-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-310
               END-READ
            END-PERFORM.
            CLOSE PRM-IN.
            MOVE "N" TO W-EOF-SW.
            PERFORM P-320 VARYING W-R FROM 1 BY 1
                    UNTIL W-R > W-RW-CNT.
            PERFORM P-330.
            PERFORM P-340.
            MOVE SPACE TO W-CP-ID.
            STRING "RC" W-TODAY DELIMITED BY SIZE INTO W-CP-ID
            END-STRING.
            MOVE "OPEN"     TO W-CP-STS.
            MOVE W-STAMP    TO W-CP-OPENED.
            MOVE W-PRM-OPER TO W-CP-OPENER.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            MOVE 0            TO W-R.
            MOVE "OPEN"       TO W-LG-ACT.
            MOVE W-PRM-OPER   TO W-LG-BY.
            MOVE W-CP-DEADLINE TO W-LG-T9.
            MOVE SPACE        TO W-LG-T10 W-LG-T11.
            PERFORM P-800.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               MOVE "ROW"           TO W-LG-ACT
               MOVE W-RW-REVR(W-R)  TO W-LG-BY
               MOVE W-RW-SEC(W-R)   TO W-LG-T9
               MOVE W-RW-PLAST(W-R) TO W-LG-T10
               MOVE W-RW-SLAST(W-R) TO W-LG-T11
               PERFORM P-800
            END-PERFORM.
            CLOSE LED-FILE.
            DISPLAY "OPENED " W-CP-ID " DEADLINE " W-CP-DEADLINE
                    " ROWS=" W-RW-CNT.
            MOVE SPACE TO W-WHO-SEL.
            PERFORM P-710.
            .
      *
      *   OPERPERM１行をキャンペーンの行へ。
       P-310.
            IF PR-REC(1:1) NOT = "#" AND PR-REC NOT = SPACE
               AND W-RW-CNT < 100
               ADD 1 TO W-RW-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING PR-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1  TO W-RW-OPER (W-RW-CNT)
               MOVE W-F2  TO W-RW-PROG (W-RW-CNT)
               MOVE W-F3  TO W-RW-MODES(W-RW-CNT)
               MOVE SPACE TO W-RW-SEC(W-RW-CNT) W-RW-REVR(W-RW-CNT)
                             W-RW-PLAST(W-RW-CNT) W-RW-SLAST(W-RW-CNT)
                             W-RW-DEC(W-RW-CNT) W-RW-DBY(W-RW-CNT)
                             W-RW-DAT(W-RW-CNT) W-RW-NOTE(W-RW-CNT)
            END-IF.
            .
      *
      *   行W-Rの確認者。所属の課長、課長自身の行・所属や課長の
      *   分からない行は棚卸し管理者（*ADMIN）。
       P-320.
            MOVE "*ADMIN" TO W-RW-REVR(W-R).
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-ST-CNT
               IF W-ST-OPER(W-J) = W-RW-OPER(W-R)
                  AND (W-RW-SEC(W-R) = SPACE OR W-ST-STS(W-J) = "A")
                  MOVE W-ST-SEC(W-J) TO W-RW-SEC(W-R)
               END-IF
            END-PERFORM.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-SC-CNT
               IF W-SC-SEC(W-J) = W-RW-SEC(W-R)
                  AND W-RW-SEC(W-R) NOT = SPACE
                  AND W-SC-HEAD(W-J) NOT = SPACE
                  AND W-SC-HEAD(W-J) NOT = W-RW-OPER(W-R)
                  MOVE W-SC-HEAD(W-J) TO W-RW-REVR(W-R)
               END-IF
            END-PERFORM.
            .
      *
      *   PERMLOGの許可の記録から行ごとの最終使用。
       P-330.
            OPEN INPUT PLG-IN.
            IF W-PLG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PLG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-335
                  END-READ
               END-PERFORM
               CLOSE PLG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-335.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5.
            UNSTRING PL-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            IF W-F1 = "GRANTED"
               MOVE SPACE TO W-KEY
               MOVE 1 TO W-KLEN
               STRING " " W-F4 DELIMITED BY SPACE
                      " "      DELIMITED BY SIZE
                      INTO W-KEY WITH POINTER W-KLEN
               END-STRING
               SUBTRACT 1 FROM W-KLEN
               PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
                  IF W-RW-OPER(W-R) = W-F2
                     AND (W-RW-PROG(W-R) = W-F3
                          OR W-RW-PROG(W-R) = "*")
                     AND W-F5(1:15) > W-RW-PLAST(W-R)
                     MOVE SPACE TO W-HAY
                     STRING " "              DELIMITED BY SIZE
                            W-RW-MODES(W-R) DELIMITED BY "  "
                            " "              DELIMITED BY SIZE
                            INTO W-HAY
                     END-STRING
                     MOVE 0 TO W-HIT
                     INSPECT W-HAY TALLYING W-HIT
                             FOR ALL W-KEY(1:W-KLEN)
                     IF W-HIT > 0
                        MOVE W-F5(1:15) TO W-RW-PLAST(W-R)
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   STREAMLGのステップから行ごとの最終使用（コマンドに
      *   OPERATOR_ID=操作者 とプログラム名を含むもの）。
       P-340.
            OPEN INPUT SLG-IN.
            IF W-SLG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SLG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-345
                  END-READ
               END-PERFORM
               CLOSE SLG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-345.
            MOVE SPACE TO W-F1 W-F2 W-CMD.
            UNSTRING SL-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-CMD
            END-UNSTRING.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               IF W-F1(1:15) > W-RW-SLAST(W-R)
                  MOVE SPACE TO W-KEY
                  MOVE 1 TO W-KLEN
                  STRING "OPERATOR_ID=" W-RW-OPER(W-R)
                         DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         INTO W-KEY WITH POINTER W-KLEN
                  END-STRING
                  SUBTRACT 1 FROM W-KLEN
                  MOVE 0 TO W-HIT
                  INSPECT W-CMD TALLYING W-HIT
                          FOR ALL W-KEY(1:W-KLEN)
                  MOVE 1 TO W-HIT2
                  IF W-HIT > 0 AND W-RW-PROG(W-R) NOT = "*"
                     MOVE SPACE TO W-KEY
                     MOVE 1 TO W-KLEN
                     STRING W-RW-PROG(W-R) DELIMITED BY SPACE
                            INTO W-KEY WITH POINTER W-KLEN
                     END-STRING
                     SUBTRACT 1 FROM W-KLEN
                     MOVE 0 TO W-HIT2
                     INSPECT W-CMD TALLYING W-HIT2
                             FOR ALL W-KEY(1:W-KLEN)
                  END-IF
                  IF W-HIT > 0 AND W-HIT2 > 0
                     MOVE W-F1(1:15) TO W-RW-SLAST(W-R)
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   ケース4．回答トランザクションの処理。
       P-400.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            IF W-PRM-OPER = SPACE
               DISPLAY "PRM-RCT NG: OPERATOR_ID NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT RCT-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "PRM-RCT NG: NO RCTTX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               CLOSE RCT-TX
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ RCT-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-410
               END-READ
            END-PERFORM.
            CLOSE RCT-TX LED-FILE.
            DISPLAY "TX=" W-TX-CNT " APPLIED=" W-APL-CNT
                    " REJECTED=" W-REJ-CNT.
            EVALUATE TRUE
                WHEN W-NOAUTH-CNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN W-REJ-CNT > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
       P-410.
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-TX-CNT
               MOVE SPACE TO W-F1 W-F2 W-F9
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F9
               END-UNSTRING
               MOVE SPACE TO W-REJ-RSN
               MOVE W-F1  TO W-ACT-CODE
               MOVE 0     TO W-R
               IF W-F2 NOT = SPACE
                  AND FUNCTION TEST-NUMVAL(W-F2) = 0
                  AND FUNCTION NUMVAL(W-F2) < 1000
                  MOVE FUNCTION NUMVAL(W-F2) TO W-R
               END-IF
               PERFORM P-830
               IF W-REJ-RSN = SPACE
                  PERFORM P-420
               END-IF
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
      *   回答１件。キャンペーン・期限・行・回答者を確かめる。
       P-420.
            EVALUATE TRUE
                WHEN W-CP-STS NOT = "OPEN"
                     MOVE "NO OPEN CAMPAIGN" TO W-REJ-RSN
                WHEN W-ACT-CODE NOT = "KEEP"
                     AND W-ACT-CODE NOT = "REVOKE"
                     MOVE "BAD FUNCTION" TO W-REJ-RSN
                WHEN W-TODAY > W-CP-DEADLINE
                     MOVE "CAMPAIGN DEADLINE PASSED" TO W-REJ-RSN
                WHEN W-R = 0 OR W-R > W-RW-CNT
                     MOVE "NO SUCH ROW IN THE CAMPAIGN" TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               IF W-RW-REVR(W-R) = "*ADMIN"
                  PERFORM P-820
                  IF W-PRM-STS = "1"
                     MOVE "NOT AUTHORIZED FOR ADMINISTRATOR ROWS"
                          TO W-REJ-RSN
                     ADD 1 TO W-NOAUTH-CNT
                  END-IF
               ELSE
                  IF W-RW-REVR(W-R) NOT = W-PRM-OPER
                     STRING "ROW IS REVIEWED BY " DELIMITED BY SIZE
                            W-RW-REVR(W-R)        DELIMITED BY SPACE
                            INTO W-REJ-RSN
                     END-STRING
                     ADD 1 TO W-NOAUTH-CNT
                  END-IF
               END-IF
            END-IF.
            IF W-REJ-RSN = SPACE
               AND W-RW-OPER(W-R) = W-PRM-OPER
               MOVE "DENIED"     TO W-LG-ACT
               MOVE W-PRM-OPER   TO W-LG-BY
               MOVE "DECISION ON OWN ROW" TO W-LG-T9
               MOVE SPACE        TO W-LG-T10 W-LG-T11
               PERFORM P-800
               MOVE "REVIEWER MAY NOT DECIDE OWN ROW" TO W-REJ-RSN
            END-IF.
            IF W-REJ-RSN = SPACE
               MOVE W-ACT-CODE TO W-LG-ACT W-RW-DEC(W-R)
               MOVE W-PRM-OPER TO W-LG-BY  W-RW-DBY(W-R)
               MOVE W-STAMP    TO W-RW-DAT(W-R)
               MOVE W-F9       TO W-LG-T9  W-RW-NOTE(W-R)
               MOVE SPACE      TO W-LG-T10 W-LG-T11
               PERFORM P-800
               MOVE W-R TO W-ED-N1
               DISPLAY "APL " W-ACT-CODE " ROW " W-ED-N1 " "
                       W-RW-OPER(W-R) " " W-RW-PROG(W-R) " "
                       W-RW-MODES(W-R)(1:20)
            END-IF.
            .
      *
      *   ケース5．キャンペーンを閉じる。
       P-500.
            IF W-CP-STS NOT = "OPEN"
               DISPLAY "PRM-RCT NG: NO OPEN CAMPAIGN"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-RUN-DATE NOT > W-CP-DEADLINE
               DISPLAY "PRM-RCT NG: CAMPAIGN " W-CP-ID
                       " DEADLINE " W-CP-DEADLINE " NOT YET PASSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               IF W-RW-DEC(W-R) = SPACE
                  MOVE "AUTOREVOKE" TO W-LG-ACT W-RW-DEC(W-R)
                  MOVE "PRM-RCT"    TO W-LG-BY  W-RW-DBY(W-R)
                  MOVE W-STAMP      TO W-RW-DAT(W-R)
                  MOVE "NOT CONFIRMED BY DEADLINE"
                                    TO W-LG-T9  W-RW-NOTE(W-R)
                  MOVE SPACE        TO W-LG-T10 W-LG-T11
                  PERFORM P-800
               END-IF
            END-PERFORM.
            PERFORM P-520.
            PERFORM P-790.
            MOVE W-KEEP-CNT TO W-ED-N1.
            MOVE W-REVK-CNT TO W-ED-N2.
            MOVE W-AUTO-CNT TO W-ED-N3.
            MOVE W-DROP-CNT TO W-ED-N4.
            MOVE 0          TO W-R.
            MOVE "CLOSE"    TO W-LG-ACT.
            MOVE "PRM-RCT"  TO W-LG-BY.
            MOVE SPACE      TO W-LG-T9 W-LG-T10 W-LG-T11.
            STRING "KEPT="         DELIMITED BY SIZE
                   W-ED-N1         DELIMITED BY SIZE
                   " REVOKED="     DELIMITED BY SIZE
                   W-ED-N2         DELIMITED BY SIZE
                   " AUTO-REVOKED=" DELIMITED BY SIZE
                   W-ED-N3         DELIMITED BY SIZE
                   " REMOVED="     DELIMITED BY SIZE
                   W-ED-N4         DELIMITED BY SIZE
                   INTO W-LG-T9
            END-STRING.
            PERFORM P-800.
            CLOSE LED-FILE.
            MOVE "CLOSED"   TO W-CP-STS.
            MOVE W-STAMP    TO W-CP-CLOSED.
            PERFORM P-600.
            DISPLAY "CLOSED " W-CP-ID " " W-LG-T9(1:60).
            IF W-AUTO-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   OPERPERMの差し替え案。取り消した行（操作者・プログラム・
      *   モードの一致する最初の未使用の行）を除いて写す。
       P-520.
            MOVE 0 TO W-DROP-CNT.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               MOVE "N" TO W-RW-USED(W-R)
            END-PERFORM.
            OPEN INPUT PRM-IN.
            IF W-PRM-FS NOT = "00"
               DISPLAY "PRM-RCT: NO OPERPERM, NO OPERPERO WRITTEN"
            ELSE
               OPEN OUTPUT PRM-OU
               PERFORM UNTIL W-EOF
                  READ PRM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-530
                  END-READ
               END-PERFORM
               CLOSE PRM-IN PRM-OU
               MOVE "N" TO W-EOF-SW
            END-IF.
            .
       P-530.
            MOVE 0 TO W-FND.
            IF PR-REC(1:1) NOT = "#" AND PR-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING PR-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               PERFORM VARYING W-R FROM 1 BY 1
                       UNTIL W-R > W-RW-CNT OR W-FND > 0
                  IF W-RW-OPER(W-R) = W-F1
                     AND W-RW-PROG(W-R) = W-F2
                     AND W-RW-MODES(W-R) = W-F3
                     AND W-RW-USED(W-R) = "N"
                     MOVE W-R TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FND > 0
               MOVE "Y" TO W-RW-USED(W-FND)
               IF W-RW-DEC(W-FND) = "REVOKE"
                  OR W-RW-DEC(W-FND) = "AUTOREVOKE"
                  ADD 1 TO W-DROP-CNT
               ELSE
                  WRITE PO-REC FROM PR-REC
               END-IF
            ELSE
               WRITE PO-REC FROM PR-REC
            END-IF.
            .
      *
      *   完了報告RCTRPT（監査の証跡）。
       P-600.
            OPEN OUTPUT RPT-OU.
            MOVE "OPERPERM ACCESS RECERTIFICATION - COMPLETION REPORT"
                 TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO RP-REC.
            STRING "CAMPAIGN " W-CP-ID " OPENED " W-CP-OPENED
                   " BY " DELIMITED BY SIZE
                   W-CP-OPENER DELIMITED BY SPACE
                   "  DEADLINE " W-CP-DEADLINE
                   "  CLOSED " W-CP-CLOSED DELIMITED BY SIZE
                   INTO RP-REC
            END-STRING.
            WRITE RP-REC.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO RP-REC.
            STRING "ROW  OPERATOR    PROGRAM    MODES                "
                   "LAST GRANT       LAST STREAM      DECISION   "
                   "BY / AT / NOTE"
                   DELIMITED BY SIZE INTO RP-REC
            END-STRING.
            WRITE RP-REC.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               PERFORM P-780
               MOVE SPACE TO W-SH-TAIL
               STRING W-RW-DBY(W-R)  DELIMITED BY SPACE
                      " "            DELIMITED BY SIZE
                      W-RW-DAT(W-R)  DELIMITED BY SPACE
                      " "            DELIMITED BY SIZE
                      W-RW-NOTE(W-R) DELIMITED BY SIZE
                      INTO W-SH-TAIL
               END-STRING
               WRITE RP-REC FROM W-SH-LINE
               MOVE SPACE TO RP-REC
               STRING "       REVIEWER " DELIMITED BY SIZE
                      W-RW-REVR(W-R)     DELIMITED BY SPACE
                      "  SECTION "       DELIMITED BY SIZE
                      W-RW-SEC(W-R)      DELIMITED BY SPACE
                      INTO RP-REC
               END-STRING
               WRITE RP-REC
            END-PERFORM.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RV-CNT
               MOVE W-RV-ROWS(W-K) TO W-ED-N4
               MOVE W-RV-KEEP(W-K) TO W-ED-N1
               MOVE W-RV-REVK(W-K) TO W-ED-N2
               MOVE W-RV-OPEN(W-K) TO W-ED-N3
               MOVE SPACE TO RP-REC
               STRING "REVIEWER " W-RV-OPER(W-K) " ROWS=" W-ED-N4
                      " KEPT=" W-ED-N1 " REVOKED=" W-ED-N2
                      " NOT ANSWERED=" W-ED-N3
                      DELIMITED BY SIZE INTO RP-REC
               END-STRING
               WRITE RP-REC
            END-PERFORM.
            MOVE W-KEEP-CNT TO W-ED-N1.
            MOVE W-REVK-CNT TO W-ED-N2.
            MOVE W-AUTO-CNT TO W-ED-N3.
            MOVE W-DROP-CNT TO W-ED-N4.
            MOVE SPACE TO RP-REC.
            STRING "OPERPERM ROWS REMOVED " W-ED-N4
                   " (REPLACEMENT IMAGE OPERPERO)"
                   DELIMITED BY SIZE INTO RP-REC
            END-STRING.
            WRITE RP-REC.
            MOVE SPACE TO RP-REC.
            STRING "TOTALS ROWS=" W-RW-CNT " KEPT=" W-ED-N1
                   " REVOKED=" W-ED-N2 " AUTO-REVOKED=" W-ED-N3
                   DELIMITED BY SIZE INTO RP-REC
            END-STRING.
            WRITE RP-REC.
            CLOSE RPT-OU.
            .
      *
      *   ケース6．確認票の書き直し（開いているキャンペーン）。
       P-700.
            IF W-CP-STS NOT = "OPEN"
               DISPLAY "PRM-RCT NG: NO OPEN CAMPAIGN"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "RCT_WHO" UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO-SEL  FROM ENVIRONMENT-VALUE.
            PERFORM P-710.
            .
      *
      *   確認票RCTSHEET。確認者ごとに１頁。
       P-710.
            PERFORM P-790.
            OPEN OUTPUT SHT-OU.
            MOVE 0 TO W-PAGE.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RV-CNT
               IF W-WHO-SEL = SPACE OR W-WHO-SEL = W-RV-OPER(W-K)
                  PERFORM P-720
               END-IF
            END-PERFORM.
            CLOSE SHT-OU.
            DISPLAY "RCTSHEET PAGES=" W-PAGE.
            .
       P-720.
            ADD 1 TO W-PAGE.
            MOVE W-PAGE TO W-ED-N1.
            MOVE SPACE TO SH-REC.
            STRING "==== OPERPERM ACCESS RECERTIFICATION " W-CP-ID
                   "  DEADLINE " W-CP-DEADLINE "  PAGE " W-ED-N1
                   DELIMITED BY SIZE INTO SH-REC
            END-STRING.
            WRITE SH-REC.
            MOVE SPACE TO SH-REC.
            IF W-RV-OPER(W-K) = "*ADMIN"
               STRING "REVIEWER: RECERTIFICATION ADMINISTRATOR "
                      "(SECTION HEADS' OWN ROWS, ROWS WITH NO "
                      "SECTION HEAD)"
                      DELIMITED BY SIZE INTO SH-REC
               END-STRING
            ELSE
               MOVE W-RV-OPER(W-K) TO W-PRM-OPER
               PERFORM P-770
               STRING "REVIEWER: " DELIMITED BY SIZE
                      W-RV-OPER(W-K) DELIMITED BY SPACE
                      " "          DELIMITED BY SIZE
                      W-NAME-WK    DELIMITED BY SPACE
                      INTO SH-REC
               END-STRING
            END-IF.
            WRITE SH-REC.
            MOVE SPACE TO SH-REC.
            STRING "ROW  OPERATOR    PROGRAM    MODES                "
                   "LAST GRANT       LAST STREAM      DECISION   "
                   "STAFF"
                   DELIMITED BY SIZE INTO SH-REC
            END-STRING.
            WRITE SH-REC.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               IF W-RW-REVR(W-R) = W-RV-OPER(W-K)
                  PERFORM P-780
                  MOVE W-RW-OPER(W-R) TO W-PRM-OPER
                  PERFORM P-770
                  MOVE SPACE TO W-SH-TAIL
                  STRING W-NAME-WK DELIMITED BY SPACE
                         " "       DELIMITED BY SIZE
                         W-RW-SEC(W-R) DELIMITED BY SPACE
                         " "       DELIMITED BY SIZE
                         W-FLAG-WK DELIMITED BY SIZE
                         INTO W-SH-TAIL
                  END-STRING
                  WRITE SH-REC FROM W-SH-LINE
               END-IF
            END-PERFORM.
            MOVE SPACE TO SH-REC.
            STRING "RETURN KEEP|ROW|NOTE OR REVOKE|ROW|REASON BY THE "
                   "DEADLINE. ROWS NOT CONFIRMED ARE REVOKED AT CLOSE."
                   DELIMITED BY SIZE INTO SH-REC
            END-STRING.
            WRITE SH-REC.
            MOVE SPACE TO SH-REC.
            WRITE SH-REC.
            .
      *
      *   W-PRM-OPERの要員の漢字氏名と状態の注記。
       P-770.
            MOVE "?"               TO W-NAME-WK.
            MOVE "(NOT IN STAFFMST)" TO W-FLAG-WK.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-ST-CNT
               IF W-ST-OPER(W-J) = W-PRM-OPER
                  AND (W-FLAG-WK NOT = SPACE OR W-ST-STS(W-J) = "A")
                  MOVE W-ST-NAME(W-J) TO W-NAME-WK
                  IF W-ST-STS(W-J) = "A"
                     MOVE SPACE        TO W-FLAG-WK
                  ELSE
                     MOVE "(INACTIVE)" TO W-FLAG-WK
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   明細行（確認票と報告で共通の前半）。
       P-780.
            MOVE W-R             TO W-SH-ROW.
            MOVE W-RW-OPER(W-R)  TO W-SH-OPER.
            MOVE W-RW-PROG(W-R)  TO W-SH-PROG.
            MOVE W-RW-MODES(W-R) TO W-SH-MODES.
            MOVE W-RW-PLAST(W-R) TO W-SH-PLAST.
            MOVE W-RW-SLAST(W-R) TO W-SH-SLAST.
            IF W-SH-PLAST = SPACE
               MOVE "NEVER" TO W-SH-PLAST
            END-IF.
            IF W-SH-SLAST = SPACE
               MOVE "NEVER" TO W-SH-SLAST
            END-IF.
            MOVE W-RW-DEC(W-R) TO W-SH-DEC.
            IF W-SH-DEC = SPACE
               MOVE "(OPEN)" TO W-SH-DEC
            END-IF.
            .
      *
      *   確認者の一覧と回答の件数。
       P-790.
            MOVE 0 TO W-RV-CNT W-KEEP-CNT W-REVK-CNT W-AUTO-CNT
                      W-OPEN-CNT.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RW-CNT
               MOVE 0 TO W-FND
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RV-CNT OR W-FND > 0
                  IF W-RV-OPER(W-J) = W-RW-REVR(W-R)
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0
                  ADD 1 TO W-RV-CNT
                  MOVE W-RV-CNT TO W-FND
                  MOVE W-RW-REVR(W-R) TO W-RV-OPER(W-FND)
                  MOVE 0 TO W-RV-ROWS(W-FND) W-RV-KEEP(W-FND)
                            W-RV-REVK(W-FND) W-RV-OPEN(W-FND)
               END-IF
               ADD 1 TO W-RV-ROWS(W-FND)
               EVALUATE W-RW-DEC(W-R)
                   WHEN "KEEP"
                        ADD 1 TO W-RV-KEEP(W-FND) W-KEEP-CNT
                   WHEN "REVOKE"
                        ADD 1 TO W-RV-REVK(W-FND) W-REVK-CNT
                   WHEN "AUTOREVOKE"
                        ADD 1 TO W-RV-OPEN(W-FND) W-AUTO-CNT
                   WHEN OTHER
                        ADD 1 TO W-RV-OPEN(W-FND) W-OPEN-CNT
               END-EVALUATE
            END-PERFORM.
            .
      *
      *   台帳へ１行追記（W-Rの行について。０なら行の項目は空）。
       P-800.
            MOVE SPACE TO W-LG-ROW.
            MOVE SPACE TO LED-REC.
            IF W-R > 0
               MOVE W-R TO W-ROW-NO
               MOVE W-ROW-NO TO W-LG-ROW
               STRING W-STAMP          DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-CP-ID          DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-ACT         DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-BY          DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-ROW         DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-RW-OPER(W-R)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-RW-PROG(W-R)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-RW-MODES(W-R)  DELIMITED BY "  "
                      "|"              DELIMITED BY SIZE
                      W-LG-T9          DELIMITED BY "  "
                      "|"              DELIMITED BY SIZE
                      W-LG-T10         DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-T11         DELIMITED BY SPACE
                      INTO LED-REC
               END-STRING
            ELSE
               STRING W-STAMP          DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-CP-ID          DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-ACT         DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-LG-BY          DELIMITED BY SPACE
                      "|||||"          DELIMITED BY SIZE
                      W-LG-T9          DELIMITED BY SIZE
                      INTO LED-REC
               END-STRING
            END-IF.
            WRITE LED-REC.
            .
      *
      *   棚卸し管理者の権限（OPERPERMのPRM-RCT APPROVE）。
       P-820.
            IF W-MODE NOT = "APPLY"
               DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
               ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE
            END-IF.
            MOVE "PRM-RCT" TO W-PRM-PROG.
            MOVE "APPROVE" TO W-PRM-MODE.
            MOVE SPACE     TO W-PRM-STS.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            .
      *
      *   回答者の検査（STAFFMSTがあれば有効な要員であること）。
       P-830.
            IF W-ST-CNT > 0
               MOVE 0 TO W-FND
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-ST-CNT OR W-FND > 0
                  IF W-ST-OPER(W-J) = W-PRM-OPER
                     AND W-ST-STS(W-J) = "A"
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0
                  MOVE "OPERATOR NOT ACTIVE IN STAFFMST" TO W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   台帳の追記オープン（無ければ作る）。
       P-850.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "35"
               OPEN OUTPUT LED-FILE
            END-IF.
            IF W-LED-FS NOT = "00"
               DISPLAY "PRM-RCT NG: RCTLEDG OPEN FS=" W-LED-FS
               MOVE 12 TO RETURN-CODE
            END-IF.
            .
