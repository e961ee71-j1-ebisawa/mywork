      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：保守トランザクションの保留・検認（作成者と
      *                  検認者の分離）
      *    処理概要　　：TX-ENTRYでCASEMETX・TESTPLTX・CALMSTTX・MNTTX
      *                  の一括を打鍵した者がそのまま適用もできるので、
      *                  打ち間違いがそのままマスタへ入っていた。
      *                  打鍵した一括も受け取った一括も、まず保留
      *                  （PENDING）として作成者の名前で保留台帳TXPLED
      *                  （追記のみ）に記帳する。作成者と別の、検認
      *                  権限（OPERPERMのTX-PEND／CHECK）を持つ者が、
      *                  適用プログラムの模擬経路で作った前後対照
      *                  （PREVIEW）を見たうえで、一括ごとに所見を
      *                  添えて承認（RELEASED）か差し戻し（RETURNED）
      *                  をする。適用プログラム（META-MNT・PLAN-MNT・
      *                  CAL-MNT・MNT-UPDT）は適用の前にTX-PEND-1へ
      *                  照会し、承認済みの一括と件数・ハッシュ合計が
      *                  一致する取引ファイルしか受けない。適用の
      *                  たびにAPPLIEDを記帳する（途中で落ちた適用の
      *                  再始動や、変化率の歯止めを越えての再実行は
      *                  同じ一括なのでそのまま受ける）。
      *                  主プログラムTX-PENDは環境変数 TXP_MODE で
      *                  動作を選ぶ。
      *                    SUBMIT ：TXP_TYPE（取引ファイル名）の一括
      *                             TXPINを保留に記帳する。作成者は
      *                             OPERATOR_ID。
      *                    PREVIEW：TXP_BATCHの保留の写しTXPBATCH、
      *                             現行マスタTXPOLD、模擬経路の出力
      *                             TXPNEW（新マスタ。MNTTXは模擬
      *                             適用の更新リストMNTUPLST）から、
      *                             取引ごとの前後対照TXPPREVを書く。
      *                    RELEASE／RETURN：TXP_BATCHを承認／
      *                             差し戻す。所見TXP_COMMENTは必須。
      *                             検認者（OPERATOR_ID）は作成者と
      *                             別人で、自分でPREVIEWを取って
      *                             いなければならない。
      *                    未指定／LIST：一括ごとの状態と作成者・
      *                             検認者・適用者と時刻（監査用）。
      *                             TXP_BATCHで一括に絞れる。
      *                  拒否した試み（自分の一括の検認、権限なし）も
      *                  DENIEDとして台帳に残す。
      *    台帳の様式　：時刻|一括番号|事象|取引ファイル|操作者|件数|
      *                  ハッシュ合計|所見
      *                  事象はPENDING／PREVIEW／RELEASED／RETURNED／
      *                  APPLIED（所見に適用プログラム）／DENIED／
      *                  BLOCKED（承認の無い適用の試み）。
      *                  件数・ハッシュ合計はLIN-REG-1と同じ規則。
      *    呼び出し　　：CALL "TX-PEND-1" USING 操作者 プログラム
      *                                        取引ファイル 状態
      *                    操作者　PIC X(16)：環境変数OPERATOR_IDの値
      *                    プログラムPIC X(10)
      *                    取引ファイル PIC X(12)：CASEMETXなど
      *                    状態　　PIC X(01)："0"＝承認済み（APPLIED
      *                                          を記帳済み）
      *                                      "1"＝承認の無い一括
      *                                          （BLOCKEDを記帳済み）
      *                                      "9"＝保留台帳なし（検認
      *                                          運用の未導入環境を
      *                                          止めない）
      *    使用方法　　：tools/maker_checker.sh から起動される。
      *                  カレントはマスタのディレクトリ（TXPLEDの
      *                  ある所）。
      *  --------------------------------------------------------------
      *   対象：保守トランザクションの作成者・検認者分離（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           TX-PEND.
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
           SELECT LED-FILE   ASSIGN TO "TXPLED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT ANY-IN     ASSIGN USING W-PHYS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ANY-FS.
           SELECT OLD-IN     ASSIGN TO "TXPOLD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-OLD-FS.
           SELECT NEW-IN     ASSIGN TO "TXPNEW"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-NEW-FS.
           SELECT PRV-OU     ASSIGN TO "TXPPREV"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-OU     ASSIGN TO "TXPRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  LED-FILE.
       01  LD-REC             PIC X(200).
       FD  ANY-IN.
       01  AI-REC             PIC X(1000).
       FD  OLD-IN.
       01  OI-REC             PIC X(250).
       FD  NEW-IN.
       01  NI-REC             PIC X(250).
       FD  PRV-OU.
       01  PV-REC             PIC X(270).
       FD  RPT-OU.
       01  RP-REC             PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-LED-FS           PIC X(02).
       01  W-ANY-FS           PIC X(02).
       01  W-OLD-FS           PIC X(02).
       01  W-NEW-FS           PIC X(02).
       01  W-PHYS             PIC X(12).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    環境変数
       01  W-MODE             PIC X(10).
       01  W-TYPE             PIC X(12).
       01  W-BATCH            PIC X(09).
       01  W-COMMENT          PIC X(60).
       01  W-OPER             PIC X(16).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
      *    一括の表（台帳から組み立てる）
       01  W-BT-CNT           PIC 9(03)          VALUE 0.
       01  W-BT-TBL.
           05  W-BT           OCCURS 500.
               10  W-BT-ID       PIC X(09).
               10  W-BT-TYPE     PIC X(12).
               10  W-BT-STATE    PIC X(08).
               10  W-BT-MAKER    PIC X(16).
               10  W-BT-SUBMIT   PIC X(15).
               10  W-BT-RECS     PIC 9(07).
               10  W-BT-HASH     PIC 9(09).
               10  W-BT-PREV-ME  PIC X(01).
               10  W-BT-CHECKER  PIC X(16).
               10  W-BT-CHECKED  PIC X(15).
               10  W-BT-COMMENT  PIC X(60).
               10  W-BT-APPLIER  PIC X(16).
               10  W-BT-APPLIED  PIC X(15).
               10  W-BT-APROG    PIC X(10).
       01  W-ROW              PIC 9(03).
      *    件数・ハッシュ合計の作業域（LIN-REG-1と同じ規則）
       01  W-RECS             PIC 9(07).
       01  W-HASH             PIC 9(09).
       01  W-WORK             PIC 9(18)  COMP.
       01  W-I                PIC 9(04).
       01  W-LEN              PIC 9(04).
      *    台帳の記帳域
       01  W-EV-BATCH         PIC X(09).
       01  W-EV-NAME          PIC X(08).
       01  W-EV-TYPE          PIC X(12).
       01  W-EV-NOTE          PIC X(60).
       01  W-BATCH-N          PIC 9(06).
      *    検認権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-PROG         PIC X(10)          VALUE "TX-PEND".
       01  W-PRM-MODE         PIC X(10)          VALUE "CHECK".
       01  W-PRM-STS          PIC X(01).
      *    前後対照の作業域
       01  W-KEY-FLDS         PIC 9(01).
       01  W-OM-CNT           PIC 9(04)          VALUE 0.
       01  W-OM-TBL.
           05  W-OM           OCCURS 2000        PIC X(250).
       01  W-NM-CNT           PIC 9(04)          VALUE 0.
       01  W-NM-TBL.
           05  W-NM           OCCURS 2000        PIC X(250).
       01  W-TXB              PIC X(250).
       01  W-KEY              PIC X(250).
       01  W-KEY-LEN          PIC 9(03).
       01  W-PIPES            PIC 9(01).
       01  W-BEFORE           PIC X(250).
       01  W-AFTER            PIC X(250).
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-CHG-CNT          PIC 9(05)          VALUE 0.
       01  W-SAME-CNT         PIC 9(05)          VALUE 0.
       01  W-SUB              PIC 9(04).
      *    行分解域
       01  W-FX-TBL.
           05  W-FX           OCCURS 8           PIC X(60).
       01  W-LINE-WK          PIC X(270).
       01  W-WHO-CHK          PIC X(32).
       01  W-WHO-APL          PIC X(44).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (TX-PEND)".
            DISPLAY "TXP_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            DISPLAY "TXP_TYPE" UPON ENVIRONMENT-NAME.
            ACCEPT W-TYPE      FROM ENVIRONMENT-VALUE.
            DISPLAY "TXP_BATCH" UPON ENVIRONMENT-NAME.
            ACCEPT W-BATCH     FROM ENVIRONMENT-VALUE.
            DISPLAY "TXP_COMMENT" UPON ENVIRONMENT-NAME.
            ACCEPT W-COMMENT   FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-OPER      FROM ENVIRONMENT-VALUE.
            INSPECT W-COMMENT REPLACING ALL "|" BY "/".
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-NOW-STAMP
            END-STRING.
            PERFORM P-800.
            MOVE 0 TO W-ROW.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-BT-CNT
               IF W-BT-ID(W-SUB) = W-BATCH
                  MOVE W-SUB TO W-ROW
               END-IF
            END-PERFORM.
            OPEN OUTPUT RPT-OU.
            EVALUATE W-MODE
                WHEN "SUBMIT"   PERFORM P-100
                WHEN "PREVIEW"  PERFORM P-200
                WHEN "RELEASE"  PERFORM P-300
                WHEN "RETURN"   PERFORM P-300
                WHEN OTHER      PERFORM P-700
            END-EVALUATE.
            CLOSE RPT-OU.
            DISPLAY "TEST END   (TX-PEND)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．SUBMIT。一括TXPINを作成者の名前で保留にする。
       P-100.
            MOVE "TXPIN" TO W-PHYS.
            PERFORM P-900.
            EVALUATE TRUE
                WHEN W-TYPE NOT = "CASEMETX" AND NOT = "TESTPLTX"
                     AND NOT = "CALMSTTX" AND NOT = "MNTTX"
                     DISPLAY "TX-PEND NG: TXP_TYPE MUST BE CASEMETX,"
                             " TESTPLTX, CALMSTTX OR MNTTX"
                     MOVE 12 TO RETURN-CODE
                WHEN W-OPER = SPACE
                     DISPLAY "TX-PEND NG: OPERATOR_ID NOT SET"
                     MOVE 8 TO RETURN-CODE
                WHEN W-ANY-FS NOT = "00"
                     DISPLAY "TX-PEND NG: NO TXPIN"
                     MOVE 12 TO RETURN-CODE
                WHEN W-RECS = 0
                     DISPLAY "TX-PEND NG: BATCH IS EMPTY"
                     MOVE 8 TO RETURN-CODE
                WHEN OTHER
                     COMPUTE W-BATCH-N = W-BT-CNT + 1
                     MOVE SPACE TO W-EV-BATCH
                     STRING "TXB" W-BATCH-N DELIMITED BY SIZE
                            INTO W-EV-BATCH
                     END-STRING
                     MOVE "PENDING" TO W-EV-NAME
                     MOVE W-TYPE    TO W-EV-TYPE
                     MOVE SPACE     TO W-EV-NOTE
                     PERFORM P-850
                     MOVE SPACE TO W-LINE-WK
                     STRING "SUBMITTED|" W-EV-BATCH "|"
                                         DELIMITED BY SIZE
                            W-TYPE       DELIMITED BY SPACE
                            "|MAKER="    DELIMITED BY SIZE
                            W-OPER       DELIMITED BY SPACE
                            "|RECS=" W-RECS "|HASH=" W-HASH
                                         DELIMITED BY SIZE
                            INTO W-LINE-WK
                     END-STRING
                     WRITE RP-REC FROM W-LINE-WK
                     DISPLAY "BATCH " W-EV-BATCH " PENDING ("
                             W-RECS " RECORDS)"
            END-EVALUATE.
            .
      *
      *   ケース2．PREVIEW。保留の写しが記帳時と同じか確かめ、
      *            取引ごとに現行マスタの行（前）と模擬経路の出力の
      *            行（後）を並べる。MNTTXは模擬適用の更新リストを
      *            そのまま添える。
       P-200.
            MOVE "TXPBATCH" TO W-PHYS.
            PERFORM P-900.
            EVALUATE TRUE
                WHEN W-ROW = 0
                     DISPLAY "TX-PEND NG: NO SUCH BATCH " W-BATCH
                     MOVE 12 TO RETURN-CODE
                WHEN W-OPER = SPACE
                     DISPLAY "TX-PEND NG: OPERATOR_ID NOT SET"
                     MOVE 8 TO RETURN-CODE
                WHEN W-BT-STATE(W-ROW) NOT = "PENDING"
                     DISPLAY "TX-PEND NG: BATCH " W-BATCH " IS "
                             W-BT-STATE(W-ROW)
                     MOVE 8 TO RETURN-CODE
                WHEN W-ANY-FS NOT = "00"
                     OR W-RECS NOT = W-BT-RECS(W-ROW)
                     OR W-HASH NOT = W-BT-HASH(W-ROW)
                     DISPLAY "TX-PEND NG: PENDING COPY OF " W-BATCH
                             " DOES NOT MATCH THE LEDGER"
                     MOVE 8 TO RETURN-CODE
                WHEN OTHER
                     PERFORM P-210
            END-EVALUATE.
            .
       P-210.
            MOVE W-BT-TYPE(W-ROW) TO W-TYPE.
            EVALUATE W-TYPE
                WHEN "CALMSTTX"  MOVE 1 TO W-KEY-FLDS
                WHEN OTHER       MOVE 2 TO W-KEY-FLDS
            END-EVALUATE.
            OPEN OUTPUT PRV-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "PREVIEW|" W-BATCH "|"  DELIMITED BY SIZE
                   W-TYPE                  DELIMITED BY SPACE
                   "|MAKER="               DELIMITED BY SIZE
                   W-BT-MAKER(W-ROW)       DELIMITED BY SPACE
                   "|SUBMITTED=" W-BT-SUBMIT(W-ROW)
                   "|RECS=" W-BT-RECS(W-ROW)
                   "|BY="                  DELIMITED BY SIZE
                   W-OPER                  DELIMITED BY SPACE
                   "|AT=" W-NOW-STAMP      DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PV-REC FROM W-LINE-WK.
            IF W-TYPE = "MNTTX"
               PERFORM P-260
            ELSE
               PERFORM P-220
               MOVE "TXPBATCH" TO W-PHYS
               OPEN INPUT ANY-IN
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-230
                  END-READ
               END-PERFORM
               CLOSE ANY-IN
               MOVE "N" TO W-EOF-SW
               MOVE SPACE TO W-LINE-WK
               STRING "TOTAL|TX=" W-TX-CNT "|CHANGED=" W-CHG-CNT
                      "|UNCHANGED=" W-SAME-CNT
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE PV-REC FROM W-LINE-WK
            END-IF.
            CLOSE PRV-OU.
            MOVE W-BATCH   TO W-EV-BATCH.
            MOVE "PREVIEW" TO W-EV-NAME.
            MOVE W-TYPE    TO W-EV-TYPE.
            MOVE SPACE     TO W-EV-NOTE.
            PERFORM P-850.
            DISPLAY "PREVIEW OF " W-BATCH " WRITTEN (TXPPREV)".
            .
      *
      *   現行マスタと新マスタの読み込み（#の注釈は除く）。
       P-220.
            OPEN INPUT OLD-IN.
            IF W-OLD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OLD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                          IF OI-REC(1:1) NOT = "#"
                             AND W-OM-CNT < 2000
                             ADD 1 TO W-OM-CNT
                             MOVE OI-REC TO W-OM(W-OM-CNT)
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE OLD-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT NEW-IN.
            IF W-NEW-FS = "00"
               PERFORM UNTIL W-EOF
                  READ NEW-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                          IF NI-REC(1:1) NOT = "#"
                             AND W-NM-CNT < 2000
                             ADD 1 TO W-NM-CNT
                             MOVE NI-REC TO W-NM(W-NM-CNT)
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE NEW-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
      *
      *   取引１件の前後。キーは区分（３桁）のあとの先頭の欄
      *   （CALMSTTXは日付、ほかは２欄）。
       P-230.
            IF AI-REC = SPACE OR AI-REC(1:1) = "#"
               CONTINUE
            ELSE
               ADD 1 TO W-TX-CNT
               MOVE AI-REC(4:250) TO W-TXB
               MOVE SPACE TO W-KEY
               MOVE 0 TO W-PIPES W-KEY-LEN
               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > 247 OR W-KEY-LEN > 0
                  IF W-TXB(W-I:1) = "|"
                     ADD 1 TO W-PIPES
                     IF W-PIPES = W-KEY-FLDS
                        MOVE W-I TO W-KEY-LEN
                     END-IF
                  END-IF
               END-PERFORM
               IF W-KEY-LEN = 0
                  MOVE 0 TO W-LEN
                  INSPECT FUNCTION REVERSE(W-TXB)
                          TALLYING W-LEN FOR LEADING SPACE
                  COMPUTE W-KEY-LEN = 250 - W-LEN + 1
                  STRING W-TXB(1:W-KEY-LEN - 1) "|"
                         DELIMITED BY SIZE INTO W-KEY
                  END-STRING
               ELSE
                  MOVE W-TXB(1:W-KEY-LEN) TO W-KEY
               END-IF
               MOVE "(NONE)" TO W-BEFORE W-AFTER
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-OM-CNT
                  IF W-OM(W-SUB)(1:W-KEY-LEN) = W-KEY(1:W-KEY-LEN)
                     MOVE W-OM(W-SUB) TO W-BEFORE
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-NM-CNT
                  IF W-NM(W-SUB)(1:W-KEY-LEN) = W-KEY(1:W-KEY-LEN)
                     MOVE W-NM(W-SUB) TO W-AFTER
                  END-IF
               END-PERFORM
               IF W-BEFORE = W-AFTER
                  ADD 1 TO W-SAME-CNT
               ELSE
                  ADD 1 TO W-CHG-CNT
               END-IF
               MOVE SPACE TO W-LINE-WK
               STRING "TX    |" AI-REC(1:250)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE PV-REC FROM W-LINE-WK
               MOVE SPACE TO W-LINE-WK
               STRING "BEFORE|" W-BEFORE
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE PV-REC FROM W-LINE-WK
               MOVE SPACE TO W-LINE-WK
               IF W-BEFORE = W-AFTER
                  STRING "AFTER |"        DELIMITED BY SIZE
                         W-AFTER          DELIMITED BY "   "
                         "  ** UNCHANGED **"
                                          DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
               ELSE
                  STRING "AFTER |" W-AFTER
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
               END-IF
               WRITE PV-REC FROM W-LINE-WK
            END-IF.
            .
      *
      *   MNTTX：模擬適用の更新リスト（APL行の新値と直後の
      *   BEFORE行の旧値）を写す。
       P-260.
            OPEN INPUT NEW-IN.
            IF W-NEW-FS = "00"
               PERFORM UNTIL W-EOF
                  READ NEW-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                          MOVE SPACE TO W-LINE-WK
                          STRING "LIST  |" NI-REC
                                 DELIMITED BY SIZE INTO W-LINE-WK
                          END-STRING
                          WRITE PV-REC FROM W-LINE-WK
                  END-READ
               END-PERFORM
               CLOSE NEW-IN
            ELSE
               MOVE "LIST  |(NO SIMULATE LISTING)" TO PV-REC
               WRITE PV-REC
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
      *
      *   ケース3．RELEASE／RETURN。所見・状態・前後対照・作成者と
      *            の別人・検認権限を確かめて記帳する。本人の一括と
      *            権限なしはDENIEDとして残す。
       P-300.
            IF W-MODE = "RELEASE"
               MOVE "RELEASED" TO W-EV-NAME
            ELSE
               MOVE "RETURNED" TO W-EV-NAME
            END-IF.
            MOVE "0" TO W-PRM-STS.
            EVALUATE TRUE
                WHEN W-ROW = 0
                     DISPLAY "TX-PEND NG: NO SUCH BATCH " W-BATCH
                     MOVE 12 TO RETURN-CODE
                WHEN W-OPER = SPACE OR W-COMMENT = SPACE
                     DISPLAY "TX-PEND NG: OPERATOR_ID AND TXP_COMMENT"
                             " ARE REQUIRED"
                     MOVE 8 TO RETURN-CODE
                WHEN W-BT-STATE(W-ROW) NOT = "PENDING"
                     DISPLAY "TX-PEND NG: BATCH " W-BATCH " IS "
                             W-BT-STATE(W-ROW)
                     MOVE 8 TO RETURN-CODE
                WHEN W-OPER = W-BT-MAKER(W-ROW)
                     MOVE "MAKER CANNOT CHECK OWN BATCH" TO W-EV-NOTE
                     PERFORM P-310
                WHEN W-BT-PREV-ME(W-ROW) NOT = "Y"
                     DISPLAY "TX-PEND NG: " W-OPER " HAS NOT TAKEN A"
                             " PREVIEW OF " W-BATCH
                     MOVE 8 TO RETURN-CODE
                WHEN OTHER
                     CALL "PERM-CHK-1" USING W-OPER W-PRM-PROG
                                             W-PRM-MODE W-PRM-STS
                         ON EXCEPTION
                             MOVE "9" TO W-PRM-STS
                     END-CALL
                     IF W-PRM-STS = "1"
                        MOVE "NO CHECKER RIGHTS (SEE PERMLOG)"
                          TO W-EV-NOTE
                        PERFORM P-310
                     ELSE
                        MOVE W-BATCH          TO W-EV-BATCH
                        MOVE W-BT-TYPE(W-ROW) TO W-EV-TYPE
                        MOVE W-COMMENT        TO W-EV-NOTE
                        MOVE W-BT-RECS(W-ROW) TO W-RECS
                        MOVE W-BT-HASH(W-ROW) TO W-HASH
                        PERFORM P-850
                        MOVE SPACE TO W-LINE-WK
                        STRING W-EV-NAME "|" W-BATCH "|CHECKER="
                                            DELIMITED BY SIZE
                               W-OPER       DELIMITED BY SPACE
                               "|"          DELIMITED BY SIZE
                               W-COMMENT    DELIMITED BY "  "
                               INTO W-LINE-WK
                        END-STRING
                        WRITE RP-REC FROM W-LINE-WK
                        DISPLAY "BATCH " W-BATCH " " W-EV-NAME
                     END-IF
            END-EVALUATE.
            .
      *
      *   拒否した検認の記帳。
       P-310.
            DISPLAY "TX-PEND NG: " W-EV-NOTE.
            MOVE "DENIED"         TO W-EV-NAME.
            MOVE W-BATCH          TO W-EV-BATCH.
            MOVE W-BT-TYPE(W-ROW) TO W-EV-TYPE.
            MOVE W-BT-RECS(W-ROW) TO W-RECS.
            MOVE W-BT-HASH(W-ROW) TO W-HASH.
            PERFORM P-850.
            MOVE 8 TO RETURN-CODE.
            .
      *
      *   ケース4．LIST。一括ごとの状態と作成者・検認者・適用者。
       P-700.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-BT-CNT
               IF W-BATCH = SPACE OR W-BT-ID(W-SUB) = W-BATCH
                  MOVE "-" TO W-WHO-CHK W-WHO-APL
                  IF W-BT-CHECKER(W-SUB) NOT = SPACE
                     STRING W-BT-CHECKER(W-SUB) DELIMITED BY SPACE
                            "@" W-BT-CHECKED(W-SUB)
                                DELIMITED BY SIZE INTO W-WHO-CHK
                     END-STRING
                  END-IF
                  IF W-BT-APPLIER(W-SUB) NOT = SPACE
                     STRING W-BT-APPLIER(W-SUB) DELIMITED BY SPACE
                            "@" W-BT-APPLIED(W-SUB) " "
                                DELIMITED BY SIZE
                            W-BT-APROG(W-SUB) DELIMITED BY SPACE
                            INTO W-WHO-APL
                     END-STRING
                  END-IF
                  MOVE SPACE TO W-LINE-WK
                  STRING "BATCH|" W-BT-ID(W-SUB) "|"
                                            DELIMITED BY SIZE
                         W-BT-TYPE(W-SUB)   DELIMITED BY SPACE
                         "|"                DELIMITED BY SIZE
                         W-BT-STATE(W-SUB)  DELIMITED BY SPACE
                         "|RECS=" W-BT-RECS(W-SUB)
                         "|MAKER="          DELIMITED BY SIZE
                         W-BT-MAKER(W-SUB)  DELIMITED BY SPACE
                         "@" W-BT-SUBMIT(W-SUB)
                         "|CHECKER="        DELIMITED BY SIZE
                         W-WHO-CHK          DELIMITED BY "  "
                         "|APPLIED="        DELIMITED BY SIZE
                         W-WHO-APL          DELIMITED BY "  "
                         "|"                DELIMITED BY SIZE
                         W-BT-COMMENT(W-SUB) DELIMITED BY "  "
                         INTO W-LINE-WK
                  END-STRING
                  WRITE RP-REC FROM W-LINE-WK
                  DISPLAY W-LINE-WK(1:120)
               END-IF
            END-PERFORM.
            DISPLAY "BATCHES=" W-BT-CNT.
            .
      *
      *   TXPLEDを読んで一括の表を組み立てる。
       P-800.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LED-FILE.
            IF W-LED-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LED-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-810
                  END-READ
               END-PERFORM
               CLOSE LED-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-810.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING LD-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                     W-FX(6) W-FX(7) W-FX(8)
            END-UNSTRING.
            IF W-FX(3) = "PENDING"
               IF W-BT-CNT < 500
                  ADD 1 TO W-BT-CNT
                  MOVE W-BT-CNT TO W-SUB
                  MOVE SPACE TO W-BT(W-SUB)
                  MOVE W-FX(2)   TO W-BT-ID(W-SUB)
                  MOVE W-FX(4)   TO W-BT-TYPE(W-SUB)
                  MOVE "PENDING" TO W-BT-STATE(W-SUB)
                  MOVE W-FX(5)   TO W-BT-MAKER(W-SUB)
                  MOVE W-FX(1)   TO W-BT-SUBMIT(W-SUB)
                  MOVE FUNCTION NUMVAL(W-FX(6)) TO W-BT-RECS(W-SUB)
                  MOVE FUNCTION NUMVAL(W-FX(7)) TO W-BT-HASH(W-SUB)
                  MOVE "N"       TO W-BT-PREV-ME(W-SUB)
               END-IF
            ELSE
               MOVE 0 TO W-SUB
               PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-BT-CNT
                  IF W-BT-ID(W-I) = W-FX(2)
                     MOVE W-I TO W-SUB
                  END-IF
               END-PERFORM
               IF W-SUB > 0
                  EVALUATE W-FX(3)
                      WHEN "PREVIEW"
                           IF W-FX(5) = W-OPER
                              MOVE "Y" TO W-BT-PREV-ME(W-SUB)
                           END-IF
                      WHEN "RELEASED"
                      WHEN "RETURNED"
                           MOVE W-FX(3) TO W-BT-STATE(W-SUB)
                           MOVE W-FX(5) TO W-BT-CHECKER(W-SUB)
                           MOVE W-FX(1) TO W-BT-CHECKED(W-SUB)
                           MOVE W-FX(8) TO W-BT-COMMENT(W-SUB)
                      WHEN "APPLIED"
                           MOVE W-FX(3) TO W-BT-STATE(W-SUB)
                           MOVE W-FX(5) TO W-BT-APPLIER(W-SUB)
                           MOVE W-FX(1) TO W-BT-APPLIED(W-SUB)
                           MOVE W-FX(8) TO W-BT-APROG(W-SUB)
                      WHEN OTHER
                           CONTINUE
                  END-EVALUATE
               END-IF
            END-IF.
            .
      *
      *   台帳への記帳（W-EV-*、W-RECS・W-HASH）。
       P-850.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "35"
               OPEN OUTPUT LED-FILE
            END-IF.
            IF W-LED-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING W-NOW-STAMP "|" W-EV-BATCH "|"
                                   DELIMITED BY SIZE
                      W-EV-NAME    DELIMITED BY SPACE
                      "|"          DELIMITED BY SIZE
                      W-EV-TYPE    DELIMITED BY SPACE
                      "|"          DELIMITED BY SIZE
                      W-OPER       DELIMITED BY SPACE
                      "|" W-RECS "|" W-HASH "|"
                                   DELIMITED BY SIZE
                      W-EV-NOTE    DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE LD-REC FROM W-LINE-WK
               CLOSE LED-FILE
            END-IF.
            .
      *
      *   ファイルW-PHYSの件数とハッシュ合計。
       P-900.
            MOVE 0 TO W-RECS W-HASH.
            OPEN INPUT ANY-IN.
            IF W-ANY-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-910
                  END-READ
               END-PERFORM
               CLOSE ANY-IN
               MOVE "00" TO W-ANY-FS
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-910.
            ADD 1 TO W-RECS.
            MOVE 0 TO W-LEN.
            INSPECT FUNCTION REVERSE(AI-REC)
                    TALLYING W-LEN FOR LEADING SPACE.
            COMPUTE W-LEN = 1000 - W-LEN.
            MOVE 0 TO W-WORK.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-LEN
               COMPUTE W-WORK = FUNCTION MOD(
                      W-WORK * 31
                      + FUNCTION ORD(AI-REC(W-I:1)) - 1,
                      1000000000)
            END-PERFORM.
            COMPUTE W-HASH = FUNCTION MOD(W-HASH + W-WORK,
                                          1000000000).
            .
       END PROGRAM TX-PEND.
      ******************************************************************
      *    プログラム名：TX-PEND-1（承認済み一括の照会ルーチン）
      *    処理概要　　：保留台帳TXPLEDを読み、カレントの取引ファイル
      *                  の件数・ハッシュ合計と一致する承認済み
      *                  （RELEASED、再実行ならAPPLIED）の一括を
      *                  探す。あればAPPLIED、無ければBLOCKEDを台帳へ
      *                  追記して返す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           TX-PEND-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT LED-FILE   ASSIGN TO "TXPLED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT ANY-IN     ASSIGN USING W-PHYS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ANY-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  LED-FILE.
       01  LD-REC             PIC X(200).
       FD  ANY-IN.
       01  AI-REC             PIC X(1000).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-LED-FS           PIC X(02).
       01  W-ANY-FS           PIC X(02).
       01  W-PHYS             PIC X(12).
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    一括の状態（台帳から組み立てる）
       01  W-BT-CNT           PIC 9(03).
       01  W-BT-TBL.
           05  W-BT           OCCURS 500.
               10  W-BT-ID    PIC X(09).
               10  W-BT-TYPE  PIC X(12).
               10  W-BT-STATE PIC X(08).
               10  W-BT-RECS  PIC 9(07).
               10  W-BT-HASH  PIC 9(09).
       01  W-HIT              PIC 9(03).
       01  W-SUB              PIC 9(03).
       01  W-RECS             PIC 9(07).
       01  W-HASH             PIC 9(09).
       01  W-WORK             PIC 9(18)  COMP.
       01  W-I                PIC 9(04).
       01  W-LEN              PIC 9(04).
       01  W-FX-TBL.
           05  W-FX           OCCURS 8           PIC X(60).
       01  W-EV-BATCH         PIC X(09).
       01  W-EV-NAME          PIC X(08).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
       01  W-LINE-WK          PIC X(200).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-OPER             PIC X(16).
       01  L-PROG             PIC X(10).
       01  L-FILE             PIC X(12).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-OPER L-PROG L-FILE L-STS.
      ******************************************************************
       P-010.
            MOVE "0" TO L-STS.
            MOVE 0   TO W-BT-CNT W-HIT.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LED-FILE.
            IF W-LED-FS NOT = "00"
               MOVE "9" TO L-STS
            ELSE
               PERFORM UNTIL W-EOF
                  READ LED-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE LED-FILE
               PERFORM P-200
            END-IF.
            GOBACK
            .
       P-110.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING LD-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                     W-FX(6) W-FX(7) W-FX(8)
            END-UNSTRING.
            IF W-FX(3) = "PENDING"
               IF W-BT-CNT < 500
                  ADD 1 TO W-BT-CNT
                  MOVE W-FX(2)   TO W-BT-ID(W-BT-CNT)
                  MOVE W-FX(4)   TO W-BT-TYPE(W-BT-CNT)
                  MOVE "PENDING" TO W-BT-STATE(W-BT-CNT)
                  MOVE FUNCTION NUMVAL(W-FX(6))
                                 TO W-BT-RECS(W-BT-CNT)
                  MOVE FUNCTION NUMVAL(W-FX(7))
                                 TO W-BT-HASH(W-BT-CNT)
               END-IF
            ELSE
               IF W-FX(3) = "RELEASED" OR W-FX(3) = "RETURNED"
                  OR W-FX(3) = "APPLIED"
                  PERFORM VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-BT-CNT
                     IF W-BT-ID(W-SUB) = W-FX(2)
                        MOVE W-FX(3) TO W-BT-STATE(W-SUB)
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.
            .
      *
      *   取引ファイルを数え、承認済み（適用済みを含む）で一致する
      *   一括を探す。
      *   取引ファイルが無いときは当てるものが無いので照会しない。
       P-200.
            MOVE L-FILE TO W-PHYS.
            MOVE 0 TO W-RECS W-HASH.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ANY-IN.
            IF W-ANY-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE ANY-IN
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-BT-CNT
                  IF W-BT-TYPE(W-SUB) = L-FILE
                     AND (W-BT-STATE(W-SUB) = "RELEASED"
                          OR W-BT-STATE(W-SUB) = "APPLIED")
                     AND W-BT-RECS(W-SUB) = W-RECS
                     AND W-BT-HASH(W-SUB) = W-HASH
                     AND W-HIT = 0
                     MOVE W-SUB TO W-HIT
                  END-IF
               END-PERFORM
               IF W-HIT > 0
                  MOVE W-BT-ID(W-HIT) TO W-EV-BATCH
                  MOVE "APPLIED"      TO W-EV-NAME
               ELSE
                  MOVE "-"            TO W-EV-BATCH
                  MOVE "BLOCKED"      TO W-EV-NAME
                  MOVE "1"            TO L-STS
               END-IF
               PERFORM P-300
            END-IF.
            .
       P-210.
            ADD 1 TO W-RECS.
            MOVE 0 TO W-LEN.
            INSPECT FUNCTION REVERSE(AI-REC)
                    TALLYING W-LEN FOR LEADING SPACE.
            COMPUTE W-LEN = 1000 - W-LEN.
            MOVE 0 TO W-WORK.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-LEN
               COMPUTE W-WORK = FUNCTION MOD(
                      W-WORK * 31
                      + FUNCTION ORD(AI-REC(W-I:1)) - 1,
                      1000000000)
            END-PERFORM.
            COMPUTE W-HASH = FUNCTION MOD(W-HASH + W-WORK,
                                          1000000000).
            .
      *
      *   適用・拒否の記帳（所見は適用プログラム）。
       P-300.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-NOW-STAMP.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-NOW-STAMP
            END-STRING.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING W-NOW-STAMP "|" DELIMITED BY SIZE
                      W-EV-BATCH      DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-EV-NAME       DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      L-FILE          DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      L-OPER          DELIMITED BY SPACE
                      "|" W-RECS "|" W-HASH "|"
                                      DELIMITED BY SIZE
                      L-PROG          DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE LD-REC FROM W-LINE-WK
               CLOSE LED-FILE
            END-IF.
            .
       END PROGRAM TX-PEND-1.
