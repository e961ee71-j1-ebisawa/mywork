      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：夜間再実行の依頼・承認と窓への割り付け
      *    処理概要　　：「今夜QA-43をCASE_ID=3でもう一度」という依頼
      *                  はチャットで運用へ来ていて、半分は忘れられ、
      *                  残りは昼間にRUN-CONSから場当たりで流されて
      *                  作業ディレクトリを他の作業と取り合っていた。
      *                  依頼トランザクションRRNREQTXを読み、依頼・
      *                  承認・却下・取下げを追記専用の依頼台帳
      *                  RRNLEDGへ記帳する（WVR-REQと同じ作法）。
      *                  夜の組み立てでは承認済みの依頼を名前つき
      *                  プランRERUN（TESTPLANと同じ様式）にし、
      *                  夜間プランの後ろに窓の見込みが許す分だけ
      *                  載せる。実行後は依頼ごとに結果を台帳へ書き
      *                  戻し、依頼者が照会で結末を見られるようにする。
      *                  環境変数 RRN_REQ_MODE で動作を選ぶ。
      *                    APPLY：RRNREQTXを処理する。操作者は
      *                      環境変数OPERATOR_ID。行の様式は
      *                        REQ|PROGRAM|CASE-ID|希望日|理由
      *                                   …依頼（依頼者＝操作者）
      *                        APR|依頼番号|所見    …承認
      *                        REJ|依頼番号|理由    …却下
      *                        CAN|依頼番号|理由    …取下げ
      *                      CASE-IDはケースＩＤか切替値（QA-28の
      *                      CASE_IDのように環境変数で流すプログラム
      *                      の値）。省略または"*"はプログラム全体。
      *                      希望日（この日以降の最初の夜に流す）は
      *                      省略すると当日、過去の日は受け付けない。
      *                      同じPROGRAM＋CASE-IDが待ち・承認済み・
      *                      計画済みで残っていれば受け付けない。
      *                      承認・却下は当番長（OPERPERMのRRN-REQ
      *                      APPROVE権限。PERM-CHK-1）が依頼者本人
      *                      以外として行う。本人の承認・却下は
      *                      DENIEDとして台帳に残して受け付けない。
      *                      取下げは依頼者本人か当番長が、流す前
      *                      （待ち・承認済み）に限って行える。
      *                    PLAN：環境変数RRN_NIGHT（既定は当日）の夜
      *                      の再実行プランRRNPLANを作る。対象は承認
      *                      済みで希望日がその夜以前の依頼と、前の夜
      *                      に計画したまま結果の無い依頼。希望日・
      *                      依頼番号の順に、窓の残りに収まる限り
      *                      載せてPLANNEDを、収まらない依頼には
      *                      DEFERREDを記帳する（承認済みのまま次の夜
      *                      へ持ち越す）。
      *                      窓の残り＝PLANWINの基準プラン（環境変数
      *                      RRN_BASE_PLAN、既定*FULL）の窓の分−基準
      *                      プランの見込み秒。見込みはCAP-FCSTと同じ
      *                      く実行時間の履歴RUNTIMESの直近の記録
      *                      （記録の無いプログラムは全体の平均）。
      *                      環境変数RRN_AVAIL_MINで残りの分を直接
      *                      与えられる（0なら全件持ち越し）。
      *                      同じプログラムの依頼は１行にまとめる
      *                      （"*"があれば"*"、他は切替値を並べる）。
      *                    RESULT：RRN_NIGHTの夜に計画した依頼ごとに
      *                      再実行の結果ファイルREGRSLTを突き合わせ、
      *                      OK／NG／その他の件数と最初のNGケースを
      *                      RESULTとして記帳する（環境変数RUN_STAMP
      *                      の実行時刻も添える）。該当行が１件も無い
      *                      依頼は"NOT RUN"を記帳して承認済みへ戻す。
      *                    未指定／LIST：依頼ごとの現在の状態と最後の
      *                      結果・持ち越し理由、承認待ちの一覧。
      *                      環境変数RRN_WHOを与えるとその依頼者の
      *                      依頼だけを示す。
      *    台帳の様式　：記帳時刻|依頼番号|区分|操作者|PROGRAM|
      *                  CASE-ID|希望日|夜|理由・所見・結果
      *                  （区分はREQUEST／APPROVE／REJECT／CANCEL／
      *                  DENIED／PLANNED／DEFERRED／RESULT。依頼番号は
      *                  RN＋６桁の通番。夜はPLANNED以降の行だけ）。
      *    使用方法　　：tools/rerun_queue.sh から起動される。
      *                  カレントにRRNLEDG（・RRNREQTX・STAFFMST・
      *                  RUNTIMES・PLANWIN・TESTPLAN・REGRSLT）を置く。
      *                  APPLYは、はねた行があればRETURN-CODE 4、
      *                  承認権限の無い承認・却下があれば8、RRNREQTX
      *                  が無ければ12。PLANは持ち越しがあれば4。
      *                  RESULTはNGか未実行があれば4。
      *  --------------------------------------------------------------
      *   対象：夜間再実行の依頼の証跡と窓への割り付け（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RRN-REQ.
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
           SELECT REQ-TX     ASSIGN TO "RRNREQTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT LED-FILE   ASSIGN TO "RRNLEDG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT RTM-IN     ASSIGN TO "RUNTIMES"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RTM-FS.
           SELECT WIN-IN     ASSIGN TO "PLANWIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WIN-FS.
           SELECT PLN-IN     ASSIGN TO "TESTPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLN-FS.
           SELECT PLN-OU     ASSIGN TO "RRNPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RSL-IN     ASSIGN TO "REGRSLT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RSL-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REQ-TX.
       01  TX-REC             PIC X(250).
       FD  LED-FILE.
       01  LED-REC            PIC X(250).
       FD  STF-IN.
       01  SF-REC             PIC X(160).
       FD  RTM-IN.
       01  RT-REC             PIC X(100).
       FD  WIN-IN.
       01  WI-REC             PIC X(80).
       FD  PLN-IN.
       01  PL-REC             PIC X(160).
       FD  PLN-OU.
       01  PO-REC             PIC X(160).
       FD  RSL-IN.
       01  RS-REC             PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-TX-FS            PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-RTM-FS           PIC X(02).
       01  W-WIN-FS           PIC X(02).
       01  W-PLN-FS           PIC X(02).
       01  W-RSL-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
       01  W-NIGHT            PIC X(08).
       01  W-WHO-SEL          PIC X(16).
       01  W-RUN-STAMP        PIC X(15).
       01  W-BASE-PLAN        PIC X(12).
       01  W-AVAIL-X          PIC X(06).
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01)          VALUE SPACE.
      *    依頼台帳から組み立てた依頼ごとの状態（最大500件）
       01  W-RQ-CNT           PIC 9(03)          VALUE 0.
       01  W-RQ-SEQ           PIC 9(06)          VALUE 0.
       01  W-RQ-TBL.
           05  W-RQ           OCCURS 500.
               10  W-RQ-ID    PIC X(08).
               10  W-RQ-PROG  PIC X(12).
               10  W-RQ-CASE  PIC X(40).
               10  W-RQ-RDATE PIC X(08).
               10  W-RQ-WHO   PIC X(16).
               10  W-RQ-STS   PIC X(08).
               10  W-RQ-APPR  PIC X(16).
               10  W-RQ-NIGHT PIC X(08).
               10  W-RQ-RSN   PIC X(80).
               10  W-RQ-NOTE  PIC X(80).
               10  W-RQ-SEL   PIC X(01).
      *    STAFFMSTの表（最大300件）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-OPER  PIC X(16).
               10  W-ST-STS   PIC X(01).
      *    プログラムごとの見込み秒（直近の記録、最大400件）
       01  W-PG-CNT           PIC 9(03)          VALUE 0.
       01  W-PG-TBL.
           05  W-PG           OCCURS 400.
               10  W-PG-NAME  PIC X(12).
               10  W-PG-SECS  PIC 9(05)V9(03).
       01  W-PG-SUM           PIC 9(07)V9(03)    VALUE 0.
       01  W-PG-MEAN          PIC 9(05)V9(03)    VALUE 10.
      *    再実行プランの行（最大200プログラム）
       01  W-PN-CNT           PIC 9(03)          VALUE 0.
       01  W-PN-TBL.
           05  W-PN           OCCURS 200.
               10  W-PN-PROG  PIC X(12).
               10  W-PN-VALS  PIC X(80).
               10  W-PN-ALL   PIC X(01).
      *    窓の見込み
       01  W-WIN-MIN          PIC 9(04)          VALUE 0.
       01  W-WIN-HIT          PIC X(01)          VALUE "N".
       01  W-BASE-SECS        PIC 9(07)V9(03)    VALUE 0.
       01  W-LEFT-SECS        PIC S9(07)V9(03)   VALUE 0.
       01  W-EST-SECS         PIC 9(07)V9(03)    VALUE 0.
       01  W-COST             PIC 9(05)V9(03).
      *    結果の突き合わせ
       01  W-RS-OK            PIC 9(05).
       01  W-RS-NG            PIC 9(05).
       01  W-RS-OTH           PIC 9(05).
       01  W-RS-FIRST         PIC X(40).
       01  W-RS-VAL           PIC X(40).
       01  W-RS-PRE           PIC X(40).
       01  W-RS-REST          PIC X(60).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(80).
       01  W-F7               PIC X(40).
       01  W-F8               PIC X(40).
       01  W-F9               PIC X(80).
       01  W-SUB              PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-K                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-RQ-ROW           PIC 9(03).
       01  W-DATE-N           PIC 9(08).
       01  W-CHK-PROG         PIC X(12).
       01  W-CHK-CASE         PIC X(40).
       01  W-CHK-DATE         PIC X(08).
       01  W-REJ-RSN          PIC X(60).
       01  W-ACT-CODE         PIC X(03).
       01  W-PTR              PIC 9(03).
       01  W-ED-SECS          PIC ZZZZZ9.9.
       01  W-ED-LEFT          PIC -ZZZZZ9.9.
       01  W-ED-CNT           PIC ZZZZ9.
       01  W-ED-CNT2          PIC ZZZZ9.
       01  W-ED-CNT3          PIC ZZZZ9.
      *    台帳１行の組み立て域
       01  W-LG-ID            PIC X(08).
       01  W-LG-ACT           PIC X(08).
       01  W-LG-NIGHT         PIC X(08).
       01  W-LG-TEXT          PIC X(80).
      *    件数
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-APL-CNT          PIC 9(05)          VALUE 0.
       01  W-REJ-CNT          PIC 9(05)          VALUE 0.
       01  W-NOAUTH-CNT       PIC 9(05)          VALUE 0.
       01  W-PEND-CNT         PIC 9(05)          VALUE 0.
       01  W-SHOW-CNT         PIC 9(05)          VALUE 0.
       01  W-PLAN-CNT         PIC 9(05)          VALUE 0.
       01  W-DEFER-CNT        PIC 9(05)          VALUE 0.
       01  W-DONE-CNT         PIC 9(05)          VALUE 0.
       01  W-BAD-CNT          PIC 9(05)          VALUE 0.
       01  W-LINE-WK          PIC X(160).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RRN-REQ)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            DISPLAY "RRN_REQ_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            DISPLAY "RRN_NIGHT"    UPON ENVIRONMENT-NAME.
            ACCEPT W-NIGHT         FROM ENVIRONMENT-VALUE.
            IF W-NIGHT = SPACE OR W-NIGHT NOT NUMERIC
               MOVE W-TODAY TO W-NIGHT
            END-IF.
            PERFORM P-100.
            EVALUATE W-MODE
                WHEN "APPLY"   PERFORM P-300
                WHEN "PLAN"    PERFORM P-400
                WHEN "RESULT"  PERFORM P-500
                WHEN OTHER     PERFORM P-200
            END-EVALUATE.
            DISPLAY "TEST END   (RRN-REQ)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．材料のロード（台帳・要員）。
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
            DISPLAY "LEDGER REQUESTS=" W-RQ-CNT " STAFFMST=" W-ST-CNT.
            .
      *
      *   台帳１行。記帳順に依頼の状態を進める（DENIEDは試みの
      *   証跡、DEFERREDは持ち越しの理由で、状態は変えない）。
       P-110.
            IF LED-REC(1:1) NOT = "#" AND LED-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                             W-F7 W-F8 W-F9
               UNSTRING LED-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                        W-F7 W-F8 W-F9
               END-UNSTRING
               IF W-F3 = "REQUEST"
                  IF W-RQ-CNT < 500
                     ADD 1 TO W-RQ-CNT
                     MOVE W-F2 TO W-RQ-ID   (W-RQ-CNT)
                     MOVE W-F4 TO W-RQ-WHO  (W-RQ-CNT)
                     MOVE W-F5 TO W-RQ-PROG (W-RQ-CNT)
                     MOVE W-F6 TO W-RQ-CASE (W-RQ-CNT)
                     MOVE W-F7 TO W-RQ-RDATE(W-RQ-CNT)
                     MOVE W-F9 TO W-RQ-RSN  (W-RQ-CNT)
                     MOVE "PENDING" TO W-RQ-STS(W-RQ-CNT)
                     MOVE SPACE TO W-RQ-APPR(W-RQ-CNT)
                                   W-RQ-NIGHT(W-RQ-CNT)
                                   W-RQ-NOTE(W-RQ-CNT)
                  END-IF
                  IF W-F2(3:6) IS NUMERIC
                     AND W-F2(3:6) > W-RQ-SEQ
                     MOVE W-F2(3:6) TO W-RQ-SEQ
                  END-IF
               ELSE
                  MOVE W-F2 TO W-LG-ID
                  PERFORM P-840
                  IF W-RQ-ROW > 0
                     PERFORM P-120
                  END-IF
               END-IF
            END-IF.
            .
       P-120.
            EVALUATE W-F3
                WHEN "APPROVE"
                     MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
                     MOVE W-F4       TO W-RQ-APPR(W-RQ-ROW)
                WHEN "REJECT"
                     MOVE "REJECTED" TO W-RQ-STS(W-RQ-ROW)
                     MOVE W-F4       TO W-RQ-APPR(W-RQ-ROW)
                WHEN "CANCEL"
                     MOVE "CANCELED" TO W-RQ-STS(W-RQ-ROW)
                WHEN "PLANNED"
                     MOVE "PLANNED"  TO W-RQ-STS(W-RQ-ROW)
                     MOVE W-F8       TO W-RQ-NIGHT(W-RQ-ROW)
                     MOVE W-F9       TO W-RQ-NOTE(W-RQ-ROW)
                WHEN "DEFERRED"
                     MOVE W-F8       TO W-RQ-NIGHT(W-RQ-ROW)
                     MOVE W-F9       TO W-RQ-NOTE(W-RQ-ROW)
                WHEN "RESULT"
                     MOVE W-F8       TO W-RQ-NIGHT(W-RQ-ROW)
                     MOVE W-F9       TO W-RQ-NOTE(W-RQ-ROW)
                     IF W-F9(1:7) = "NOT RUN"
                        MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
                     ELSE
                        MOVE "DONE"     TO W-RQ-STS(W-RQ-ROW)
                     END-IF
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
               MOVE W-F4 TO W-ST-OPER(W-ST-CNT)
               MOVE W-F6 TO W-ST-STS (W-ST-CNT)
            END-IF.
            .
      *
      *   ケース2．照会。依頼ごとの状態と最後の結果、承認待ち。
       P-200.
            DISPLAY "RRN_WHO" UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO-SEL  FROM ENVIRONMENT-VALUE.
            DISPLAY "** RERUN REQUESTS **".
            PERFORM P-210 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT.
            DISPLAY "** AWAITING APPROVAL **".
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT
               IF W-RQ-STS(W-SUB) = "PENDING"
                  AND (W-WHO-SEL = SPACE
                       OR W-RQ-WHO(W-SUB) = W-WHO-SEL)
                  ADD 1 TO W-PEND-CNT
                  DISPLAY "  " W-RQ-ID(W-SUB) " "
                          W-RQ-PROG(W-SUB) " "
                          W-RQ-CASE(W-SUB)(1:20)
                          " FROM " W-RQ-RDATE(W-SUB)
                          " FILED BY " W-RQ-WHO(W-SUB)
               END-IF
            END-PERFORM.
            DISPLAY "REQUESTS=" W-SHOW-CNT " PENDING=" W-PEND-CNT.
            .
       P-210.
            IF W-WHO-SEL = SPACE OR W-RQ-WHO(W-SUB) = W-WHO-SEL
               ADD 1 TO W-SHOW-CNT
               DISPLAY "  " W-RQ-ID(W-SUB) " " W-RQ-STS(W-SUB) " "
                       W-RQ-PROG(W-SUB) " " W-RQ-CASE(W-SUB)(1:20)
                       " FROM " W-RQ-RDATE(W-SUB)
                       " BY " W-RQ-WHO(W-SUB)
                       " DECIDED " W-RQ-APPR(W-SUB)
               IF W-RQ-NOTE(W-SUB) NOT = SPACE
                  DISPLAY "      NIGHT " W-RQ-NIGHT(W-SUB) ": "
                          W-RQ-NOTE(W-SUB)
               END-IF
            END-IF.
            .
      *
      *   ケース3．依頼トランザクションの処理。
       P-300.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            IF W-PRM-OPER = SPACE
               DISPLAY "RRN-REQ NG: OPERATOR_ID NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT REQ-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "RRN-REQ NG: NO RRNREQTX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               CLOSE REQ-TX
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ REQ-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-310
               END-READ
            END-PERFORM.
            CLOSE REQ-TX LED-FILE.
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
       P-310.
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-TX-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F6
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F6
               END-UNSTRING
               MOVE SPACE    TO W-REJ-RSN
               MOVE W-F1     TO W-ACT-CODE
               PERFORM P-830
               IF W-REJ-RSN = SPACE
                  EVALUATE W-ACT-CODE
                      WHEN "REQ"  PERFORM P-320
                      WHEN "APR"  PERFORM P-330
                      WHEN "REJ"  PERFORM P-330
                      WHEN "CAN"  PERFORM P-340
                      WHEN OTHER
                           MOVE "BAD FUNCTION" TO W-REJ-RSN
                  END-EVALUATE
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
      *   依頼（REQ）。項目・希望日・重複を確かめ、新しい依頼番号で
      *   REQUESTを記帳する。
       P-320.
            MOVE W-F2 TO W-CHK-PROG.
            MOVE W-F3 TO W-CHK-CASE.
            IF W-CHK-CASE = SPACE
               MOVE "*" TO W-CHK-CASE
            END-IF.
            MOVE W-F4 TO W-CHK-DATE.
            IF W-CHK-DATE = SPACE
               MOVE W-TODAY TO W-CHK-DATE
            END-IF.
            EVALUATE TRUE
                WHEN W-CHK-PROG = SPACE
                     MOVE "MISSING PROGRAM" TO W-REJ-RSN
                WHEN W-F6 = SPACE
                     MOVE "MISSING REASON" TO W-REJ-RSN
                WHEN W-CHK-DATE NOT NUMERIC
                     MOVE "BAD REQUESTED DATE" TO W-REJ-RSN
                WHEN OTHER
                     MOVE W-CHK-DATE TO W-DATE-N
                     IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                        MOVE "BAD REQUESTED DATE" TO W-REJ-RSN
                     ELSE
                        IF W-CHK-DATE < W-TODAY
                           MOVE "REQUESTED DATE IN THE PAST"
                                TO W-REJ-RSN
                        END-IF
                     END-IF
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RQ-CNT
                  IF W-RQ-PROG(W-J) = W-CHK-PROG
                     AND W-RQ-CASE(W-J) = W-CHK-CASE
                     AND (W-RQ-STS(W-J) = "PENDING"
                          OR W-RQ-STS(W-J) = "APPROVED"
                          OR W-RQ-STS(W-J) = "PLANNED")
                     STRING "ALREADY QUEUED AS " DELIMITED BY SIZE
                            W-RQ-ID(W-J)         DELIMITED BY SIZE
                            INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-PERFORM
            END-IF.
            IF W-REJ-RSN = SPACE AND W-RQ-CNT >= 500
               MOVE "LEDGER TABLE FULL" TO W-REJ-RSN
            END-IF.
            IF W-REJ-RSN = SPACE
               ADD 1 TO W-RQ-SEQ
               ADD 1 TO W-RQ-CNT
               MOVE SPACE TO W-RQ-ID(W-RQ-CNT)
               STRING "RN" W-RQ-SEQ DELIMITED BY SIZE
                      INTO W-RQ-ID(W-RQ-CNT)
               END-STRING
               MOVE W-CHK-PROG TO W-RQ-PROG (W-RQ-CNT)
               MOVE W-CHK-CASE TO W-RQ-CASE (W-RQ-CNT)
               MOVE W-CHK-DATE TO W-RQ-RDATE(W-RQ-CNT)
               MOVE W-PRM-OPER TO W-RQ-WHO  (W-RQ-CNT)
               MOVE W-F6       TO W-RQ-RSN  (W-RQ-CNT)
               MOVE "PENDING"  TO W-RQ-STS  (W-RQ-CNT)
               MOVE SPACE      TO W-RQ-APPR (W-RQ-CNT)
                                  W-RQ-NIGHT(W-RQ-CNT)
                                  W-RQ-NOTE (W-RQ-CNT)
               MOVE W-RQ-CNT   TO W-RQ-ROW
               MOVE "REQUEST"  TO W-LG-ACT
               MOVE SPACE      TO W-LG-NIGHT
               MOVE W-F6       TO W-LG-TEXT
               PERFORM P-600
               DISPLAY "APL REQUEST " W-RQ-ID(W-RQ-CNT) " "
                       W-CHK-PROG " " W-CHK-CASE(1:20)
                       " FROM " W-CHK-DATE
            END-IF.
            .
      *
      *   承認（APR）・却下（REJ）。当番長の権限、依頼の状態、
      *   依頼者本人でないことを確かめる。
       P-330.
            MOVE W-F2 TO W-LG-ID.
            PERFORM P-840.
            PERFORM P-820.
            EVALUATE TRUE
                WHEN W-PRM-STS = "1"
                     MOVE "NOT AUTHORIZED TO APPROVE (SEE PERMLOG)"
                          TO W-REJ-RSN
                     ADD 1 TO W-NOAUTH-CNT
                WHEN W-RQ-ROW = 0
                     MOVE "NO SUCH REQUEST" TO W-REJ-RSN
                WHEN W-RQ-STS(W-RQ-ROW) NOT = "PENDING"
                     STRING "REQUEST ALREADY " DELIMITED BY SIZE
                            W-RQ-STS(W-RQ-ROW) DELIMITED BY SPACE
                            INTO W-REJ-RSN
                     END-STRING
                WHEN W-ACT-CODE = "REJ" AND W-F3 = SPACE
                     MOVE "REJECT NEEDS A REASON" TO W-REJ-RSN
                WHEN W-RQ-WHO(W-RQ-ROW) = W-PRM-OPER
                     MOVE "DENIED"   TO W-LG-ACT
                     MOVE SPACE      TO W-LG-NIGHT
                     MOVE "DECISION BY REQUESTER" TO W-LG-TEXT
                     PERFORM P-600
                     MOVE "REQUESTER MAY NOT DECIDE OWN REQUEST"
                          TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               IF W-ACT-CODE = "APR"
                  MOVE "APPROVE"  TO W-LG-ACT
                  MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
               ELSE
                  MOVE "REJECT"   TO W-LG-ACT
                  MOVE "REJECTED" TO W-RQ-STS(W-RQ-ROW)
               END-IF
               MOVE W-PRM-OPER TO W-RQ-APPR(W-RQ-ROW)
               MOVE SPACE      TO W-LG-NIGHT
               MOVE W-F3       TO W-LG-TEXT
               PERFORM P-600
               DISPLAY "APL " W-LG-ACT " " W-RQ-ID(W-RQ-ROW) " "
                       W-RQ-PROG(W-RQ-ROW) " "
                       W-RQ-CASE(W-RQ-ROW)(1:20)
            END-IF.
            .
      *
      *   取下げ（CAN）。依頼者本人か当番長が、流す前に限って。
       P-340.
            MOVE W-F2 TO W-LG-ID.
            PERFORM P-840.
            IF W-RQ-ROW > 0
               IF W-RQ-WHO(W-RQ-ROW) NOT = W-PRM-OPER
                  PERFORM P-820
               END-IF
            END-IF.
            EVALUATE TRUE
                WHEN W-RQ-ROW = 0
                     MOVE "NO SUCH REQUEST" TO W-REJ-RSN
                WHEN W-RQ-WHO(W-RQ-ROW) NOT = W-PRM-OPER
                     AND W-PRM-STS = "1"
                     MOVE "ONLY REQUESTER OR SHIFT LEAD MAY CANCEL"
                          TO W-REJ-RSN
                WHEN W-RQ-STS(W-RQ-ROW) NOT = "PENDING"
                     AND W-RQ-STS(W-RQ-ROW) NOT = "APPROVED"
                     STRING "REQUEST ALREADY " DELIMITED BY SIZE
                            W-RQ-STS(W-RQ-ROW) DELIMITED BY SPACE
                            INTO W-REJ-RSN
                     END-STRING
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               MOVE "CANCEL"   TO W-LG-ACT
               MOVE "CANCELED" TO W-RQ-STS(W-RQ-ROW)
               MOVE SPACE      TO W-LG-NIGHT
               MOVE W-F3       TO W-LG-TEXT
               PERFORM P-600
               DISPLAY "APL CANCEL " W-RQ-ID(W-RQ-ROW) " "
                       W-RQ-PROG(W-RQ-ROW) " "
                       W-RQ-CASE(W-RQ-ROW)(1:20)
            END-IF.
            .
      *
      *   ケース4．夜の再実行プランの組み立て。
       P-400.
            DISPLAY "RRN_BASE_PLAN" UPON ENVIRONMENT-NAME.
            ACCEPT W-BASE-PLAN      FROM ENVIRONMENT-VALUE.
            IF W-BASE-PLAN = SPACE
               MOVE "*FULL" TO W-BASE-PLAN
            END-IF.
            DISPLAY "RRN_AVAIL_MIN" UPON ENVIRONMENT-NAME.
            ACCEPT W-AVAIL-X        FROM ENVIRONMENT-VALUE.
            PERFORM P-410.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            MOVE 0 TO W-EST-SECS.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT
               MOVE "N" TO W-RQ-SEL(W-SUB)
               IF W-RQ-RDATE(W-SUB) NOT > W-NIGHT
                  AND (W-RQ-STS(W-SUB) = "APPROVED"
                       OR (W-RQ-STS(W-SUB) = "PLANNED"
                           AND W-RQ-NIGHT(W-SUB) < W-NIGHT))
                  MOVE "Y" TO W-RQ-SEL(W-SUB)
               END-IF
            END-PERFORM.
            PERFORM P-440.
            PERFORM UNTIL W-RQ-ROW = 0
               PERFORM P-450
               MOVE "N" TO W-RQ-SEL(W-RQ-ROW)
               PERFORM P-440
            END-PERFORM.
            CLOSE LED-FILE.
            PERFORM P-480.
            MOVE W-EST-SECS TO W-ED-SECS.
            DISPLAY "NIGHT=" W-NIGHT " PLANNED=" W-PLAN-CNT
                    " DEFERRED=" W-DEFER-CNT " PROGRAMS=" W-PN-CNT
                    " EST-SECS=" W-ED-SECS.
            IF W-DEFER-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   窓の残り秒。RRN_AVAIL_MINがあればそれ、無ければPLANWIN
      *   の基準プランの窓から基準プランの見込みを引く。
       P-410.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT RTM-IN.
            IF W-RTM-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RTM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-420
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
            IF W-AVAIL-X NOT = SPACE
               COMPUTE W-LEFT-SECS = FUNCTION NUMVAL(W-AVAIL-X) * 60
               MOVE "Y" TO W-WIN-HIT
            ELSE
               OPEN INPUT WIN-IN
               IF W-WIN-FS = "00"
                  PERFORM UNTIL W-EOF
                     READ WIN-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-425
                     END-READ
                  END-PERFORM
                  CLOSE WIN-IN
               END-IF
               MOVE "N" TO W-EOF-SW
               IF W-BASE-PLAN = "*FULL"
                  MOVE W-PG-SUM TO W-BASE-SECS
               ELSE
                  OPEN INPUT PLN-IN
                  IF W-PLN-FS = "00"
                     PERFORM UNTIL W-EOF
                        READ PLN-IN
                             AT END      MOVE "Y" TO W-EOF-SW
                             NOT AT END  PERFORM P-430
                        END-READ
                     END-PERFORM
                     CLOSE PLN-IN
                  END-IF
                  MOVE "N" TO W-EOF-SW
               END-IF
               COMPUTE W-LEFT-SECS = W-WIN-MIN * 60 - W-BASE-SECS
            END-IF.
            IF W-LEFT-SECS < 0
               MOVE 0 TO W-LEFT-SECS
            END-IF.
            MOVE W-BASE-SECS TO W-ED-SECS.
            MOVE W-LEFT-SECS TO W-ED-LEFT.
            DISPLAY "BASE=" W-BASE-PLAN " WINDOW-MIN=" W-WIN-MIN
                    " BASE-SECS=" W-ED-SECS " LEFT-SECS=" W-ED-LEFT.
            .
      *
      *   実行時間１行。追記順なので後の行が直近の記録。
       P-420.
            IF RT-REC(1:1) = "#" OR RT-REC = SPACE
               OR RT-REC(1:8) = "PROGRAM|"
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RT-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE 0 TO W-FND
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-PG-CNT OR W-FND > 0
                  IF W-PG-NAME(W-J) = W-F1
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-PG-CNT < 400
                  ADD 1 TO W-PG-CNT
                  MOVE W-PG-CNT TO W-FND
                  MOVE W-F1     TO W-PG-NAME(W-FND)
               END-IF
               IF W-FND > 0
                  COMPUTE W-PG-SECS(W-FND) = FUNCTION NUMVAL(W-F3)
                                           + FUNCTION NUMVAL(W-F4)
               END-IF
            END-IF.
            .
       P-425.
            IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               IF W-F1 = W-BASE-PLAN
                  MOVE FUNCTION NUMVAL(W-F3) TO W-WIN-MIN
                  MOVE "Y" TO W-WIN-HIT
               END-IF
            END-IF.
            .
       P-430.
            IF PL-REC(1:1) NOT = "#" AND PL-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2
               UNSTRING PL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               IF W-F1 = W-BASE-PLAN
                  MOVE W-F2 TO W-CHK-PROG
                  PERFORM P-470
                  ADD W-COST TO W-BASE-SECS
               END-IF
            END-IF.
            .
      *
      *   次に割り付ける依頼（選択中のうち希望日・依頼番号の最小）
      *   をW-RQ-ROWへ（無ければ０）。
       P-440.
            MOVE 0 TO W-RQ-ROW.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-RQ-CNT
               IF W-RQ-SEL(W-J) = "Y"
                  IF W-RQ-ROW = 0
                     MOVE W-J TO W-RQ-ROW
                  ELSE
                     IF W-RQ-RDATE(W-J) < W-RQ-RDATE(W-RQ-ROW)
                        MOVE W-J TO W-RQ-ROW
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   依頼１件の割り付け。プランに未登録のプログラムなら見込み
      *   秒が窓の残りに収まるときだけ載せる。登録済みなら切替値を
      *   足すだけ（追加の秒は見ない）。
       P-450.
            MOVE W-RQ-PROG(W-RQ-ROW) TO W-CHK-PROG.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-PN-CNT OR W-FND > 0
               IF W-PN-PROG(W-J) = W-CHK-PROG
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            MOVE 0 TO W-COST.
            IF W-FND = 0
               PERFORM P-470
            END-IF.
            MOVE W-NIGHT TO W-LG-NIGHT.
            MOVE SPACE   TO W-LG-TEXT.
            EVALUATE TRUE
                WHEN W-WIN-HIT NOT = "Y"
                     MOVE "DEFERRED" TO W-LG-ACT
                     STRING "NO WINDOW DEFINED FOR " DELIMITED BY SIZE
                            W-BASE-PLAN              DELIMITED BY SPACE
                            INTO W-LG-TEXT
                     END-STRING
                WHEN W-FND = 0 AND W-PN-CNT >= 200
                     MOVE "DEFERRED" TO W-LG-ACT
                     MOVE "RERUN PLAN TABLE FULL" TO W-LG-TEXT
                WHEN W-FND = 0 AND W-COST > W-LEFT-SECS
                     MOVE "DEFERRED" TO W-LG-ACT
                     MOVE W-COST      TO W-ED-SECS
                     MOVE W-LEFT-SECS TO W-ED-LEFT
                     STRING "WINDOW: NEEDS" DELIMITED BY SIZE
                            W-ED-SECS       DELIMITED BY SIZE
                            "S, LEFT"       DELIMITED BY SIZE
                            W-ED-LEFT       DELIMITED BY SIZE
                            "S"             DELIMITED BY SIZE
                            INTO W-LG-TEXT
                     END-STRING
                WHEN OTHER
                     MOVE "PLANNED" TO W-LG-ACT
            END-EVALUATE.
            IF W-LG-ACT = "PLANNED"
               IF W-FND = 0
                  ADD 1 TO W-PN-CNT
                  MOVE W-PN-CNT   TO W-FND
                  MOVE W-CHK-PROG TO W-PN-PROG(W-FND)
                  MOVE SPACE      TO W-PN-VALS(W-FND)
                  MOVE "N"        TO W-PN-ALL (W-FND)
                  SUBTRACT W-COST FROM W-LEFT-SECS
                  ADD W-COST TO W-EST-SECS
               END-IF
               PERFORM P-460
               MOVE W-COST TO W-ED-SECS
               STRING "PLAN RERUN, EST" DELIMITED BY SIZE
                      W-ED-SECS         DELIMITED BY SIZE
                      "S"               DELIMITED BY SIZE
                      INTO W-LG-TEXT
               END-STRING
               MOVE "PLANNED" TO W-RQ-STS(W-RQ-ROW)
               ADD 1 TO W-PLAN-CNT
            ELSE
               ADD 1 TO W-DEFER-CNT
            END-IF.
            MOVE W-NIGHT   TO W-RQ-NIGHT(W-RQ-ROW).
            MOVE W-LG-TEXT TO W-RQ-NOTE (W-RQ-ROW).
            MOVE "RRN-REQ" TO W-PRM-OPER.
            PERFORM P-600.
            DISPLAY "    " W-LG-ACT " " W-RQ-ID(W-RQ-ROW) " "
                    W-CHK-PROG " " W-RQ-CASE(W-RQ-ROW)(1:20) " "
                    W-LG-TEXT(1:40).
            .
      *
      *   プラン行W-FNDの切替値へ依頼の値を足す（"*"はプログラム
      *   全体）。
       P-460.
            IF W-RQ-CASE(W-RQ-ROW) = "*"
               MOVE "Y" TO W-PN-ALL(W-FND)
            ELSE
               IF W-PN-VALS(W-FND) = SPACE
                  MOVE W-RQ-CASE(W-RQ-ROW) TO W-PN-VALS(W-FND)
               ELSE
                  MOVE SPACE TO W-LINE-WK
                  STRING W-PN-VALS(W-FND)    DELIMITED BY "  "
                         " "                 DELIMITED BY SIZE
                         W-RQ-CASE(W-RQ-ROW) DELIMITED BY SPACE
                         INTO W-LINE-WK
                  END-STRING
                  MOVE W-LINE-WK TO W-PN-VALS(W-FND)
               END-IF
            END-IF.
            .
      *
      *   W-CHK-PROGの見込み秒をW-COSTへ（記録が無ければ平均）。
       P-470.
            MOVE W-PG-MEAN TO W-COST.
            PERFORM VARYING W-K FROM 1 BY 1
                    UNTIL W-K > W-PG-CNT
               IF W-PG-NAME(W-K) = W-CHK-PROG
                  MOVE W-PG-SECS(W-K) TO W-COST
               END-IF
            END-PERFORM.
            .
      *
      *   再実行プランRRNPLANの書き出し（TESTPLANと同じ様式、
      *   プラン名RERUN）。
       P-480.
            OPEN OUTPUT PLN-OU.
            MOVE SPACE TO PO-REC.
            STRING "# RERUN - overnight rerun requests for "
                   W-NIGHT ": PLAN|PROGRAM|CASEIDS"
                   DELIMITED BY SIZE INTO PO-REC
            END-STRING.
            WRITE PO-REC.
            MOVE W-PLAN-CNT  TO W-ED-CNT.
            MOVE W-DEFER-CNT TO W-ED-CNT2.
            MOVE W-PN-CNT    TO W-ED-CNT3.
            MOVE W-EST-SECS  TO W-ED-SECS.
            MOVE SPACE TO PO-REC.
            STRING "# PLANNED=" W-ED-CNT " DEFERRED=" W-ED-CNT2
                   " PROGRAMS=" W-ED-CNT3 " EST-SECS=" W-ED-SECS
                   DELIMITED BY SIZE INTO PO-REC
            END-STRING.
            WRITE PO-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PN-CNT
               MOVE SPACE TO PO-REC
               IF W-PN-ALL(W-SUB) = "Y"
                  STRING "RERUN|"          DELIMITED BY SIZE
                         W-PN-PROG(W-SUB)  DELIMITED BY SPACE
                         "|*"              DELIMITED BY SIZE
                         INTO PO-REC
                  END-STRING
               ELSE
                  STRING "RERUN|"          DELIMITED BY SIZE
                         W-PN-PROG(W-SUB)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-PN-VALS(W-SUB)  DELIMITED BY "  "
                         INTO PO-REC
                  END-STRING
               END-IF
               WRITE PO-REC
            END-PERFORM.
            CLOSE PLN-OU.
            .
      *
      *   ケース5．結果の書き戻し。
       P-500.
            DISPLAY "RUN_STAMP" UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-STAMP  FROM ENVIRONMENT-VALUE.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            MOVE "RRN-REQ" TO W-PRM-OPER.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT
               IF W-RQ-STS(W-SUB) = "PLANNED"
                  AND W-RQ-NIGHT(W-SUB) = W-NIGHT
                  MOVE W-SUB TO W-RQ-ROW
                  PERFORM P-510
               END-IF
            END-PERFORM.
            CLOSE LED-FILE.
            DISPLAY "NIGHT=" W-NIGHT " RESULTS=" W-DONE-CNT
                    " NG-OR-NOT-RUN=" W-BAD-CNT.
            IF W-BAD-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   依頼１件の結果。REGRSLTを読み直して該当行を数える。
       P-510.
            MOVE 0 TO W-RS-OK W-RS-NG W-RS-OTH.
            MOVE SPACE TO W-RS-FIRST.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT RSL-IN.
            IF W-RSL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RSL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-520
                  END-READ
               END-PERFORM
               CLOSE RSL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            MOVE W-NIGHT TO W-LG-NIGHT.
            MOVE SPACE TO W-LG-TEXT.
            IF W-RS-OK + W-RS-NG + W-RS-OTH = 0
               STRING "NOT RUN (NO RESULT ROWS"  DELIMITED BY SIZE
                      " IN RUN "                 DELIMITED BY SIZE
                      W-RUN-STAMP                DELIMITED BY SPACE
                      "), REQUEUED"              DELIMITED BY SIZE
                      INTO W-LG-TEXT
               END-STRING
               MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
               ADD 1 TO W-BAD-CNT
            ELSE
               MOVE W-RS-OK  TO W-ED-CNT
               MOVE W-RS-NG  TO W-ED-CNT2
               MOVE W-RS-OTH TO W-ED-CNT3
               MOVE 1 TO W-PTR
               STRING "OK="    DELIMITED BY SIZE
                      W-ED-CNT DELIMITED BY SIZE
                      " NG="   DELIMITED BY SIZE
                      W-ED-CNT2 DELIMITED BY SIZE
                      " OTHER=" DELIMITED BY SIZE
                      W-ED-CNT3 DELIMITED BY SIZE
                      " RUN "  DELIMITED BY SIZE
                      W-RUN-STAMP DELIMITED BY SPACE
                      INTO W-LG-TEXT WITH POINTER W-PTR
               END-STRING
               IF W-RS-FIRST NOT = SPACE
                  STRING " FIRST-NG " DELIMITED BY SIZE
                         W-RS-FIRST   DELIMITED BY SPACE
                         INTO W-LG-TEXT WITH POINTER W-PTR
                  END-STRING
               END-IF
               MOVE "DONE" TO W-RQ-STS(W-RQ-ROW)
               IF W-RS-NG + W-RS-OTH > 0
                  ADD 1 TO W-BAD-CNT
               END-IF
            END-IF.
            ADD 1 TO W-DONE-CNT.
            MOVE "RESULT"  TO W-LG-ACT.
            MOVE W-LG-TEXT TO W-RQ-NOTE(W-RQ-ROW).
            PERFORM P-600.
            DISPLAY "    RESULT " W-RQ-ID(W-RQ-ROW) " "
                    W-RQ-PROG(W-RQ-ROW) " "
                    W-RQ-CASE(W-RQ-ROW)(1:20) " " W-LG-TEXT(1:60).
            .
      *
      *   結果１行の突き合わせ。依頼が"*"ならそのプログラムの全行、
      *   切替値なら「環境変数=値:」で始まるケース、他はケースＩＤ
      *   の一致。
       P-520.
            IF RS-REC(1:8) = "PROGRAM|" OR RS-REC = SPACE
               OR RS-REC(1:1) = "#"
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F6 W-F3
               UNSTRING RS-REC DELIMITED BY "|"
                   INTO W-F1 W-F6 W-F3
               END-UNSTRING
               IF W-F1 = W-RQ-PROG(W-RQ-ROW)
                  MOVE "N" TO W-WIN-HIT
                  IF W-RQ-CASE(W-RQ-ROW) = "*"
                     OR W-F6 = W-RQ-CASE(W-RQ-ROW)
                     MOVE "Y" TO W-WIN-HIT
                  ELSE
                     MOVE SPACE TO W-RS-PRE W-RS-REST W-RS-VAL
                     UNSTRING W-F6 DELIMITED BY "="
                         INTO W-RS-PRE W-RS-REST
                     END-UNSTRING
                     UNSTRING W-RS-REST DELIMITED BY ":"
                         INTO W-RS-VAL
                     END-UNSTRING
                     IF W-RS-REST NOT = SPACE
                        AND W-RS-VAL = W-RQ-CASE(W-RQ-ROW)
                        MOVE "Y" TO W-WIN-HIT
                     END-IF
                  END-IF
                  IF W-WIN-HIT = "Y"
                     EVALUATE W-F3(1:2)
                         WHEN "OK"
                              ADD 1 TO W-RS-OK
                         WHEN "NG"
                              ADD 1 TO W-RS-NG
                              IF W-RS-FIRST = SPACE
                                 MOVE W-F6 TO W-RS-FIRST
                              END-IF
                         WHEN OTHER
                              ADD 1 TO W-RS-OTH
                     END-EVALUATE
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   台帳へ１行追記（W-RQ-ROWの依頼について、区分W-LG-ACT・
      *   夜W-LG-NIGHT・理由／所見／結果W-LG-TEXT）。
       P-600.
            MOVE SPACE TO LED-REC.
            STRING W-STAMP              DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   W-RQ-ID(W-RQ-ROW)    DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-LG-ACT             DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-PRM-OPER           DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-RQ-PROG(W-RQ-ROW)  DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-RQ-CASE(W-RQ-ROW)  DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-RQ-RDATE(W-RQ-ROW) DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-LG-NIGHT           DELIMITED BY SPACE
                   "|"                  DELIMITED BY SIZE
                   W-LG-TEXT            DELIMITED BY SIZE
                   INTO LED-REC
            END-STRING.
            WRITE LED-REC.
            .
      *
      *   当番長の権限（OPERPERMのRRN-REQ APPROVE）。
       P-820.
            MOVE "RRN-REQ" TO W-PRM-PROG.
            MOVE "APPROVE" TO W-PRM-MODE.
            MOVE SPACE     TO W-PRM-STS.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            .
      *
      *   操作者の検査（STAFFMSTがあれば有効な要員であること）。
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
      *   依頼番号W-LG-IDの行をW-RQ-ROWへ（無ければ０）。
       P-840.
            MOVE 0 TO W-RQ-ROW.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-RQ-CNT OR W-RQ-ROW > 0
               IF W-RQ-ID(W-J) = W-LG-ID
                  MOVE W-J TO W-RQ-ROW
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
               DISPLAY "RRN-REQ NG: RRNLEDG OPEN FS=" W-LED-FS
               MOVE 12 TO RETURN-CODE
            END-IF.
            .
