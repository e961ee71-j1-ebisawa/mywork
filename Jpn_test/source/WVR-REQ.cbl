      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：免責の申請・承認（免責マスタへの正規の経路）
      *    処理概要　　：免責はregression_waivers.csvを誰かが直接
      *                  書き替えて足しており、APPROVED-BY欄は打った
      *                  本人が書いた名前でしかなく、誰が何のために
      *                  求めたかの記録も無い。申請トランザクション
      *                  WVRREQTXを読み、申請・承認・却下を追記専用の
      *                  申請台帳WVRLEDGへ記帳する。承認された申請
      *                  だけが免責行を生み、免責マスタの差し替え案
      *                  WAIVERSOに載る（CASE-RETと同じ作法で、
      *                  運用者がWAIVERSと入れ替える）。
      *                  環境変数 WVR_REQ_MODE で動作を選ぶ。
      *                    APPLY：WVRREQTXを処理する。操作者は
      *                      環境変数OPERATOR_ID。行の様式は
      *                        REQ|PROGRAM|CASE-ID|期限|インシデント
      *                           |理由   …申請（申請者＝操作者）
      *                        APR|申請番号|期限|所見
      *                                   …承認（期限は省略可。
      *                                     申請より短くだけできる）
      *                        REJ|申請番号||理由 …却下
      *                      インシデントはINCDREGの同じPROGRAMの
      *                      CASE-ID（省略時は申請のCASE-ID。"*"の
      *                      申請では必須）で、生きた（CLOSEDでない）
      *                      インシデントでなければならない。
      *                      承認・却下はOPERPERMのAPPROVE権限
      *                      （PERM-CHK-1）のある者が、申請者本人以外
      *                      として行う。本人の承認・却下はDENIEDと
      *                      して台帳に残して受け付けない（試みも
      *                      証跡にする。SIGN-OFFの二人目と同じ）。
      *                    未指定／LIST：申請ごとの現在の状態と、
      *                      承認待ちの一覧。続けてWAIVERSの有効な
      *                      免責行ごとに、承認済みの申請へたどれる
      *                      かを調べ、たどれない行を名指しする
      *                      （あればRETURN-CODE 4）。
      *    期限の上限　：期限は当日の翌日から数えた営業日数
      *                  （BIZDATE-1。CALMSTの規則）がWVRRULE
      *                  （優先度|上限営業日数）の上限以内でなければ
      *                  ならない。優先度はCASEMETAのそのケースの行、
      *                  無ければプログラムの"*"行、どちらも無ければ
      *                  WVRRULEの*の行。WVRRULEが無ければ HIGH 5・
      *                  MED 10・LOW 20・* 10 営業日。申請時と承認時
      *                  の両方で確かめる。暦で確かめられない期限は
      *                  受け付けない。
      *    台帳の様式　：記帳時刻|申請番号|区分|操作者|PROGRAM|
      *                  CASE-ID|期限|インシデント|理由・所見
      *                  （区分はREQUEST／APPROVE／REJECT／DENIED。
      *                  申請番号はWR＋６桁の通番）。
      *    免責行　　　：PROGRAM|CASE-ID|理由|承認者|期限|申請番号。
      *                  同じキーの行があれば置き換える（更新）。
      *    使用方法　　：カレントにWVRREQTX・WVRLEDG・WAIVERS・
      *                  INCDREG・CASEMETA（・WVRRULE・STAFFMST・
      *                  CALMST）を置いて実行する。STAFFMSTがあれば
      *                  操作者は有効な要員でなければならない。
      *                  はねた行があればRETURN-CODE 4、承認権限の
      *                  無い承認・却下があれば8、WVRREQTXが無ければ
      *                  12。
      *  --------------------------------------------------------------
      *   対象：免責の申請・承認の証跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           WVR-REQ.
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
           SELECT REQ-TX     ASSIGN TO "WVRREQTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT LED-FILE   ASSIGN TO "WVRLEDG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT WVR-OU     ASSIGN TO "WAIVERSO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT RUL-IN     ASSIGN TO "WVRRULE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RUL-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REQ-TX.
       01  TX-REC             PIC X(250).
       FD  LED-FILE.
       01  LED-REC            PIC X(250).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  WVR-OU.
       01  WO-REC             PIC X(250).
       FD  REG-IN.
       01  RG-REC             PIC X(200).
       FD  META-IN.
       01  MI-REC             PIC X(160).
       FD  RUL-IN.
       01  RU-REC             PIC X(80).
       FD  STF-IN.
       01  SF-REC             PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-TX-FS            PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-REG-FS           PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-RUL-FS           PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01)          VALUE SPACE.
      *    凍結照会（FRZ-CHK-1）の受け渡し域
       01  W-FRZ-FILE         PIC X(10)          VALUE "WAIVERS".
       01  W-FRZ-STS          PIC X(01).
      *    営業日サービス（BIZDATE-1）の受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    申請台帳から組み立てた申請ごとの状態（最大500件）
       01  W-RQ-CNT           PIC 9(03)          VALUE 0.
       01  W-RQ-SEQ           PIC 9(06)          VALUE 0.
       01  W-RQ-TBL.
           05  W-RQ           OCCURS 500.
               10  W-RQ-ID    PIC X(08).
               10  W-RQ-PROG  PIC X(12).
               10  W-RQ-CASE  PIC X(40).
               10  W-RQ-EXP   PIC X(08).
               10  W-RQ-INC   PIC X(40).
               10  W-RQ-WHO   PIC X(16).
               10  W-RQ-STS   PIC X(08).
               10  W-RQ-APPR  PIC X(16).
               10  W-RQ-RSN   PIC X(80).
      *    WAIVERSの表（注記行も含めて原文のまま最大400行）
       01  W-WV-CNT           PIC 9(03)          VALUE 0.
       01  W-WV-TBL.
           05  W-WV           OCCURS 400.
               10  W-WV-RAW   PIC X(250).
               10  W-WV-PROG  PIC X(12).
               10  W-WV-CASE  PIC X(40).
      *    INCDREGの表（最大500件）
       01  W-IC-CNT           PIC 9(03)          VALUE 0.
       01  W-IC-TBL.
           05  W-IC           OCCURS 500.
               10  W-IC-PROG  PIC X(12).
               10  W-IC-CASE  PIC X(40).
               10  W-IC-STATE PIC X(10).
      *    STAFFMSTの表（最大300件）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-OPER  PIC X(16).
               10  W-ST-STS   PIC X(01).
      *    CASEMETAの優先度
       01  W-META-CNT         PIC 9(03)          VALUE 0.
       01  W-META-TBL.
           05  W-MT           OCCURS 300.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-PRI   PIC X(04).
      *    期限の上限（最大10行）
       01  W-RL-CNT           PIC 9(02)          VALUE 0.
       01  W-RL-TBL.
           05  W-RL           OCCURS 10.
               10  W-RL-PRI   PIC X(04).
               10  W-RL-MAX   PIC 9(04).
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
       01  W-FND              PIC 9(03).
       01  W-RQ-ROW           PIC 9(03).
       01  W-DATE-N           PIC 9(08).
       01  W-PRI-WK           PIC X(04).
       01  W-MAX-BD           PIC 9(04).
       01  W-ED-MAX           PIC ZZZ9.
       01  W-ED-RN            PIC ZZZ9.
       01  W-EXP-CHK          PIC X(08).
       01  W-CHK-PROG         PIC X(12).
       01  W-CHK-CASE         PIC X(40).
       01  W-INC-WK           PIC X(40).
       01  W-REJ-RSN          PIC X(60).
       01  W-ACT-CODE         PIC X(03).
      *    台帳１行の組み立て域
       01  W-LG-ID            PIC X(08).
       01  W-LG-ACT           PIC X(08).
       01  W-LG-WHO           PIC X(16).
       01  W-LG-PROG          PIC X(12).
       01  W-LG-CASE          PIC X(40).
       01  W-LG-EXP           PIC X(08).
       01  W-LG-INC           PIC X(40).
       01  W-LG-TEXT          PIC X(80).
      *    件数
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-APL-CNT          PIC 9(05)          VALUE 0.
       01  W-REJ-CNT          PIC 9(05)          VALUE 0.
       01  W-NOAUTH-CNT       PIC 9(05)          VALUE 0.
       01  W-WVR-NEW-CNT      PIC 9(05)          VALUE 0.
       01  W-UNTRACED-CNT     PIC 9(05)          VALUE 0.
       01  W-PEND-CNT         PIC 9(05)          VALUE 0.
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (WVR-REQ)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            DISPLAY "WVR_REQ_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF W-MODE = "APPLY"
               PERFORM P-300
            ELSE
               PERFORM P-200
            END-IF.
            DISPLAY "TEST END   (WVR-REQ)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．材料のロード（台帳・免責・インシデント・要員・
      *            優先度・上限）。
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
            OPEN INPUT WVR-IN.
            IF W-WVR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REG-IN.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE REG-IN
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
            OPEN INPUT META-IN.
            IF W-META-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-150
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT RUL-IN.
            IF W-RUL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RUL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE RUL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-RL-CNT = 0
               MOVE 4 TO W-RL-CNT
               MOVE "HIGH" TO W-RL-PRI(1)
               MOVE 5      TO W-RL-MAX(1)
               MOVE "MED"  TO W-RL-PRI(2)
               MOVE 10     TO W-RL-MAX(2)
               MOVE "LOW"  TO W-RL-PRI(3)
               MOVE 20     TO W-RL-MAX(3)
               MOVE "*"    TO W-RL-PRI(4)
               MOVE 10     TO W-RL-MAX(4)
            END-IF.
            DISPLAY "LEDGER REQUESTS=" W-RQ-CNT " WAIVERS=" W-WV-CNT
                    " INCDREG=" W-IC-CNT " STAFFMST=" W-ST-CNT.
            .
      *
      *   台帳１行。記帳順に申請の状態を進める（DENIEDは試みの
      *   証跡で、状態は変えない）。
       P-110.
            IF LED-REC(1:1) NOT = "#" AND LED-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                             W-F7 W-F8 W-F9
               UNSTRING LED-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                        W-F7 W-F8 W-F9
               END-UNSTRING
               EVALUATE W-F3
                   WHEN "REQUEST"
                        IF W-RQ-CNT < 500
                           ADD 1 TO W-RQ-CNT
                           MOVE W-F2 TO W-RQ-ID  (W-RQ-CNT)
                           MOVE W-F4 TO W-RQ-WHO (W-RQ-CNT)
                           MOVE W-F5 TO W-RQ-PROG(W-RQ-CNT)
                           MOVE W-F6 TO W-RQ-CASE(W-RQ-CNT)
                           MOVE W-F7 TO W-RQ-EXP (W-RQ-CNT)
                           MOVE W-F8 TO W-RQ-INC (W-RQ-CNT)
                           MOVE W-F9 TO W-RQ-RSN (W-RQ-CNT)
                           MOVE "PENDING" TO W-RQ-STS(W-RQ-CNT)
                           MOVE SPACE TO W-RQ-APPR(W-RQ-CNT)
                        END-IF
                        IF W-F2(3:6) IS NUMERIC
                           AND W-F2(3:6) > W-RQ-SEQ
                           MOVE W-F2(3:6) TO W-RQ-SEQ
                        END-IF
                   WHEN "APPROVE"
                   WHEN "REJECT"
                        MOVE W-F2 TO W-LG-ID
                        PERFORM P-840
                        IF W-RQ-ROW > 0
                           MOVE W-F4 TO W-RQ-APPR(W-RQ-ROW)
                           IF W-F3 = "APPROVE"
                              MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
                              MOVE W-F7 TO W-RQ-EXP(W-RQ-ROW)
                           ELSE
                              MOVE "REJECTED" TO W-RQ-STS(W-RQ-ROW)
                           END-IF
                        END-IF
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            .
       P-120.
            IF W-WV-CNT < 400
               ADD 1 TO W-WV-CNT
               MOVE WI-REC TO W-WV-RAW(W-WV-CNT)
               MOVE SPACE  TO W-WV-PROG(W-WV-CNT) W-WV-CASE(W-WV-CNT)
               IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
                  MOVE SPACE TO W-F1 W-F2
                  UNSTRING WI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2
                  END-UNSTRING
                  MOVE W-F1 TO W-WV-PROG(W-WV-CNT)
                  MOVE W-F2 TO W-WV-CASE(W-WV-CNT)
               END-IF
            END-IF.
            .
       P-130.
            IF RG-REC(1:1) NOT = "#" AND RG-REC NOT = SPACE
               AND W-IC-CNT < 500
               ADD 1 TO W-IC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING RG-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-IC-PROG (W-IC-CNT)
               MOVE W-F2 TO W-IC-CASE (W-IC-CNT)
               MOVE W-F3 TO W-IC-STATE(W-IC-CNT)
            END-IF.
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
       P-150.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 300
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F5 TO W-MT-PRI (W-META-CNT)
            END-IF.
            .
       P-160.
            IF RU-REC(1:1) NOT = "#" AND RU-REC NOT = SPACE
               AND W-RL-CNT < 10
               ADD 1 TO W-RL-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING RU-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-RL-PRI(W-RL-CNT)
               MOVE FUNCTION NUMVAL(W-F2) TO W-RL-MAX(W-RL-CNT)
            END-IF.
            .
      *
      *   ケース2．照会。申請ごとの状態、承認待ち、免責行の追跡。
       P-200.
            DISPLAY "** WAIVER REQUESTS **".
            PERFORM P-210 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT.
            DISPLAY "** AWAITING APPROVAL **".
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RQ-CNT
               IF W-RQ-STS(W-SUB) = "PENDING"
                  ADD 1 TO W-PEND-CNT
                  DISPLAY "  " W-RQ-ID(W-SUB) " "
                          W-RQ-PROG(W-SUB) " "
                          W-RQ-CASE(W-SUB)(1:20)
                          " FILED BY " W-RQ-WHO(W-SUB)
               END-IF
            END-PERFORM.
            DISPLAY "** WAIVERS NOT TRACED TO A REQUEST **".
            PERFORM P-220 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT.
            DISPLAY "REQUESTS=" W-RQ-CNT " PENDING=" W-PEND-CNT
                    " UNTRACED-WAIVERS=" W-UNTRACED-CNT.
            IF W-UNTRACED-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-210.
            DISPLAY "  " W-RQ-ID(W-SUB) " " W-RQ-STS(W-SUB) " "
                    W-RQ-PROG(W-SUB) " " W-RQ-CASE(W-SUB)(1:20)
                    " EXP=" W-RQ-EXP(W-SUB)
                    " BY " W-RQ-WHO(W-SUB)
                    " DECIDED " W-RQ-APPR(W-SUB).
            .
      *
      *   有効な（期限が当日以降の）免責行が、同じキーの承認済み
      *   申請へ６欄目の申請番号でたどれるか。
       P-220.
            IF W-WV-PROG(W-SUB) NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING W-WV-RAW(W-SUB) DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F5(1:8) NOT < W-TODAY
                  MOVE SPACE TO W-REJ-RSN
                  IF W-F6 = SPACE
                     MOVE "NO REQUEST NUMBER" TO W-REJ-RSN
                  ELSE
                     MOVE W-F6 TO W-LG-ID
                     PERFORM P-840
                     EVALUATE TRUE
                         WHEN W-RQ-ROW = 0
                              MOVE "REQUEST NOT IN LEDGER"
                                   TO W-REJ-RSN
                         WHEN W-RQ-STS(W-RQ-ROW) NOT = "APPROVED"
                              STRING "REQUEST "    DELIMITED BY SIZE
                                     W-RQ-STS(W-RQ-ROW)
                                                   DELIMITED BY SPACE
                                     INTO W-REJ-RSN
                              END-STRING
                         WHEN W-RQ-PROG(W-RQ-ROW)
                                  NOT = W-WV-PROG(W-SUB)
                           OR W-RQ-CASE(W-RQ-ROW)
                                  NOT = W-WV-CASE(W-SUB)
                              MOVE "REQUEST IS FOR ANOTHER KEY"
                                   TO W-REJ-RSN
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                  END-IF
                  IF W-REJ-RSN NOT = SPACE
                     ADD 1 TO W-UNTRACED-CNT
                     DISPLAY "  " W-WV-PROG(W-SUB) " "
                             W-WV-CASE(W-SUB)(1:20) " "
                             W-REJ-RSN
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ケース3．申請トランザクションの処理。
       P-300.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            IF W-PRM-OPER = SPACE
               DISPLAY "WVR-REQ NG: OPERATOR_ID NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
      *    変更凍結の検査。WAIVERSを対象とする凍結期間中は、有効な
      *    緊急変更票が無ければ申請・承認を受けない（LISTは流せる）。
            MOVE "WVR-REQ" TO W-PRM-PROG.
            CALL "FRZ-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                   W-FRZ-FILE W-FRZ-STS
                ON EXCEPTION
                    MOVE "9" TO W-FRZ-STS
            END-CALL.
            IF W-FRZ-STS = "1"
               DISPLAY "WVR-REQ NG: WAIVERS IS FROZEN - APPLY"
                       " REFUSED (SEE FRZLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-FRZ-STS = "2"
               DISPLAY "WVR-REQ: WAIVERS IS FROZEN - EMERGENCY CHANGE"
                       " IN USE (SEE FRZLOG)"
            END-IF.
            OPEN INPUT REQ-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "WVR-REQ NG: NO WVRREQTX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "35"
               OPEN OUTPUT LED-FILE
            END-IF.
            IF W-LED-FS NOT = "00"
               DISPLAY "WVR-REQ NG: WVRLEDG OPEN FS=" W-LED-FS
               CLOSE REQ-TX
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ REQ-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-310
               END-READ
            END-PERFORM.
            CLOSE REQ-TX LED-FILE.
            PERFORM P-700.
            DISPLAY "TX=" W-TX-CNT " APPLIED=" W-APL-CNT
                    " REJECTED=" W-REJ-CNT
                    " NEW-WAIVERS=" W-WVR-NEW-CNT.
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
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE SPACE    TO W-REJ-RSN
               MOVE W-F1     TO W-ACT-CODE
               PERFORM P-830
               IF W-REJ-RSN = SPACE
                  EVALUATE W-ACT-CODE
                      WHEN "REQ"  PERFORM P-400
                      WHEN "APR"  PERFORM P-500
                      WHEN "REJ"  PERFORM P-500
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
      *   ケース4．申請（REQ）。項目・インシデント・期限を確かめ、
      *            新しい申請番号でREQUESTを記帳する。
       P-400.
            MOVE W-F2 TO W-CHK-PROG.
            MOVE W-F3 TO W-CHK-CASE.
            MOVE W-F4 TO W-EXP-CHK.
            IF W-F5 = SPACE
               MOVE W-F3 TO W-INC-WK
            ELSE
               MOVE W-F5 TO W-INC-WK
            END-IF.
            EVALUATE TRUE
                WHEN W-CHK-PROG = SPACE OR W-CHK-CASE = SPACE
                     MOVE "MISSING PROGRAM OR CASE-ID" TO W-REJ-RSN
                WHEN W-F6 = SPACE
                     MOVE "MISSING REASON" TO W-REJ-RSN
                WHEN W-INC-WK = "*"
                     MOVE "INCIDENT CASE-ID REQUIRED FOR *"
                          TO W-REJ-RSN
                WHEN OTHER
                     PERFORM P-820
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RQ-CNT
                  IF W-RQ-PROG(W-J) = W-CHK-PROG
                     AND W-RQ-CASE(W-J) = W-CHK-CASE
                     AND W-RQ-STS(W-J) = "PENDING"
                     STRING "REQUEST ALREADY PENDING "
                                         DELIMITED BY SIZE
                            W-RQ-ID(W-J) DELIMITED BY SIZE
                            INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-PERFORM
            END-IF.
            IF W-REJ-RSN = SPACE
               PERFORM P-800
            END-IF.
            IF W-REJ-RSN = SPACE AND W-RQ-CNT >= 500
               MOVE "LEDGER TABLE FULL" TO W-REJ-RSN
            END-IF.
            IF W-REJ-RSN = SPACE
               ADD 1 TO W-RQ-SEQ
               ADD 1 TO W-RQ-CNT
               MOVE SPACE TO W-RQ-ID(W-RQ-CNT)
               STRING "WR" W-RQ-SEQ DELIMITED BY SIZE
                      INTO W-RQ-ID(W-RQ-CNT)
               END-STRING
               MOVE W-CHK-PROG TO W-RQ-PROG(W-RQ-CNT)
               MOVE W-CHK-CASE TO W-RQ-CASE(W-RQ-CNT)
               MOVE W-EXP-CHK  TO W-RQ-EXP (W-RQ-CNT)
               MOVE W-INC-WK   TO W-RQ-INC (W-RQ-CNT)
               MOVE W-PRM-OPER TO W-RQ-WHO (W-RQ-CNT)
               MOVE W-F6       TO W-RQ-RSN (W-RQ-CNT)
               MOVE "PENDING"  TO W-RQ-STS (W-RQ-CNT)
               MOVE SPACE      TO W-RQ-APPR(W-RQ-CNT)
               MOVE W-RQ-CNT   TO W-RQ-ROW
               MOVE "REQUEST"  TO W-LG-ACT
               MOVE W-F6       TO W-LG-TEXT
               PERFORM P-600
               DISPLAY "APL REQUEST " W-RQ-ID(W-RQ-CNT) " "
                       W-CHK-PROG " " W-CHK-CASE(1:20)
                       " EXP=" W-EXP-CHK
            END-IF.
            .
      *
      *   ケース5．承認（APR）・却下（REJ）。権限、申請の状態、
      *            申請者本人でないこと、承認では期限を確かめる。
       P-500.
            MOVE W-F2 TO W-LG-ID.
            PERFORM P-840.
            IF W-PRM-STS = SPACE
               MOVE "WVR-REQ" TO W-PRM-PROG
               MOVE "APPROVE" TO W-PRM-MODE
               CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                       W-PRM-MODE W-PRM-STS
                   ON EXCEPTION
                       MOVE "9" TO W-PRM-STS
               END-CALL
            END-IF.
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
                WHEN W-ACT-CODE = "REJ" AND W-F4 = SPACE
                     MOVE "REJECT NEEDS A REASON" TO W-REJ-RSN
                WHEN W-RQ-WHO(W-RQ-ROW) = W-PRM-OPER
                     MOVE "DENIED"   TO W-LG-ACT
                     MOVE W-RQ-EXP(W-RQ-ROW) TO W-EXP-CHK
                     MOVE "DECISION BY REQUESTER" TO W-LG-TEXT
                     PERFORM P-600
                     MOVE "REQUESTER MAY NOT DECIDE OWN REQUEST"
                          TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE AND W-ACT-CODE = "APR"
               MOVE W-RQ-PROG(W-RQ-ROW) TO W-CHK-PROG
               MOVE W-RQ-CASE(W-RQ-ROW) TO W-CHK-CASE
               MOVE W-RQ-INC (W-RQ-ROW) TO W-INC-WK
               IF W-F3 = SPACE
                  MOVE W-RQ-EXP(W-RQ-ROW) TO W-EXP-CHK
               ELSE
                  MOVE W-F3 TO W-EXP-CHK
               END-IF
               IF W-EXP-CHK > W-RQ-EXP(W-RQ-ROW)
                  MOVE "EXPIRY LATER THAN REQUESTED" TO W-REJ-RSN
               ELSE
                  PERFORM P-820
               END-IF
               IF W-REJ-RSN = SPACE
                  PERFORM P-800
               END-IF
            END-IF.
            IF W-REJ-RSN = SPACE
               IF W-ACT-CODE = "APR"
                  MOVE "APPROVE"  TO W-LG-ACT
                  MOVE "APPROVED" TO W-RQ-STS(W-RQ-ROW)
                  MOVE W-EXP-CHK  TO W-RQ-EXP(W-RQ-ROW)
               ELSE
                  MOVE "REJECT"   TO W-LG-ACT
                  MOVE "REJECTED" TO W-RQ-STS(W-RQ-ROW)
                  MOVE W-RQ-EXP(W-RQ-ROW) TO W-EXP-CHK
               END-IF
               MOVE W-PRM-OPER TO W-RQ-APPR(W-RQ-ROW)
               MOVE W-F4       TO W-LG-TEXT
               PERFORM P-600
               IF W-ACT-CODE = "APR"
                  PERFORM P-710
               END-IF
               DISPLAY "APL " W-LG-ACT " " W-RQ-ID(W-RQ-ROW) " "
                       W-RQ-PROG(W-RQ-ROW) " "
                       W-RQ-CASE(W-RQ-ROW)(1:20)
                       " EXP=" W-RQ-EXP(W-RQ-ROW)
            END-IF.
            .
      *
      *   台帳へ１行追記（W-RQ-ROWの申請について、区分W-LG-ACT・
      *   期限W-EXP-CHK・理由／所見W-LG-TEXT）。
       P-600.
            MOVE SPACE TO LED-REC.
            STRING W-STAMP             DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-ID(W-RQ-ROW)   DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-LG-ACT            DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-PRM-OPER          DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-PROG(W-RQ-ROW) DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-CASE(W-RQ-ROW) DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-EXP-CHK           DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-INC(W-RQ-ROW)  DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-LG-TEXT           DELIMITED BY SIZE
                   INTO LED-REC
            END-STRING.
            WRITE LED-REC.
            .
      *
      *   ケース6．免責マスタの差し替え案WAIVERSO（注記行も含めて
      *            原文のまま、承認で生まれた行を置き換え・追加）。
       P-700.
            OPEN OUTPUT WVR-OU.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT
               WRITE WO-REC FROM W-WV-RAW(W-SUB)
            END-PERFORM.
            CLOSE WVR-OU.
            .
       P-710.
            MOVE SPACE TO W-LINE-WK.
            STRING W-RQ-PROG(W-RQ-ROW) DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-CASE(W-RQ-ROW) DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-RSN(W-RQ-ROW)  DELIMITED BY "  "
                   "|"                 DELIMITED BY SIZE
                   W-PRM-OPER          DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-EXP(W-RQ-ROW)  DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-RQ-ID(W-RQ-ROW)   DELIMITED BY SPACE
                   INTO W-LINE-WK
            END-STRING.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-WV-CNT OR W-FND > 0
               IF W-WV-PROG(W-J) = W-RQ-PROG(W-RQ-ROW)
                  AND W-WV-CASE(W-J) = W-RQ-CASE(W-RQ-ROW)
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-WV-CNT < 400
               ADD 1 TO W-WV-CNT
               MOVE W-WV-CNT TO W-FND
               MOVE W-RQ-PROG(W-RQ-ROW) TO W-WV-PROG(W-FND)
               MOVE W-RQ-CASE(W-RQ-ROW) TO W-WV-CASE(W-FND)
            END-IF.
            IF W-FND > 0
               MOVE W-LINE-WK TO W-WV-RAW(W-FND)
               ADD 1 TO W-WVR-NEW-CNT
            END-IF.
            .
      *
      *   期限の検査（W-EXP-CHK。W-CHK-PROG／W-CHK-CASEの優先度の
      *   上限営業日数以内か）。
       P-800.
            MOVE SPACE TO W-REJ-RSN.
            IF W-EXP-CHK NOT NUMERIC
               MOVE "BAD EXPIRY DATE" TO W-REJ-RSN
            ELSE
               MOVE W-EXP-CHK TO W-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  MOVE "BAD EXPIRY DATE" TO W-REJ-RSN
               END-IF
            END-IF.
            IF W-REJ-RSN = SPACE AND W-EXP-CHK NOT > W-TODAY
               MOVE "EXPIRY NOT AFTER TODAY" TO W-REJ-RSN
            END-IF.
            IF W-REJ-RSN = SPACE
               PERFORM P-810
               MOVE "D"        TO W-BD-FUNC
               MOVE W-TODAY    TO W-BD-D1
               MOVE W-EXP-CHK  TO W-BD-D2
               MOVE 0          TO W-BD-RN
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS NOT = "0"
                  MOVE "EXPIRY NOT VERIFIABLE AGAINST CALENDAR"
                       TO W-REJ-RSN
               ELSE
                  IF W-BD-RN > W-MAX-BD
                     MOVE W-MAX-BD TO W-ED-MAX
                     MOVE W-BD-RN  TO W-ED-RN
                     STRING "EXPIRY IS" DELIMITED BY SIZE
                            W-ED-RN     DELIMITED BY SIZE
                            " BUSINESS DAYS, "
                                        DELIMITED BY SIZE
                            W-PRI-WK    DELIMITED BY SPACE
                            " LIMIT"    DELIMITED BY SIZE
                            W-ED-MAX    DELIMITED BY SIZE
                            INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   優先度と上限の引き当て。ケースの行、プログラムの"*"行の
      *   順。無ければ*の規則。
       P-810.
            MOVE SPACE TO W-PRI-WK.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-J) = W-CHK-PROG
                  AND W-MT-CASE(W-J) = W-CHK-CASE
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-J) = W-CHK-PROG
                  AND W-MT-CASE(W-J) = "*"
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE W-MT-PRI(W-FND) TO W-PRI-WK
            END-IF.
            MOVE 0 TO W-FND.
            IF W-PRI-WK NOT = SPACE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RL-CNT OR W-FND > 0
                  IF W-RL-PRI(W-J) = W-PRI-WK
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FND = 0
               MOVE "*" TO W-PRI-WK
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RL-CNT OR W-FND > 0
                  IF W-RL-PRI(W-J) = "*"
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FND > 0
               MOVE W-RL-MAX(W-FND) TO W-MAX-BD
            ELSE
               MOVE 10 TO W-MAX-BD
            END-IF.
            .
      *
      *   インシデントの検査（W-CHK-PROGのW-INC-WKに生きた
      *   インシデントがあるか）。
       P-820.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-IC-CNT OR W-FND > 0
               IF W-IC-PROG(W-J) = W-CHK-PROG
                  AND W-IC-CASE(W-J) = W-INC-WK
                  AND W-IC-STATE(W-J) NOT = "CLOSED"
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0
               MOVE "NO LIVE INCIDENT IN INCDREG" TO W-REJ-RSN
            END-IF.
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
      *   申請番号W-LG-IDの行をW-RQ-ROWへ（無ければ０）。
       P-840.
            MOVE 0 TO W-RQ-ROW.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-RQ-CNT OR W-RQ-ROW > 0
               IF W-RQ-ID(W-J) = W-LG-ID
                  MOVE W-J TO W-RQ-ROW
               END-IF
            END-PERFORM.
            .
