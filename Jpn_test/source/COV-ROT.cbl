      ******************************************************************
      *    テストケース：－（運用制御）
      *    プログラム名：部分実行の巡回計画（Ｎ夜以内の一巡保証）
      *    処理概要　　：窓が縮むと、RUN-SEQの並びと-wの打ち切りで
      *                  低優先の尻尾（EX5-6B／EX5-7の一族など）が
      *                  何週間も流れないまま、誰も気づかない。
      *                  プログラムごとの最終実行日をRSLTREPO（と
      *                  実行時間の履歴RUNTIMES）から取り、CASEMETAの
      *                  優先度ごとの許容間隔（COVRULE）と比べて、
      *                  当夜の実行計画COVPLANを組む。
      *                    １．必須（COVRULEの必須欄がY）の優先度の
      *                        プログラムは窓に関係なく全部入れる。
      *                    ２．残りは許容間隔の超過日数の大きい順
      *                        （同じなら優先度の高い順、名前順）に、
      *                        見積り秒が窓の残りに収まるものを入れる。
      *                        収まらないものは飛ばして次を見る。
      *                  COVPLANはTESTPLANと同じ様式（プラン名
      *                  ROTATE）なので、run_regression.shの-p ROTATE
      *                  （REG_PLAN_FILE=COVPLAN）でそのまま流せる。
      *                  許容間隔を超えたプログラムは滞留一覧COVSTALに
      *                  当夜の計画に入ったかどうかと並べて書き、
      *                  縮退が事故でなく分かった上での判断になる
      *                  ようにする。
      *    許容間隔　　：COVRULE（優先度|許容日数|必須Y/N）。優先度
      *                  *の行はCASEMETAに無いプログラムの既定。
      *                  COVRULEが無ければ HIGH 1日必須・MED 7日・
      *                  LOW 14日・* 28日 とする。日数は暦日で数える。
      *    見積り　　　：RUNTIMESの直近の記録（翻訳秒＋実行秒）。
      *                  記録の無いプログラムは10秒（回帰ドライバの
      *                  窓の見積りと同じ既定）。
      *    使用方法　　：カレントにTESTPLAN、CASEMETA、RSLTREPO、
      *                  RUNTIMES、PLANWIN、COVRULEを置いて実行する。
      *                  環境変数
      *                    COV_ROT_PLAN：対象のTESTPLANプラン名。
      *                      未指定または*FULLは全件（RSLTREPOと
      *                      RUNTIMESに記録のある全プログラム）。
      *                    COV_ROT_MIN ：窓の分。未指定ならPLANWINの
      *                      そのプランの行、無ければ240分。
      *                    COV_ROT_DATE：当夜の日付（既定は当日）。
      *                      これより後の実行記録は数えない。
      *                  当夜も計画に入らない滞留プログラムがあるか、
      *                  必須分だけで窓を超えるときはRETURN-CODE 4。
      *  --------------------------------------------------------------
      *   対象：窓縮小時の網羅の巡回保証（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           COV-ROT.
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
           SELECT RUL-IN     ASSIGN TO "COVRULE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RUL-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT WIN-IN     ASSIGN TO "PLANWIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WIN-FS.
           SELECT PLN-IN     ASSIGN TO "TESTPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLN-FS.
           SELECT RTM-IN     ASSIGN TO "RUNTIMES"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RTM-FS.
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REPO-FS.
           SELECT PLN-OU     ASSIGN TO "COVPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STL-OU     ASSIGN TO "COVSTAL"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RUL-IN.
       01  RU-REC             PIC X(80).
       FD  META-IN.
       01  MI-REC             PIC X(160).
       FD  WIN-IN.
       01  WI-REC             PIC X(80).
       FD  PLN-IN.
       01  PI-REC             PIC X(160).
       FD  RTM-IN.
       01  RT-REC             PIC X(100).
       FD  REPO-IN.
       01  RI-REC.
           03  RI-PROG        PIC X(12).
           03  RI-CASE        PIC X(40).
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  PLN-OU.
       01  PO-REC             PIC X(132).
       FD  STL-OU.
       01  SO-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-RUL-FS           PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-WIN-FS           PIC X(02).
       01  W-PLN-FS           PIC X(02).
       01  W-RTM-FS           PIC X(02).
       01  W-REPO-FS          PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-RUN-DATE         PIC X(08).
       01  W-RUN-N            PIC 9(08).
       01  W-INT-RUN          PIC 9(08).
       01  W-PLAN-SEL         PIC X(12).
       01  W-MIN-X            PIC X(04).
       01  W-WIN-MIN          PIC 9(04)          VALUE 0.
       01  W-WIN-SECS         PIC 9(07)V9(03)    VALUE 0.
       01  W-USED-SECS        PIC 9(07)V9(03)    VALUE 0.
      *    許容間隔の規則（最大10行）
       01  W-RL-CNT           PIC 9(02)          VALUE 0.
       01  W-RL-TBL.
           05  W-RL           OCCURS 10.
               10  W-RL-PRI   PIC X(04).
               10  W-RL-GAP   PIC 9(04).
               10  W-RL-MAND  PIC X(01).
      *    CASEMETAの優先度（プログラム単位。"*"行を優先して採る）
       01  W-META-CNT         PIC 9(03)          VALUE 0.
       01  W-META-TBL.
           05  W-MT           OCCURS 300.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-PRI   PIC X(04).
      *    計画の候補（最大400本）
      *      SEL：M＝必須で採用、R＝巡回で採用、X＝窓に収まらず、
      *           空白＝未判定
       01  W-PG-CNT           PIC 9(03)          VALUE 0.
       01  W-PG-TBL.
           05  W-PG           OCCURS 400.
               10  W-PG-NAME  PIC X(12).
               10  W-PG-CASES PIC X(40).
               10  W-PG-PRI   PIC X(04).
               10  W-PG-RANK  PIC 9(01).
               10  W-PG-GAP   PIC 9(04).
               10  W-PG-MAND  PIC X(01).
               10  W-PG-LAST  PIC X(08).
               10  W-PG-DAYS  PIC 9(04).
               10  W-PG-OVER  PIC S9(05).
               10  W-PG-SECS  PIC 9(05)V9(03).
               10  W-PG-SEL   PIC X(01).
      *    採用順
       01  W-ORD-CNT          PIC 9(03)          VALUE 0.
       01  W-ORD-TBL.
           05  W-ORD          OCCURS 400         PIC 9(03).
      *    集計
       01  W-MAND-CNT         PIC 9(03)          VALUE 0.
       01  W-ROT-CNT          PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
       01  W-STALE-CNT        PIC 9(03)          VALUE 0.
       01  W-MISS-CNT         PIC 9(03)          VALUE 0.
       01  W-LEFT-CNT         PIC 9(03)          VALUE 0.
       01  W-MAND-OVER-SW     PIC X              VALUE "N".
           88  W-MAND-OVER                       VALUE "Y".
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-BEST             PIC 9(03).
       01  W-PRI-WK           PIC X(04).
       01  W-RANK             PIC 9(01).
       01  W-SECS             PIC 9(05)V9(03).
       01  W-DATE-WK          PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-EST-N            PIC 9(05).
       01  W-EST-MIN          PIC 9(04).
       01  W-TONIGHT          PIC X(11).
       01  W-REASON           PIC X(09).
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (COV-ROT)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            DISPLAY "COV_ROT_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-DATE      FROM ENVIRONMENT-VALUE.
            IF W-RUN-DATE = SPACE
               MOVE W-TODAY TO W-RUN-DATE
            END-IF.
            IF W-RUN-DATE NOT NUMERIC
               DISPLAY "COV-ROT NG: BAD COV_ROT_DATE " W-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE W-RUN-DATE TO W-RUN-N.
            IF FUNCTION TEST-DATE-YYYYMMDD(W-RUN-N) NOT = 0
               DISPLAY "COV-ROT NG: BAD COV_ROT_DATE " W-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE W-INT-RUN = FUNCTION INTEGER-OF-DATE(W-RUN-N).
            DISPLAY "COV_ROT_PLAN" UPON ENVIRONMENT-NAME.
            ACCEPT W-PLAN-SEL      FROM ENVIRONMENT-VALUE.
            IF W-PLAN-SEL = SPACE
               MOVE "*FULL" TO W-PLAN-SEL
            END-IF.
            DISPLAY "COV_ROT_MIN" UPON ENVIRONMENT-NAME.
            ACCEPT W-MIN-X         FROM ENVIRONMENT-VALUE.
            IF W-MIN-X NOT = SPACE
               MOVE FUNCTION NUMVAL(W-MIN-X) TO W-WIN-MIN
            END-IF.
            PERFORM P-100.
            PERFORM P-150.
            IF W-WIN-MIN = 0
               PERFORM P-170
            END-IF.
            IF W-WIN-MIN = 0
               MOVE 240 TO W-WIN-MIN
            END-IF.
            COMPUTE W-WIN-SECS = W-WIN-MIN * 60.
            IF W-PLAN-SEL NOT = "*FULL"
               PERFORM P-200
            END-IF.
            PERFORM P-250.
            PERFORM P-270.
            IF W-PG-CNT = 0
               DISPLAY "COV-ROT NG: NO PROGRAMS FOR " W-PLAN-SEL
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-300 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PG-CNT.
            PERFORM P-400.
            OPEN OUTPUT PLN-OU.
            PERFORM P-500.
            CLOSE PLN-OU.
            OPEN OUTPUT STL-OU.
            PERFORM P-600.
            CLOSE STL-OU.
            IF W-MISS-CNT > 0 OR W-MAND-OVER
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "CANDIDATES=" W-PG-CNT " PLANNED=" W-OUT-CNT
                    " STALE=" W-STALE-CNT
                    " STALE-NOT-PLANNED=" W-MISS-CNT.
            DISPLAY "TEST END   (COV-ROT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．許容間隔の規則のロード。無ければ既定の４行。
       P-100.
            OPEN INPUT RUL-IN.
            IF W-RUL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RUL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE RUL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-RL-CNT = 0
               DISPLAY "COV-ROT: NO COVRULE (DEFAULT GAPS)"
               MOVE 4 TO W-RL-CNT
               MOVE "HIGH" TO W-RL-PRI(1)
               MOVE 1      TO W-RL-GAP(1)
               MOVE "Y"    TO W-RL-MAND(1)
               MOVE "MED"  TO W-RL-PRI(2)
               MOVE 7      TO W-RL-GAP(2)
               MOVE "N"    TO W-RL-MAND(2)
               MOVE "LOW"  TO W-RL-PRI(3)
               MOVE 14     TO W-RL-GAP(3)
               MOVE "N"    TO W-RL-MAND(3)
               MOVE "*"    TO W-RL-PRI(4)
               MOVE 28     TO W-RL-GAP(4)
               MOVE "N"    TO W-RL-MAND(4)
            END-IF.
            .
       P-110.
            IF RU-REC(1:1) NOT = "#" AND RU-REC NOT = SPACE
               AND W-RL-CNT < 10
               ADD 1 TO W-RL-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING RU-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-RL-PRI(W-RL-CNT)
               MOVE FUNCTION NUMVAL(W-F2) TO W-RL-GAP(W-RL-CNT)
               IF W-F3 = "Y"
                  MOVE "Y" TO W-RL-MAND(W-RL-CNT)
               ELSE
                  MOVE "N" TO W-RL-MAND(W-RL-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．CASEMETAのロード。
       P-150.
            OPEN INPUT META-IN.
            IF W-META-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE META-IN
            ELSE
               DISPLAY "COV-ROT: NO CASEMETA (ALL DEFAULT RULE)"
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-160.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 300
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F5 TO W-MT-PRI(W-META-CNT)
            END-IF.
            .
      *
      *   ケース3．窓の分をPLANWINのそのプランの行から取る。
       P-170.
            OPEN INPUT WIN-IN.
            IF W-WIN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WIN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-180
                  END-READ
               END-PERFORM
               CLOSE WIN-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-180.
            IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               IF W-F1 = W-PLAN-SEL AND W-WIN-MIN = 0
                  MOVE FUNCTION NUMVAL(W-F3) TO W-WIN-MIN
               END-IF
            END-IF.
            .
      *
      *   ケース4．プラン指定時の候補（TESTPLANのそのプランの行）。
       P-200.
            OPEN INPUT PLN-IN.
            IF W-PLN-FS NOT = "00"
               DISPLAY "COV-ROT NG: NO TESTPLAN FS=" W-PLN-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ PLN-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-210
               END-READ
            END-PERFORM.
            CLOSE PLN-IN.
            MOVE "N" TO W-EOF-SW.
            .
       P-210.
            IF PI-REC(1:1) NOT = "#" AND PI-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING PI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               IF W-F1 = W-PLAN-SEL
                  PERFORM P-220
                  IF W-FND = 0 AND W-PG-CNT < 400
                     PERFORM P-230
                     MOVE W-F3 TO W-PG-CASES(W-FND)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   候補の検索（W-F2の名前。無ければW-FND＝0）。
       P-220.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-PG-CNT OR W-FND > 0
               IF W-PG-NAME(W-J) = W-F2(1:12)
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   候補の追加（W-F2の名前）。
       P-230.
            ADD 1 TO W-PG-CNT.
            MOVE W-PG-CNT TO W-FND.
            MOVE W-F2     TO W-PG-NAME(W-FND).
            MOVE "*"      TO W-PG-CASES(W-FND).
            MOVE SPACE    TO W-PG-LAST(W-FND) W-PG-SEL(W-FND).
            MOVE 10       TO W-PG-SECS(W-FND).
            .
      *
      *   ケース5．実行時間の履歴。追記順なので後の行が直近の記録。
      *            見積り秒と、実行された日付（最終実行日の候補）。
       P-250.
            OPEN INPUT RTM-IN.
            IF W-RTM-FS NOT = "00"
               DISPLAY "COV-ROT: NO RUNTIMES (DEFAULT ESTIMATES)"
            ELSE
               PERFORM UNTIL W-EOF
                  READ RTM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-260
                  END-READ
               END-PERFORM
               CLOSE RTM-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-260.
            IF RT-REC(1:1) NOT = "#" AND RT-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RT-REC DELIMITED BY "|"
                   INTO W-F2 W-F1 W-F3 W-F4
               END-UNSTRING
               IF W-F1(1:8) NOT > W-RUN-DATE
                  PERFORM P-220
                  IF W-FND = 0 AND W-PLAN-SEL = "*FULL"
                     AND W-PG-CNT < 400
                     PERFORM P-230
                  END-IF
                  IF W-FND > 0
                     COMPUTE W-SECS = FUNCTION NUMVAL(W-F3)
                                    + FUNCTION NUMVAL(W-F4)
                     MOVE W-SECS TO W-PG-SECS(W-FND)
                     MOVE W-F1(1:8) TO W-DATE-WK
                     PERFORM P-280
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ケース6．RSLTREPOから各プログラムの最終実行日。
       P-270.
            OPEN INPUT REPO-IN.
            IF W-REPO-FS NOT = "00"
               DISPLAY "COV-ROT: NO RSLTREPO"
            ELSE
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-275
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-275.
            IF RI-STAMP(1:8) NOT > W-RUN-DATE
               MOVE SPACE   TO W-F2
               MOVE RI-PROG TO W-F2
               PERFORM P-220
               IF W-FND = 0 AND W-PLAN-SEL = "*FULL"
                  AND W-PG-CNT < 400
                  PERFORM P-230
               END-IF
               IF W-FND > 0
                  MOVE RI-STAMP(1:8) TO W-DATE-WK
                  PERFORM P-280
               END-IF
            END-IF.
            .
      *
      *   最終実行日の更新（W-DATE-WKがより新しければ採る）。
       P-280.
            IF W-DATE-WK NUMERIC
               IF W-PG-LAST(W-FND) = SPACE
                  OR W-DATE-WK > W-PG-LAST(W-FND)
                  MOVE W-DATE-WK TO W-PG-LAST(W-FND)
               END-IF
            END-IF.
            .
      *
      *   ケース7．候補ごとの優先度・規則・経過日数・超過日数。
      *            一度も流れていないものは9999日とする。
       P-300.
            PERFORM P-310.
            MOVE W-PRI-WK TO W-PG-PRI(W-SUB).
            MOVE W-RANK   TO W-PG-RANK(W-SUB).
            PERFORM P-320.
            IF W-PG-LAST(W-SUB) = SPACE
               MOVE 9999 TO W-PG-DAYS(W-SUB)
            ELSE
               MOVE W-PG-LAST(W-SUB) TO W-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  MOVE 9999 TO W-PG-DAYS(W-SUB)
               ELSE
                  COMPUTE W-PG-DAYS(W-SUB) = W-INT-RUN
                        - FUNCTION INTEGER-OF-DATE(W-DATE-N)
               END-IF
            END-IF.
            COMPUTE W-PG-OVER(W-SUB) = W-PG-DAYS(W-SUB)
                                     - W-PG-GAP(W-SUB).
            .
      *
      *   優先度の引き当て（RUN-SEQと同じ規則）。プログラムの"*"
      *   既定行を先に、無ければどのケース行でもよい。どちらも
      *   無ければLOW*（規則は*の行）。
       P-310.
            MOVE SPACE TO W-PRI-WK.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-J) = W-PG-NAME(W-SUB)
                  AND W-MT-CASE(W-J) = "*"
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-J) = W-PG-NAME(W-SUB)
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE W-MT-PRI(W-FND) TO W-PRI-WK
            END-IF.
            EVALUATE W-PRI-WK
                WHEN "HIGH" MOVE 1 TO W-RANK
                WHEN "MED"  MOVE 2 TO W-RANK
                WHEN "LOW"  MOVE 3 TO W-RANK
                WHEN OTHER  MOVE 4 TO W-RANK
                            MOVE "LOW*" TO W-PRI-WK
            END-EVALUATE.
            .
      *
      *   規則の引き当て。優先度の行が無ければ*の行、それも
      *   無ければ28日・任意。
       P-320.
            MOVE 0 TO W-FND.
            IF W-RANK < 4
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-RL-CNT OR W-FND > 0
                  IF W-RL-PRI(W-J) = W-PRI-WK
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-RL-CNT OR W-FND > 0
               IF W-RL-PRI(W-J) = "*"
                  MOVE W-J TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE W-RL-GAP(W-FND)  TO W-PG-GAP(W-SUB)
               MOVE W-RL-MAND(W-FND) TO W-PG-MAND(W-SUB)
            ELSE
               MOVE 28  TO W-PG-GAP(W-SUB)
               MOVE "N" TO W-PG-MAND(W-SUB)
            END-IF.
            .
      *
      *   ケース8．計画の選定。必須を全部入れてから、残りを
      *            超過日数の大きい順に窓の残りへ詰める。
       P-400.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PG-CNT
               IF W-PG-MAND(W-SUB) = "Y"
                  MOVE "M" TO W-PG-SEL(W-SUB)
                  ADD W-PG-SECS(W-SUB) TO W-USED-SECS
                  ADD 1 TO W-ORD-CNT W-MAND-CNT
                  MOVE W-SUB TO W-ORD(W-ORD-CNT)
               END-IF
            END-PERFORM.
            IF W-USED-SECS > W-WIN-SECS
               MOVE "Y" TO W-MAND-OVER-SW
            END-IF.
            MOVE 1 TO W-BEST.
            PERFORM P-410 UNTIL W-BEST = 0.
            .
       P-410.
            MOVE 0 TO W-BEST.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PG-CNT
               IF W-PG-SEL(W-SUB) = SPACE
                  IF W-BEST = 0
                     MOVE W-SUB TO W-BEST
                  ELSE
                     IF W-PG-OVER(W-SUB) > W-PG-OVER(W-BEST)
                        OR (W-PG-OVER(W-SUB) = W-PG-OVER(W-BEST)
                            AND W-PG-RANK(W-SUB) < W-PG-RANK(W-BEST))
                        OR (W-PG-OVER(W-SUB) = W-PG-OVER(W-BEST)
                            AND W-PG-RANK(W-SUB) = W-PG-RANK(W-BEST)
                            AND W-PG-NAME(W-SUB) < W-PG-NAME(W-BEST))
                        MOVE W-SUB TO W-BEST
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF W-BEST > 0
               IF W-USED-SECS + W-PG-SECS(W-BEST) NOT > W-WIN-SECS
                  MOVE "R" TO W-PG-SEL(W-BEST)
                  ADD W-PG-SECS(W-BEST) TO W-USED-SECS
                  ADD 1 TO W-ORD-CNT W-ROT-CNT
                  MOVE W-BEST TO W-ORD(W-ORD-CNT)
               ELSE
                  MOVE "X" TO W-PG-SEL(W-BEST)
               END-IF
            END-IF.
            .
      *
      *   ケース9．COVPLANの書き出し（TESTPLAN様式＋根拠欄）。
       P-500.
            MOVE SPACE TO W-LINE-WK.
            STRING "# COVPLAN - ROTATE|PROGRAM|CASEIDS|PRIORITY|"
                                       DELIMITED BY SIZE
                   "REASON|LAST-RUN|DAYS|EST-SECS"
                                       DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PO-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "# DATE="           DELIMITED BY SIZE
                   W-RUN-DATE          DELIMITED BY SIZE
                   " SOURCE="          DELIMITED BY SIZE
                   W-PLAN-SEL          DELIMITED BY SPACE
                   " WINDOW-MIN="      DELIMITED BY SIZE
                   W-WIN-MIN           DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PO-REC FROM W-LINE-WK.
            PERFORM P-510 VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-ORD-CNT.
            COMPUTE W-EST-MIN = (W-USED-SECS + 59) / 60.
            COMPUTE W-LEFT-CNT = W-PG-CNT - W-OUT-CNT.
            MOVE SPACE TO W-LINE-WK.
            STRING "# PLANNED="        DELIMITED BY SIZE
                   W-OUT-CNT           DELIMITED BY SIZE
                   " MANDATORY="       DELIMITED BY SIZE
                   W-MAND-CNT          DELIMITED BY SIZE
                   " ROTATION="        DELIMITED BY SIZE
                   W-ROT-CNT           DELIMITED BY SIZE
                   " EST-MIN="         DELIMITED BY SIZE
                   W-EST-MIN           DELIMITED BY SIZE
                   " LEFT-OUT="        DELIMITED BY SIZE
                   W-LEFT-CNT          DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PO-REC FROM W-LINE-WK.
            .
       P-510.
            MOVE W-ORD(W-J) TO W-SUB.
            ADD 1 TO W-OUT-CNT.
            IF W-PG-SEL(W-SUB) = "M"
               MOVE "MANDATORY" TO W-REASON
            ELSE
               MOVE "ROTATION"  TO W-REASON
            END-IF.
            COMPUTE W-EST-N = W-PG-SECS(W-SUB) + 0.999.
            IF W-PG-CASES(W-SUB) = SPACE
               MOVE "*" TO W-PG-CASES(W-SUB)
            END-IF.
            PERFORM P-520.
            MOVE SPACE TO W-LINE-WK.
            STRING "ROTATE|"           DELIMITED BY SIZE
                   W-PG-NAME(W-SUB)    DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-PG-CASES(W-SUB)   DELIMITED BY "  "
                   "|"                 DELIMITED BY SIZE
                   W-PG-PRI(W-SUB)     DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-REASON            DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-DATE-WK           DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-PG-DAYS(W-SUB)    DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   W-EST-N             DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PO-REC FROM W-LINE-WK.
            .
      *
      *   最終実行日の表示形（一度も流れていなければ"-"）。
       P-520.
            IF W-PG-LAST(W-SUB) = SPACE
               MOVE "-" TO W-DATE-WK
            ELSE
               MOVE W-PG-LAST(W-SUB) TO W-DATE-WK
            END-IF.
            .
      *
      *   ケース10．滞留一覧COVSTAL。許容間隔を超えた全プログラム
      *             を当夜の計画に入ったかどうかと並べて書く。
       P-600.
            MOVE SPACE TO W-LINE-WK.
            STRING "# COVSTAL - PROGRAM|PRIORITY|LAST-RUN|DAYS|"
                                       DELIMITED BY SIZE
                   "MAX-GAP|TONIGHT"   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE SO-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "# DATE="           DELIMITED BY SIZE
                   W-RUN-DATE          DELIMITED BY SIZE
                   " SOURCE="          DELIMITED BY SIZE
                   W-PLAN-SEL          DELIMITED BY SPACE
                   " WINDOW-MIN="      DELIMITED BY SIZE
                   W-WIN-MIN           DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE SO-REC FROM W-LINE-WK.
            PERFORM P-610 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PG-CNT.
            IF W-MAND-OVER
               COMPUTE W-EST-MIN = (W-USED-SECS + 59) / 60
               MOVE SPACE TO W-LINE-WK
               STRING "# MANDATORY SET OVER WINDOW: EST-MIN="
                                       DELIMITED BY SIZE
                      W-EST-MIN        DELIMITED BY SIZE
                      " WINDOW-MIN="   DELIMITED BY SIZE
                      W-WIN-MIN        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE SO-REC FROM W-LINE-WK
               DISPLAY W-LINE-WK(3:60)
            END-IF.
            MOVE SPACE TO W-LINE-WK.
            STRING "# CANDIDATES="     DELIMITED BY SIZE
                   W-PG-CNT            DELIMITED BY SIZE
                   " STALE="           DELIMITED BY SIZE
                   W-STALE-CNT         DELIMITED BY SIZE
                   " STALE-NOT-PLANNED="
                                       DELIMITED BY SIZE
                   W-MISS-CNT          DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE SO-REC FROM W-LINE-WK.
            .
       P-610.
            IF W-PG-DAYS(W-SUB) > W-PG-GAP(W-SUB)
               ADD 1 TO W-STALE-CNT
               IF W-PG-SEL(W-SUB) = "M" OR W-PG-SEL(W-SUB) = "R"
                  MOVE "PLANNED"     TO W-TONIGHT
               ELSE
                  MOVE "NOT PLANNED" TO W-TONIGHT
                  ADD 1 TO W-MISS-CNT
               END-IF
               PERFORM P-520
               MOVE SPACE TO W-LINE-WK
               STRING W-PG-NAME(W-SUB) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-PG-PRI(W-SUB)  DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-DATE-WK        DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-PG-DAYS(W-SUB) DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-PG-GAP(W-SUB)  DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-TONIGHT        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE SO-REC FROM W-LINE-WK
               IF W-TONIGHT = "NOT PLANNED"
                  DISPLAY "STALE " W-LINE-WK(1:70)
               END-IF
            END-IF.
            .
