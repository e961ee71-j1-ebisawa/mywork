      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：当番表マスタの生成・保守・空き点検
      *    処理概要　　：MSG-CAT-1はE重大度の警報をOPALERTへ上げるが、
      *                  今夜の当番が誰かを知らない。連絡網は表計算
      *                  にあり、非番の人が警報を読んだことが二度
      *                  ある。当番表マスタDUTYROST（日付＋勤務帯を
      *                  キーに正・副の当番）を設け、輪番の型DUTYPAT
      *                  をカレンダーマスタCALMSTの上で先へ回して
      *                  生成する（HOLIDAY／SHUTDOWNの夜は夜間処理が
      *                  無いので飛ばす。nightly_run.shと同じ読み方）。
      *                  当番の名前は要員マスタSTAFFMSTで名寄せし
      *                  （要員ＩＤ・漢字氏名・読み・操作者ＩＤの
      *                  どれでもよい）、有効な要員の操作者ＩＤで
      *                  持つ。環境変数 DUTY_ROS_MODE で動作を選ぶ。
      *                    GEN：DUTY_FROM〜DUTY_TO（既定は今日から
      *                      ２８日）の当番を輪番で生成し、新マスタ
      *                      DUTYROSOを書く。期間内の生成行（GEN）は
      *                      作り直し、手で入れた行（MAN）は残す
      *                      （その夜の輪番の番は進める）。輪番は
      *                      勤務帯ごとに、期間より前の最後の生成行の
      *                      次の組から続ける。型の名前が有効な要員に
      *                      名寄せできなければ何も書かずRETURN-CODE 8。
      *                    MNT：交代・差し替えのトランザクション
      *                      DUTYTX（「SET|日付|勤務帯|正|副」／
      *                      「DEL|日付|勤務帯」）を当て、DUTYROSOを
      *                      書く（SETの行はMAN）。はねた行があれば
      *                      RETURN-CODE 4。
      *                    WHO：DUTY_DATE・DUTY_TIME（HHMM、既定は
      *                      今）の当番を表示する（DUTY-ROS-1の確認）。
      *                    未指定／GAP：DUTY_FROM〜DUTY_TO（既定は
      *                      今日から１４日）の夜間処理のある夜・
      *                      勤務帯ごとに当番表を点検し、空き一覧
      *                      DUTYGAPを書く。
      *                        UNASSIGNED　　　行が無い・正が空
      *                        PRIMARY INACTIVE 正が有効な要員でない
      *                        NO BACKUP　　　 副が空
      *                        BACKUP INACTIVE　副が有効な要員でない
      *                      前の２つ（誰も当たっていない夜）があれば
      *                      RETURN-CODE 4。
      *                  GEN・MNTは操作者権限（PERM-CHK-1のAPPLY）を
      *                  見る。新マスタを確かめてDUTYROSTへ置き替える
      *                  のはCAL-MNTの新旧マスタと同じ作法。
      *    使用方法　　：DUTYPATの様式（#の行は注記）
      *                    S|勤務帯|開始HHMM|終了HHMM
      *                      （終了≦開始は日付をまたぎ、始まった日の
      *                      勤務とする。S行が無ければ終日１本の
      *                      勤務帯DUTY）
      *                    R|勤務帯|正|副　輪番の組を回す順に
      *                  DUTYROSTの様式
      *                    日付|勤務帯|正|副|由来（GEN／MAN）
      *                  警報への当番の押印は、同じソースの副プロ
      *                  グラムDUTY-ROS-1をMSG-CAT-1が呼んで行う。
      *  --------------------------------------------------------------
      *   対象：夜間当番の明確化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DUTY-ROS.
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
           SELECT PAT-IN     ASSIGN TO "DUTYPAT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PAT-FS.
           SELECT ROS-IN     ASSIGN TO "DUTYROST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ROS-FS.
           SELECT ROS-OU     ASSIGN TO "DUTYROSO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TX-IN      ASSIGN TO "DUTYTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT CAL-IN     ASSIGN TO "CALMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CAL-FS.
           SELECT GAP-OU     ASSIGN TO "DUTYGAP"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WK    ASSIGN TO "DUTYSRT".
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  PAT-IN.
       01  PT-REC             PIC X(100).
       FD  ROS-IN.
       01  RI-REC             PIC X(100).
       FD  ROS-OU.
       01  RO-REC             PIC X(100).
       FD  TX-IN.
       01  TX-REC             PIC X(100).
       FD  STF-IN.
       01  ST-REC             PIC X(200).
       FD  CAL-IN.
       01  CL-REC             PIC X(80).
       FD  GAP-OU.
       01  GP-REC             PIC X(132).
       SD  SORT-WK.
       01  SW-REC.
           05  SW-DATE        PIC X(08).
           05  SW-SHSEQ       PIC 9(02).
           05  SW-LINE        PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
       01  W-PAT-FS           PIC X(02).
       01  W-ROS-FS           PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-STF-FS           PIC X(02).
       01  W-CAL-FS           PIC X(02).
       01  W-MODE             PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-FROM             PIC X(08).
       01  W-TO               PIC X(08).
       01  W-DAYS-X           PIC X(03).
       01  W-DATE-N           PIC 9(08).
       01  W-INT-FROM         PIC 9(07).
       01  W-INT-TO           PIC 9(07).
       01  W-INT-D            PIC 9(07).
       01  W-DATE             PIC X(08).
       01  W-DOW              PIC 9(01).
      *    勤務帯の表（DUTYPATのS行。輪番の現在位置も持つ）
       01  W-SH-CNT           PIC 9(01)          VALUE 0.
       01  W-SH-TBL.
           05  W-SH           OCCURS 4.
               10  W-SH-NAME  PIC X(08).
               10  W-SH-FROM  PIC 9(04).
               10  W-SH-TO    PIC 9(04).
               10  W-SH-RCNT  PIC 9(02).
               10  W-SH-NEXT  PIC 9(02).
      *    輪番の組（DUTYPATのR行。勤務帯の中での順番つき）
       01  W-RT-CNT           PIC 9(02)          VALUE 0.
       01  W-RT-TBL.
           05  W-RT           OCCURS 50.
               10  W-RT-SHIFT PIC X(08).
               10  W-RT-ORD   PIC 9(02).
               10  W-RT-PRI   PIC X(16).
               10  W-RT-BKP   PIC X(16).
      *    当番表（最大1000行）
       01  W-RS-CNT           PIC 9(04)          VALUE 0.
       01  W-RS-TBL.
           05  W-RS           OCCURS 1000.
               10  W-RS-DATE  PIC X(08).
               10  W-RS-SHIFT PIC X(08).
               10  W-RS-PRI   PIC X(16).
               10  W-RS-BKP   PIC X(16).
               10  W-RS-ORG   PIC X(03).
               10  W-RS-DEL   PIC X(01).
      *    要員マスタ（名寄せ用）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-ID    PIC X(08).
               10  W-ST-KANJI PIC X(16).
               10  W-ST-YOMI  PIC X(40).
               10  W-ST-OPER  PIC X(16).
               10  W-ST-STS   PIC X(01).
      *    夜間処理の無い日（CALMSTのHOLIDAY／SHUTDOWN）と
      *    週末でも全量を流す日（BUSINESS）
       01  W-CL-CNT           PIC 9(03)          VALUE 0.
       01  W-CL-TBL.
           05  W-CL           OCCURS 400.
               10  W-CL-DATE  PIC X(08).
               10  W-CL-TYPE  PIC X(08).
       01  W-CAL-TYPE         PIC X(08).
       01  W-RUN              PIC X(06).
      *    行分解・名寄せ・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-NAME             PIC X(40).
       01  W-RES-OPER         PIC X(16).
       01  W-RES-STS          PIC X(01).
       01  W-PRI              PIC X(16).
       01  W-BKP              PIC X(16).
       01  W-SUB              PIC 9(04).
       01  W-S                PIC 9(02).
       01  W-I                PIC 9(02).
       01  W-J                PIC 9(02).
       01  W-FND              PIC 9(04).
       01  W-LAST             PIC 9(04).
       01  W-KIND             PIC X(16).
       01  W-LINE-WK          PIC X(132).
      *    件数
       01  W-ERR-CNT          PIC 9(03)          VALUE 0.
       01  W-GEN-CNT          PIC 9(04)          VALUE 0.
       01  W-MAN-CNT          PIC 9(04)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(04)          VALUE 0.
       01  W-NIGHT-CNT        PIC 9(04)          VALUE 0.
       01  W-GAP-CNT          PIC 9(04)          VALUE 0.
       01  W-WARN-CNT         PIC 9(04)          VALUE 0.
       01  W-APL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OUT-CNT          PIC 9(04)          VALUE 0.
      *    当番の照会（DUTY-ROS-1）の受け渡し域
       01  W-DT-DATE          PIC X(08).
       01  W-DT-TIME          PIC X(04).
       01  W-DT-SHIFT         PIC X(08).
       01  W-DT-PRI           PIC X(16).
       01  W-DT-BKP           PIC X(16).
       01  W-DT-STS           PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (DUTY-ROS)".
            DISPLAY "DUTY_ROS_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE           FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY          FROM DATE YYYYMMDD.
            IF W-MODE = "GEN" OR W-MODE = "MNT"
               DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
               ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE
               MOVE "DUTY-ROS" TO W-PRM-PROG
               MOVE "APPLY"    TO W-PRM-MODE
               CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                       W-PRM-MODE W-PRM-STS
                   ON EXCEPTION
                       MOVE "9" TO W-PRM-STS
               END-CALL
               IF W-PRM-STS = "1"
                  DISPLAY "DUTY-ROS: OPERATOR NOT AUTHORIZED TO"
                          " APPLY (SEE PERMLOG)"
                  MOVE 8 TO RETURN-CODE
                  DISPLAY "TEST END   (DUTY-ROS)"
                  GOBACK
               END-IF
            END-IF.
            PERFORM P-100.
            PERFORM P-150.
            PERFORM P-170.
            PERFORM P-200.
            EVALUATE W-MODE
                WHEN "GEN"
                     MOVE "028" TO W-DAYS-X
                     PERFORM P-050
                     PERFORM P-300
                     IF W-ERR-CNT > 0
                        DISPLAY "DUTY-ROS: PATTERN ERRORS="
                                W-ERR-CNT " - DUTYROSO NOT WRITTEN"
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        IF RETURN-CODE NOT = 8
                           PERFORM P-400
                           PERFORM P-800
                           DISPLAY "GENERATED=" W-GEN-CNT
                                   " MANUAL-KEPT=" W-MAN-CNT
                                   " SKIPPED-NIGHTS=" W-SKIP-CNT
                                   " OUT=" W-OUT-CNT
                        END-IF
                     END-IF
                WHEN "MNT"
                     PERFORM P-500
                     PERFORM P-800
                     DISPLAY "APPLIED=" W-APL-CNT " REJ=" W-REJ-CNT
                             " OUT=" W-OUT-CNT
                     IF W-REJ-CNT > 0
                        MOVE 4 TO RETURN-CODE
                     END-IF
                WHEN "WHO"
                     PERFORM P-690
                WHEN OTHER
                     MOVE "014" TO W-DAYS-X
                     PERFORM P-050
                     IF RETURN-CODE NOT = 8
                        PERFORM P-600
                     END-IF
            END-EVALUATE.
            DISPLAY "TEST END   (DUTY-ROS)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   期間の決定。DUTY_FROM（既定は今日）からDUTY_TO（既定は
      *   W-DAYS-X日分）まで。
       P-050.
            DISPLAY "DUTY_FROM" UPON ENVIRONMENT-NAME.
            ACCEPT W-FROM       FROM ENVIRONMENT-VALUE.
            DISPLAY "DUTY_TO"   UPON ENVIRONMENT-NAME.
            ACCEPT W-TO         FROM ENVIRONMENT-VALUE.
            IF W-FROM = SPACE
               MOVE W-TODAY TO W-FROM
            END-IF.
            MOVE 0 TO W-DATE-N.
            IF W-FROM NUMERIC
               MOVE W-FROM TO W-DATE-N
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
               DISPLAY "DUTY-ROS NG: BAD DUTY_FROM " W-FROM
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE W-FROM TO W-DATE-N
               COMPUTE W-INT-FROM = FUNCTION INTEGER-OF-DATE(W-DATE-N)
               IF W-TO = SPACE
                  COMPUTE W-INT-TO = W-INT-FROM
                                   + FUNCTION NUMVAL(W-DAYS-X) - 1
                  COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-INT-TO)
                  MOVE W-DATE-N TO W-TO
               END-IF
               MOVE 0 TO W-DATE-N
               IF W-TO NUMERIC
                  MOVE W-TO TO W-DATE-N
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  OR W-TO < W-FROM
                  DISPLAY "DUTY-ROS NG: BAD DUTY_TO " W-TO
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE W-TO TO W-DATE-N
                  COMPUTE W-INT-TO = FUNCTION INTEGER-OF-DATE(W-DATE-N)
                  DISPLAY "PERIOD " W-FROM " - " W-TO
               END-IF
            END-IF.
            .
      *
      *   ケース1．輪番の型のロード。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PAT-IN.
            IF W-PAT-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PAT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE PAT-IN
            ELSE
               DISPLAY "DUTY-ROS: NO DUTYPAT"
            END-IF.
            IF W-SH-CNT = 0
               MOVE 1      TO W-SH-CNT
               MOVE "DUTY" TO W-SH-NAME(1)
               MOVE 0      TO W-SH-FROM(1) W-SH-TO(1)
            END-IF.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SH-CNT
               MOVE 0 TO W-SH-RCNT(W-S)
               MOVE 1 TO W-SH-NEXT(W-S)
            END-PERFORM.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-RT-CNT
               MOVE W-RT-SHIFT(W-I) TO W-F2
               PERFORM P-720
               IF W-S > 0
                  ADD 1 TO W-SH-RCNT(W-S)
                  MOVE W-SH-RCNT(W-S) TO W-RT-ORD(W-I)
               ELSE
                  MOVE 0 TO W-RT-ORD(W-I)
               END-IF
            END-PERFORM.
            .
       P-110.
            IF PT-REC(1:1) NOT = "#" AND PT-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING PT-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               EVALUATE TRUE
                   WHEN W-F1 = "S" AND W-SH-CNT < 4
                        AND W-F3(1:4) NUMERIC AND W-F4(1:4) NUMERIC
                        ADD 1 TO W-SH-CNT
                        MOVE W-F2      TO W-SH-NAME(W-SH-CNT)
                        MOVE W-F3(1:4) TO W-SH-FROM(W-SH-CNT)
                        MOVE W-F4(1:4) TO W-SH-TO  (W-SH-CNT)
                   WHEN W-F1 = "R" AND W-RT-CNT < 50
                        ADD 1 TO W-RT-CNT
                        MOVE W-F2 TO W-RT-SHIFT(W-RT-CNT)
                        MOVE W-F3 TO W-RT-PRI  (W-RT-CNT)
                        MOVE W-F4 TO W-RT-BKP  (W-RT-CNT)
                   WHEN OTHER
                        ADD 1 TO W-ERR-CNT
                        DISPLAY "DUTYPAT NG: " PT-REC(1:60)
               END-EVALUATE
            END-IF.
            .
      *
      *   要員マスタのロード。
       P-150.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STF-IN.
            IF W-STF-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            ELSE
               DISPLAY "DUTY-ROS: NO STAFFMST - NAMES NOT RESOLVED"
            END-IF.
            .
       P-160.
            IF ST-REC(1:1) NOT = "#" AND ST-REC NOT = SPACE
               AND W-ST-CNT < 300
               ADD 1 TO W-ST-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING ST-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-ST-ID   (W-ST-CNT)
               MOVE W-F2 TO W-ST-KANJI(W-ST-CNT)
               MOVE W-F3 TO W-ST-YOMI (W-ST-CNT)
               MOVE W-F4 TO W-ST-OPER (W-ST-CNT)
               MOVE W-F6 TO W-ST-STS  (W-ST-CNT)
            END-IF.
            .
      *
      *   カレンダーマスタのロード（種別つきの日だけ）。
       P-170.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT CAL-IN.
            IF W-CAL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ CAL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-180
                  END-READ
               END-PERFORM
               CLOSE CAL-IN
            ELSE
               DISPLAY "DUTY-ROS: NO CALMST - EVERY NIGHT HAS A RUN"
            END-IF.
            .
       P-180.
            IF CL-REC(1:1) NOT = "#" AND CL-REC NOT = SPACE
               AND W-CL-CNT < 400
               ADD 1 TO W-CL-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING CL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-CL-DATE(W-CL-CNT)
               MOVE W-F2 TO W-CL-TYPE(W-CL-CNT)
            END-IF.
            .
      *
      *   ケース2．現行当番表のロード。
       P-200.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ROS-IN.
            IF W-ROS-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ROS-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE ROS-IN
            ELSE
               DISPLAY "DUTY-ROS: NO DUTYROST, START EMPTY"
            END-IF.
            .
       P-210.
            IF RI-REC(1:1) NOT = "#" AND RI-REC NOT = SPACE
               AND W-RS-CNT < 1000
               ADD 1 TO W-RS-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING RI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-RS-DATE (W-RS-CNT)
               MOVE W-F2 TO W-RS-SHIFT(W-RS-CNT)
               MOVE W-F3 TO W-RS-PRI  (W-RS-CNT)
               MOVE W-F4 TO W-RS-BKP  (W-RS-CNT)
               MOVE W-F5 TO W-RS-ORG  (W-RS-CNT)
               MOVE "N"  TO W-RS-DEL  (W-RS-CNT)
            END-IF.
            .
      *
      *   ケース3．型の点検。勤務帯が定義済みで、正・副が有効な
      *            要員に名寄せでき、正と副が別人であること。名寄せ
      *            した操作者ＩＤへ置き替えておく。
       P-300.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-RT-CNT
               IF W-RT-ORD(W-I) = 0
                  ADD 1 TO W-ERR-CNT
                  DISPLAY "DUTYPAT NG: SHIFT NOT DEFINED "
                          W-RT-SHIFT(W-I)
               END-IF
               MOVE W-RT-PRI(W-I) TO W-NAME
               PERFORM P-700
               IF W-RES-STS NOT = "A"
                  ADD 1 TO W-ERR-CNT
                  DISPLAY "DUTYPAT NG: PRIMARY NOT ACTIVE STAFF "
                          W-RT-PRI(W-I)
               ELSE
                  MOVE W-RES-OPER TO W-RT-PRI(W-I)
               END-IF
               IF W-RT-BKP(W-I) NOT = SPACE
                  MOVE W-RT-BKP(W-I) TO W-NAME
                  PERFORM P-700
                  IF W-RES-STS NOT = "A"
                     ADD 1 TO W-ERR-CNT
                     DISPLAY "DUTYPAT NG: BACKUP NOT ACTIVE STAFF "
                             W-RT-BKP(W-I)
                  ELSE
                     MOVE W-RES-OPER TO W-RT-BKP(W-I)
                  END-IF
               END-IF
               IF W-RT-PRI(W-I) = W-RT-BKP(W-I)
                  ADD 1 TO W-ERR-CNT
                  DISPLAY "DUTYPAT NG: PRIMARY = BACKUP "
                          W-RT-PRI(W-I)
               END-IF
            END-PERFORM.
            .
      *
      *   ケース4．生成。期間内の生成行を消し、夜ごと・勤務帯ごとに
      *            輪番の次の組を当てる。
       P-400.
      *    勤務帯ごとの輪番の続き（期間より前の最後の生成行の次）
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SH-CNT
               MOVE 0 TO W-LAST
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-RS-CNT
                  IF W-RS-SHIFT(W-SUB) = W-SH-NAME(W-S)
                     AND W-RS-ORG(W-SUB) = "GEN"
                     AND W-RS-DATE(W-SUB) < W-FROM
                     IF W-LAST = 0
                        MOVE W-SUB TO W-LAST
                     ELSE
                        IF W-RS-DATE(W-SUB) > W-RS-DATE(W-LAST)
                           MOVE W-SUB TO W-LAST
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF W-LAST > 0
                  PERFORM VARYING W-I FROM 1 BY 1
                          UNTIL W-I > W-RT-CNT
                     IF W-RT-SHIFT(W-I) = W-SH-NAME(W-S)
                        AND W-RT-PRI(W-I) = W-RS-PRI(W-LAST)
                        AND W-RT-BKP(W-I) = W-RS-BKP(W-LAST)
                        COMPUTE W-SH-NEXT(W-S) = FUNCTION MOD(
                                W-RT-ORD(W-I), W-SH-RCNT(W-S)) + 1
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
      *    期間内の生成行は作り直す
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-RS-CNT
               IF W-RS-ORG(W-SUB) = "GEN"
                  AND W-RS-DATE(W-SUB) NOT < W-FROM
                  AND W-RS-DATE(W-SUB) NOT > W-TO
                  MOVE "Y" TO W-RS-DEL(W-SUB)
               END-IF
            END-PERFORM.
            PERFORM P-410 VARYING W-INT-D FROM W-INT-FROM BY 1
                    UNTIL W-INT-D > W-INT-TO.
            .
       P-410.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-INT-D).
            MOVE W-DATE-N TO W-DATE.
            PERFORM P-730.
            IF W-RUN = "NONE"
               ADD 1 TO W-SKIP-CNT
            ELSE
               PERFORM P-420 VARYING W-S FROM 1 BY 1
                       UNTIL W-S > W-SH-CNT
            END-IF.
            .
       P-420.
            IF W-SH-RCNT(W-S) > 0
               PERFORM P-740
               IF W-FND > 0
                  ADD 1 TO W-MAN-CNT
               ELSE
                  PERFORM VARYING W-I FROM 1 BY 1
                          UNTIL W-I > W-RT-CNT
                     IF W-RT-SHIFT(W-I) = W-SH-NAME(W-S)
                        AND W-RT-ORD(W-I) = W-SH-NEXT(W-S)
                        MOVE W-RT-PRI(W-I) TO W-PRI
                        MOVE W-RT-BKP(W-I) TO W-BKP
                     END-IF
                  END-PERFORM
                  IF W-RS-CNT < 1000
                     ADD 1 TO W-RS-CNT
                     ADD 1 TO W-GEN-CNT
                     MOVE W-DATE          TO W-RS-DATE (W-RS-CNT)
                     MOVE W-SH-NAME(W-S)  TO W-RS-SHIFT(W-RS-CNT)
                     MOVE W-PRI           TO W-RS-PRI  (W-RS-CNT)
                     MOVE W-BKP           TO W-RS-BKP  (W-RS-CNT)
                     MOVE "GEN"           TO W-RS-ORG  (W-RS-CNT)
                     MOVE "N"             TO W-RS-DEL  (W-RS-CNT)
                  ELSE
                     DISPLAY "DUTY-ROS: ROSTER TABLE FULL AT " W-DATE
                  END-IF
               END-IF
               COMPUTE W-SH-NEXT(W-S) = FUNCTION MOD(
                       W-SH-NEXT(W-S), W-SH-RCNT(W-S)) + 1
            END-IF.
            .
      *
      *   ケース5．交代・差し替えの適用。
       P-500.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT TX-IN.
            IF W-TX-FS NOT = "00"
               DISPLAY "DUTY-ROS: NO DUTYTX"
            ELSE
               PERFORM UNTIL W-EOF
                  READ TX-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-510
                  END-READ
               END-PERFORM
               CLOSE TX-IN
            END-IF.
            .
       P-510.
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-KIND
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F2 TO W-DATE
               MOVE 0    TO W-DATE-N
               IF W-DATE NUMERIC
                  MOVE W-DATE TO W-DATE-N
               END-IF
               MOVE W-F3 TO W-F2
               PERFORM P-720
               MOVE SPACE TO W-PRI W-BKP
               EVALUATE TRUE
                   WHEN W-F1 NOT = "SET" AND W-F1 NOT = "DEL"
                        MOVE "BAD FUNCTION" TO W-KIND
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                        MOVE "BAD DATE" TO W-KIND
                   WHEN W-S = 0
                        MOVE "BAD SHIFT" TO W-KIND
               END-EVALUATE
               IF W-KIND = SPACE
                  PERFORM P-740
                  IF W-F1 = "DEL"
                     IF W-FND = 0
                        MOVE "NOT FOUND" TO W-KIND
                     ELSE
                        MOVE "Y" TO W-RS-DEL(W-FND)
                     END-IF
                  ELSE
                     PERFORM P-520
                  END-IF
               END-IF
               IF W-KIND = SPACE
                  ADD 1 TO W-APL-CNT
                  DISPLAY "APL " W-F1(1:3) " " W-DATE " " W-SH-NAME(W-S)
                          " " W-PRI " " W-BKP
               ELSE
                  ADD 1 TO W-REJ-CNT
                  DISPLAY "REJ " W-F1(1:3) " " W-DATE " " W-KIND
               END-IF
            END-IF.
            .
      *
      *   SETの正・副の名寄せと書き込み（同じ夜・勤務帯の行は
      *   置き替える）。
       P-520.
            MOVE W-F4 TO W-NAME.
            PERFORM P-700.
            IF W-RES-STS NOT = "A"
               MOVE "PRIMARY INACTIVE" TO W-KIND
            ELSE
               MOVE W-RES-OPER TO W-PRI
            END-IF.
            IF W-KIND = SPACE AND W-F5 NOT = SPACE
               MOVE W-F5 TO W-NAME
               PERFORM P-700
               IF W-RES-STS NOT = "A"
                  MOVE "BACKUP INACTIVE" TO W-KIND
               ELSE
                  MOVE W-RES-OPER TO W-BKP
               END-IF
            END-IF.
            IF W-KIND = SPACE AND W-PRI = W-BKP
               MOVE "PRIMARY = BACKUP" TO W-KIND
            END-IF.
            IF W-KIND = SPACE
               IF W-FND = 0
                  IF W-RS-CNT < 1000
                     ADD 1 TO W-RS-CNT
                     MOVE W-RS-CNT TO W-FND
                  ELSE
                     MOVE "TABLE FULL" TO W-KIND
                  END-IF
               END-IF
            END-IF.
            IF W-KIND = SPACE
               MOVE W-DATE         TO W-RS-DATE (W-FND)
               MOVE W-SH-NAME(W-S) TO W-RS-SHIFT(W-FND)
               MOVE W-PRI          TO W-RS-PRI  (W-FND)
               MOVE W-BKP          TO W-RS-BKP  (W-FND)
               MOVE "MAN"          TO W-RS-ORG  (W-FND)
               MOVE "N"            TO W-RS-DEL  (W-FND)
            END-IF.
            .
      *
      *   ケース6．空き点検。夜間処理のある夜ごと・勤務帯ごと。
       P-600.
            OPEN OUTPUT GAP-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "# DUTYGAP " W-FROM " - " W-TO
                   " - DATE|RUN|SHIFT|KIND|PRIMARY|BACKUP"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE GP-REC FROM W-LINE-WK.
            PERFORM P-610 VARYING W-INT-D FROM W-INT-FROM BY 1
                    UNTIL W-INT-D > W-INT-TO.
            MOVE SPACE TO W-LINE-WK.
            STRING "# NIGHTS=" W-NIGHT-CNT " SKIPPED=" W-SKIP-CNT
                   " GAPS=" W-GAP-CNT " WARNINGS=" W-WARN-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE GP-REC FROM W-LINE-WK.
            CLOSE GAP-OU.
            DISPLAY W-LINE-WK(3:60).
            IF W-GAP-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-610.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-INT-D).
            MOVE W-DATE-N TO W-DATE.
            PERFORM P-730.
            IF W-RUN = "NONE"
               ADD 1 TO W-SKIP-CNT
            ELSE
               ADD 1 TO W-NIGHT-CNT
               PERFORM P-620 VARYING W-S FROM 1 BY 1
                       UNTIL W-S > W-SH-CNT
            END-IF.
            .
       P-620.
            MOVE SPACE TO W-KIND W-PRI W-BKP.
            PERFORM P-740.
            IF W-FND > 0
               MOVE W-RS-PRI(W-FND) TO W-PRI
               MOVE W-RS-BKP(W-FND) TO W-BKP
            END-IF.
            IF W-PRI = SPACE
               MOVE "UNASSIGNED" TO W-KIND
               ADD 1 TO W-GAP-CNT
            ELSE
               MOVE W-PRI TO W-NAME
               PERFORM P-700
               IF W-RES-STS NOT = "A"
                  MOVE "PRIMARY INACTIVE" TO W-KIND
                  ADD 1 TO W-GAP-CNT
               ELSE
                  IF W-BKP = SPACE
                     MOVE "NO BACKUP" TO W-KIND
                     ADD 1 TO W-WARN-CNT
                  ELSE
                     MOVE W-BKP TO W-NAME
                     PERFORM P-700
                     IF W-RES-STS NOT = "A"
                        MOVE "BACKUP INACTIVE" TO W-KIND
                        ADD 1 TO W-WARN-CNT
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF W-KIND NOT = SPACE
               MOVE SPACE TO W-LINE-WK
               STRING W-DATE           DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      W-RUN            DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-SH-NAME(W-S)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-KIND           DELIMITED BY "  "
                      "|"              DELIMITED BY SIZE
                      W-PRI            DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-BKP            DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE GP-REC FROM W-LINE-WK
               DISPLAY "GAP " W-LINE-WK(1:80)
            END-IF.
            .
      *
      *   ケース7．当番の照会（DUTY-ROS-1をそのまま呼ぶ）。
       P-690.
            DISPLAY "DUTY_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-DT-DATE    FROM ENVIRONMENT-VALUE.
            DISPLAY "DUTY_TIME" UPON ENVIRONMENT-NAME.
            ACCEPT W-DT-TIME    FROM ENVIRONMENT-VALUE.
            CALL "DUTY-ROS-1" USING W-DT-DATE W-DT-TIME W-DT-SHIFT
                                    W-DT-PRI W-DT-BKP W-DT-STS.
            EVALUATE W-DT-STS
                WHEN "0"
                     DISPLAY "ON DUTY " W-DT-DATE " " W-DT-SHIFT
                             " PRIMARY=" W-DT-PRI
                             " BACKUP=" W-DT-BKP
                WHEN "1"
                     DISPLAY "UNASSIGNED " W-DT-DATE " " W-DT-SHIFT
                     MOVE 4 TO RETURN-CODE
                WHEN "3"
                     DISPLAY "OFF SHIFT (NO SHIFT COVERS THE TIME)"
                WHEN OTHER
                     DISPLAY "NO DUTYROST"
                     MOVE 12 TO RETURN-CODE
            END-EVALUATE.
            .
      *
      *   名寄せ。W-NAMEを要員ＩＤ・漢字氏名・読み・操作者ＩＤの
      *   どれかと突き合わせ、操作者ＩＤ（W-RES-OPER）と状態
      *   （W-RES-STS。A／I、該当なしは空白）を返す。有効な行を
      *   優先する。要員マスタが無ければ名前をそのまま有効とする。
       P-700.
            MOVE SPACE TO W-RES-OPER W-RES-STS.
            IF W-ST-CNT = 0
               MOVE W-NAME TO W-RES-OPER
               MOVE "A"    TO W-RES-STS
            ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-ST-CNT OR W-RES-STS = "A"
                  IF W-NAME NOT = SPACE
                     AND (W-ST-ID(W-SUB)       = W-NAME
                          OR W-ST-KANJI(W-SUB) = W-NAME
                          OR W-ST-YOMI(W-SUB)  = W-NAME
                          OR W-ST-OPER(W-SUB)  = W-NAME)
                     MOVE W-ST-OPER(W-SUB) TO W-RES-OPER
                     MOVE W-ST-STS(W-SUB)  TO W-RES-STS
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   勤務帯名（W-F2）から勤務帯の番号（W-S。無ければ０）。
       P-720.
            MOVE 0 TO W-S.
            PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > W-SH-CNT OR W-S > 0
               IF W-SH-NAME(W-J) = W-F2
                  MOVE W-J TO W-S
               END-IF
            END-PERFORM.
            .
      *
      *   W-DATEの夜間処理（nightly_run.shと同じ読み方）。
      *   NONE＝HOLIDAY／SHUTDOWN、FULL、VOLUME（載っていない週末）。
       P-730.
            MOVE SPACE TO W-CAL-TYPE.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CL-CNT OR W-CAL-TYPE NOT = SPACE
               IF W-CL-DATE(W-SUB) = W-DATE
                  MOVE W-CL-TYPE(W-SUB) TO W-CAL-TYPE
               END-IF
            END-PERFORM.
            COMPUTE W-DOW = FUNCTION MOD(W-INT-D - 1, 7).
            EVALUATE TRUE
                WHEN W-CAL-TYPE = "HOLIDAY" OR W-CAL-TYPE = "SHUTDOWN"
                     MOVE "NONE"   TO W-RUN
                WHEN W-CAL-TYPE = "BUSINESS"
                     MOVE "FULL"   TO W-RUN
                WHEN W-DOW >= 5
                     MOVE "VOLUME" TO W-RUN
                WHEN OTHER
                     MOVE "FULL"   TO W-RUN
            END-EVALUATE.
            .
      *
      *   W-DATE・勤務帯W-Sの生きた当番行（W-FND。無ければ０）。
       P-740.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RS-CNT OR W-FND > 0
               IF W-RS-DATE(W-SUB) = W-DATE
                  AND W-RS-SHIFT(W-SUB) = W-SH-NAME(W-S)
                  AND W-RS-DEL(W-SUB) NOT = "Y"
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   ケース8．新マスタDUTYROSO。日付・勤務帯の順に並べる。
       P-800.
            SORT SORT-WK
                 ASCENDING KEY SW-DATE SW-SHSEQ
                 INPUT  PROCEDURE IS P-810
                 OUTPUT PROCEDURE IS P-820.
            .
       P-810.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-RS-CNT
               IF W-RS-DEL(W-SUB) NOT = "Y"
                  MOVE W-RS-DATE(W-SUB)  TO SW-DATE
                  MOVE W-RS-SHIFT(W-SUB) TO W-F2
                  PERFORM P-720
                  IF W-S = 0
                     MOVE 99  TO SW-SHSEQ
                  ELSE
                     MOVE W-S TO SW-SHSEQ
                  END-IF
                  MOVE SPACE TO SW-LINE
                  STRING W-RS-DATE(W-SUB)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-RS-SHIFT(W-SUB) DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-RS-PRI(W-SUB)   DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-RS-BKP(W-SUB)   DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-RS-ORG(W-SUB)   DELIMITED BY SPACE
                         INTO SW-LINE
                  END-STRING
                  RELEASE SW-REC
               END-IF
            END-PERFORM.
            .
       P-820.
            MOVE "N" TO W-EOF-SW.
            OPEN OUTPUT ROS-OU.
            MOVE SPACE TO RO-REC.
            STRING "# DUTYROST - DATE|SHIFT|PRIMARY|BACKUP"
                   "|ORIGIN(GEN/MAN)"
                   DELIMITED BY SIZE INTO RO-REC
            END-STRING.
            WRITE RO-REC.
            PERFORM UNTIL W-EOF
               RETURN SORT-WK
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END
                        WRITE RO-REC FROM SW-LINE
                        ADD 1 TO W-OUT-CNT
               END-RETURN
            END-PERFORM.
            CLOSE ROS-OU.
            .
       END PROGRAM DUTY-ROS.
      ******************************************************************
      *    プログラム名：DUTY-ROS-1（当番の照会ルーチン）
      *    処理概要　　：日付と時刻（HHMM）を渡すと、その時刻を含む
      *                  勤務帯と、当番表DUTYROSTの正・副を返す。
      *                  日付をまたぐ勤務帯の明け方は前の日の勤務。
      *                  初回呼び出し時にDUTYPAT（S行）とDUTYROSTを
      *                  ロードする。
      *    呼び出し　　：CALL "DUTY-ROS-1" USING 日付 時刻 勤務帯
      *                                         正 副 状態
      *                    日付　PIC X(08)（空白なら今日・今の時刻。
      *                          勤務の日付に置き替えて返す）
      *                    時刻　PIC X(04)
      *                    勤務帯PIC X(08)／正・副 PIC X(16)（結果）
      *                    状態　PIC X(01)："0"＝当番あり
      *                                    "1"＝割り当てなし（空き）
      *                                    "2"＝DUTYROSTが無い
      *                                    "3"＝その時刻の勤務帯なし
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DUTY-ROS-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT PAT-IN     ASSIGN TO "DUTYPAT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PAT-FS.
           SELECT ROS-IN     ASSIGN TO "DUTYROST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ROS-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  PAT-IN.
       01  PT-REC             PIC X(100).
       FD  ROS-IN.
       01  RI-REC             PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-PAT-FS           PIC X(02).
       01  W-ROS-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-ROS-SW           PIC X              VALUE "N".
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-SH-CNT           PIC 9(01)          VALUE 0.
       01  W-SH-TBL.
           05  W-SH           OCCURS 4.
               10  W-SH-NAME  PIC X(08).
               10  W-SH-FROM  PIC 9(04).
               10  W-SH-TO    PIC 9(04).
       01  W-RS-CNT           PIC 9(04)          VALUE 0.
       01  W-RS-TBL.
           05  W-RS           OCCURS 1000.
               10  W-RS-DATE  PIC X(08).
               10  W-RS-SHIFT PIC X(08).
               10  W-RS-PRI   PIC X(16).
               10  W-RS-BKP   PIC X(16).
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-DATE             PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-TIME             PIC 9(04).
       01  W-S                PIC 9(01).
       01  W-SUB              PIC 9(04).
       01  W-FND              PIC 9(04).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-DATE             PIC X(08).
       01  L-TIME             PIC X(04).
       01  L-SHIFT            PIC X(08).
       01  L-PRI              PIC X(16).
       01  L-BKP              PIC X(16).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-DATE L-TIME L-SHIFT
                                             L-PRI L-BKP L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            MOVE SPACE TO L-SHIFT L-PRI L-BKP.
            IF W-ROS-SW NOT = "Y"
               MOVE "2" TO L-STS
               GOBACK
            END-IF.
            IF L-DATE = SPACE
               ACCEPT W-DATE     FROM DATE YYYYMMDD
               ACCEPT W-NOW-TIME FROM TIME
               MOVE W-NOW-TIME(1:4) TO W-TIME
            ELSE
               MOVE L-DATE TO W-DATE
               IF L-TIME NUMERIC
                  MOVE L-TIME TO W-TIME
               ELSE
                  MOVE 0 TO W-TIME
               END-IF
            END-IF.
      *    時刻を含む勤務帯（またぐ勤務帯の明け方は前日の勤務）
            MOVE "3" TO L-STS.
            PERFORM VARYING W-S FROM 1 BY 1
                    UNTIL W-S > W-SH-CNT OR L-STS NOT = "3"
               IF W-SH-FROM(W-S) < W-SH-TO(W-S)
                  IF W-TIME NOT < W-SH-FROM(W-S)
                     AND W-TIME < W-SH-TO(W-S)
                     MOVE "1" TO L-STS
                  END-IF
               ELSE
                  IF W-TIME NOT < W-SH-FROM(W-S)
                     MOVE "1" TO L-STS
                  ELSE
                     IF W-TIME < W-SH-TO(W-S)
                        MOVE "1" TO L-STS
                        MOVE W-DATE TO W-DATE-N
                        COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(
                                FUNCTION INTEGER-OF-DATE(W-DATE-N) - 1)
                        MOVE W-DATE-N TO W-DATE
                     END-IF
                  END-IF
               END-IF
               IF L-STS = "1"
                  MOVE W-SH-NAME(W-S) TO L-SHIFT
               END-IF
            END-PERFORM.
            IF L-STS = "1"
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-RS-CNT OR W-FND > 0
                  IF W-RS-DATE(W-SUB) = W-DATE
                     AND W-RS-SHIFT(W-SUB) = L-SHIFT
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND > 0 AND W-RS-PRI(W-FND) NOT = SPACE
                  MOVE W-RS-PRI(W-FND) TO L-PRI
                  MOVE W-RS-BKP(W-FND) TO L-BKP
                  MOVE "0" TO L-STS
               END-IF
               MOVE W-DATE TO L-DATE
            END-IF.
            GOBACK
            .
      *
      *   初回ロード。勤務帯（S行が無ければ終日１本のDUTY）と
      *   当番表。
       P-100.
            OPEN INPUT PAT-IN.
            IF W-PAT-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PAT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE PAT-IN
            END-IF.
            IF W-SH-CNT = 0
               MOVE 1      TO W-SH-CNT
               MOVE "DUTY" TO W-SH-NAME(1)
               MOVE 0      TO W-SH-FROM(1) W-SH-TO(1)
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ROS-IN.
            IF W-ROS-FS = "00"
               MOVE "Y" TO W-ROS-SW
               PERFORM UNTIL W-EOF
                  READ ROS-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-120
                  END-READ
               END-PERFORM
               CLOSE ROS-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF PT-REC(1:2) = "S|" AND W-SH-CNT < 4
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING PT-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               IF W-F3(1:4) NUMERIC AND W-F4(1:4) NUMERIC
                  ADD 1 TO W-SH-CNT
                  MOVE W-F2      TO W-SH-NAME(W-SH-CNT)
                  MOVE W-F3(1:4) TO W-SH-FROM(W-SH-CNT)
                  MOVE W-F4(1:4) TO W-SH-TO  (W-SH-CNT)
               END-IF
            END-IF.
            .
       P-120.
            IF RI-REC(1:1) NOT = "#" AND RI-REC NOT = SPACE
               AND W-RS-CNT < 1000
               ADD 1 TO W-RS-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-RS-DATE (W-RS-CNT)
               MOVE W-F2 TO W-RS-SHIFT(W-RS-CNT)
               MOVE W-F3 TO W-RS-PRI  (W-RS-CNT)
               MOVE W-F4 TO W-RS-BKP  (W-RS-CNT)
            END-IF.
            .
       END PROGRAM DUTY-ROS-1.
