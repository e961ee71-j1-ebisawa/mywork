      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：為替相場表の保守（逆相場・クロス相場の検算つき）
      *    処理概要　　：CURR-CNVは相場表RATETBL（適用日|元|先|相場）を
      *                  そのまま信じる。手編集でUSD／JPYの行に逆相場
      *                  を打ち込めば、費用報告は一万分の一になっても
      *                  誰も気づかない。相場表を日付つきのADD／CHG／
      *                  DELトランザクション（RATETX）で保守し、当てる
      *                  前に次を検算する。
      *                    逆相場：Ｘ→Ｙ×Ｙ→Ｘ≒１
      *                    クロス相場：Ｘ→Ｙ≒基軸→Ｙ÷基軸→Ｘ
      *                      （基軸は既定USD。基軸→Ｘの行が無ければ
      *                      Ｘ→基軸の逆数を使う）。基軸の行を変える
      *                      ときは、その通貨を含む既存のクロス相場と
      *                      の整合も見る。
      *                  トランザクションは並び順に、現行の相場表と
      *                  それまでに通った行を合わせた表で検算する
      *                  （まだ検算していない後続の行は見せない。
      *                  はねた行が他の行の検算を狂わせないため）。
      *                  検算はその行の適用日と、その行が効いている
      *                  間に他の行が切り替わる日ごとに行う。許容差を
      *                  外れた行は当てずに、更新リストと標準リジェ
      *                  クトファイルMNTREJ（PEND|RATE-MNT|理由|元
      *                  レコード）へ出す。REJ-MNTが他のリジェクトと
      *                  同じに修理・再投入できる。
      *                  あわせて変更後の相場表について、点検期間の
      *                  営業日ごとにどの通貨組にも効いている相場が
      *                  あるか（GAP）、通貨組の最新相場が点検期間末
      *                  からＮ営業日より古くないか（STALE）を見る。
      *                  営業日はBIZDATE-1（機能N）による。結合して
      *                  いない単体ビルドでは土日だけを非営業とみな
      *                  し、その旨をリストに記す。
      *                  環境変数 RATE_MNT_MODE で動作を選ぶ。
      *                    未指定／APPLY：トランザクションを当て、
      *                      新相場表RATETBLO・更新リストRATELST・
      *                      コントロールレコード（BATCTL）を書く。
      *                      新旧の入れ替えはITAI-MNTと同じ作法で
      *                      運用者が行う。
      *                    CHECK：現行RATETBLの全行を同じ規則で検算
      *                      し、GAP・STALEとあわせて点検表RATECHKへ
      *                      書く。相場表は書き替えない。
      *    使用方法　　：APPLYはOPERATOR_IDの権限（PERM-CHK-1）を
      *                  照会する。トランザクションは先頭３桁が
      *                  ADD／CHG／DEL、続けて適用日YYYYMMDD|元|先|
      *                  相場（DELは相場を省略可）。キーは適用日＋
      *                  元＋先。
      *                    RATE_MNT_TOL　 許容差（％、既定2）
      *                    RATE_MNT_STALE 鮮度の限度（営業日、既定5）
      *                    RATE_MNT_PIVOT 基軸通貨（既定USD）
      *                    RATE_MNT_FROM・RATE_MNT_TO 点検期間
      *                      （既定は当日を末日とする当月）
      *                  リジェクト・GAP・STALEがあればRETURN-CODE 4、
      *                  権限が無ければ8、点検期間の指定誤りは12。
      *  --------------------------------------------------------------
      *   対象：為替相場表の手編集の廃止（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RATE-MNT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-04.
       DATE-COMPILED.        2026-10-04.
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
           SELECT RTE-IN     ASSIGN TO "RATETBL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT RTE-TX     ASSIGN TO "RATETX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT RTE-OU     ASSIGN TO "RATETBLO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTE-LS     ASSIGN USING W-LS-NAME
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ-FILE   ASSIGN TO "MNTREJ"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REJF-FS.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RTE-IN.
       01  RI-REC             PIC X(80).
       FD  RTE-TX.
       01  RX-REC             PIC X(80).
       FD  RTE-OU.
       01  RO-REC             PIC X(80).
       FD  RTE-LS.
       01  RL-REC             PIC X(132).
       FD  REJ-FILE.
       01  REJ-REC            PIC X(250).
       FD  BCT-FILE.
       01  BCT-REC            PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
       01  W-MODE             PIC X(10).
       01  W-LS-NAME          PIC X(08)          VALUE "RATELST".
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-REJF-FS          PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
       01  W-BAD-SW           PIC X              VALUE "N".
           88  W-BAD                             VALUE "Y".
       01  W-PARM-SW          PIC X              VALUE "N".
           88  W-PARM-NG                         VALUE "Y".
      *    許容差（％）・鮮度の限度（営業日）・基軸通貨・点検期間
       01  W-ENV-X            PIC X(10).
       01  W-TOL-PCT          PIC 9(02)V9(02)    VALUE 2.
       01  W-TOL-ED           PIC Z9.99.
       01  W-STALE-DAYS       PIC 9(03)          VALUE 5.
       01  W-PIVOT            PIC X(03)          VALUE "USD".
       01  W-PER-FROM         PIC X(08).
       01  W-PER-TO           PIC X(08).
       01  W-TODAY            PIC X(08).
      *    相場表（最大500件）。W-RT-TXは本処理で触ったトランザク
      *    ションの番号（触っていなければ0）、W-RT-OLDは変更前の相場。
      *    W-RT-DELはN＝有効、Y＝削除、P＝検算待ちの追加（見せない）。
       01  W-TBL-CNT          PIC 9(04)          VALUE 0.
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-SUB3             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-RT-TBL.
           05  W-RT           OCCURS 500.
               10  W-RT-DATE  PIC X(08).
               10  W-RT-FROM  PIC X(03).
               10  W-RT-TO    PIC X(03).
               10  W-RT-RATE  PIC 9(07)V9(06).
               10  W-RT-OLD   PIC 9(07)V9(06).
               10  W-RT-DEL   PIC X(01).
               10  W-RT-TX    PIC 9(04).
      *    検算待ちのトランザクション（最大300件）
       01  W-TXC              PIC 9(04)          VALUE 0.
       01  W-TXI              PIC 9(04).
       01  W-TXE-TBL.
           05  W-TXE          OCCURS 300.
               10  W-TXE-REC  PIC X(80).
               10  W-TXE-KBN  PIC X(03).
               10  W-TXE-ROW  PIC 9(04).
               10  W-TXE-RATE PIC 9(07)V9(06).
      *    通貨の一覧（クロス相場の検算用、最大50通貨）
       01  W-CY-CNT           PIC 9(03)          VALUE 0.
       01  W-CY-TBL.
           05  W-CY           OCCURS 50       PIC X(03).
      *    通貨組の一覧（GAP・STALE用、最大200組）
       01  W-PR-CNT           PIC 9(03)          VALUE 0.
       01  W-PR-TBL.
           05  W-PR           OCCURS 200.
               10  W-PR-FROM  PIC X(03).
               10  W-PR-TO    PIC X(03).
               10  W-PR-FIRST PIC X(08).
               10  W-PR-LAST  PIC X(08).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-DATE          PIC X(08).
       01  W-TX-FROM          PIC X(03).
       01  W-TX-TO            PIC X(03).
       01  W-TX-RATE-X        PIC X(20).
       01  W-TX-RATE          PIC 9(07)V9(06).
       01  W-NUM              PIC S9(07)V9(06).
       01  W-DATE-MM          PIC 9(02).
       01  W-DATE-DD          PIC 9(02).
       01  W-REJ-CD           PIC X(08).
       01  W-REJ-RSN          PIC X(60).
       01  W-REJ-ORIG         PIC X(80).
       01  W-REJ-WK           PIC X(250).
      *    相場の引き当て（P-700）：元・先・基準日を与え、基準日以前で
      *    最新の相場を返す。W-LK-INV-SWがYなら逆向きの行の逆数も使う。
       01  W-LK-FROM          PIC X(03).
       01  W-LK-TO            PIC X(03).
       01  W-LK-DATE          PIC X(08).
       01  W-LK-BEST          PIC X(08).
       01  W-LK-RATE          PIC 9(07)V9(09).
       01  W-LK-SUB           PIC 9(04).
       01  W-LK-INV-SW        PIC X              VALUE "N".
           88  W-LK-INV-OK                       VALUE "Y".
       01  W-LK-SW            PIC X              VALUE "N".
           88  W-LK-FOUND                        VALUE "D" "I".
      *    検算域
       01  W-CK-ROW           PIC 9(04).
       01  W-CK-DATE          PIC X(08).
       01  W-CK-X             PIC X(03).
       01  W-CK-Y             PIC X(03).
       01  W-CK-O             PIC X(03).
       01  W-CK-Z             PIC X(03).
       01  W-CK-R             PIC 9(07)V9(09).
       01  W-EV-DATE          PIC X(08).
       01  W-PV-X             PIC 9(07)V9(09).
       01  W-PV-O             PIC 9(07)V9(09).
       01  W-ACT              PIC 9(09)V9(09).
       01  W-EXP              PIC 9(09)V9(09).
       01  W-DEV              PIC S9(07)V9(06).
       01  W-DEV-ED           PIC ZZZZZZ9.99.
       01  W-RATE-IN          PIC 9(07)V9(06).
       01  W-RATE-ED          PIC Z(06)9.9(06).
       01  W-RATE-TXT         PIC X(14).
       01  W-LEAD             PIC 9(02).
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
       01  W-CAL-NG-SW        PIC X              VALUE "N".
           88  W-CAL-NG                          VALUE "Y".
       01  W-BZ-DATE          PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-DATE-INT         PIC 9(08).
       01  W-DOW              PIC 9(01).
       01  W-DAY-CNT          PIC 9(03).
       01  W-GAP-DAYS         PIC 9(03).
       01  W-GAP-1ST          PIC X(08).
       01  W-AGE              PIC 9(03).
      *    件数
       01  W-ADD-CNT          PIC 9(04)          VALUE 0.
       01  W-CHG-CNT          PIC 9(04)          VALUE 0.
       01  W-DEL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OUT-CNT          PIC 9(04)          VALUE 0.
       01  W-NG-CNT           PIC 9(04)          VALUE 0.
       01  W-GAP-CNT          PIC 9(04)          VALUE 0.
       01  W-STALE-CNT        PIC 9(04)          VALUE 0.
      *    コントロールレコード用（BATCTL）
       01  W-BCT-FS           PIC X(02).
       01  W-IN-CNT0          PIC 9(05)          VALUE 0.
       01  W-BC-DATE          PIC X(08).
       01  W-BCT-WK           PIC X(100).
      *    ハッシュ連鎖（HASH-CHN-1）の受け渡し域
       01  W-CHN-KIND         PIC X(01).
       01  W-CHN-CONTENT      PIC X(250).
       01  W-CHN-VAL          PIC 9(10).
       01  W-CHN-LEN          PIC 9(03).
      *    リスト行の組み立て域
       01  W-LST-WK           PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RATE-MNT)".
            DISPLAY "RATE_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            PERFORM P-012.
            IF W-PARM-NG
               MOVE 12 TO RETURN-CODE
               DISPLAY "TEST END   (RATE-MNT)"
               GOBACK
            END-IF.
            IF W-MODE = "CHECK"
               PERFORM P-090
               DISPLAY "TEST END   (RATE-MNT)"
               GOBACK
            END-IF.
            MOVE "APPLY" TO W-MODE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "RATE-MNT" TO W-PRM-PROG.
            MOVE W-MODE     TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "RATE-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT RTE-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-030.
            PERFORM P-039.
            PERFORM P-040.
            PERFORM P-060.
            PERFORM P-080.
            PERFORM P-070.
            PERFORM P-900.
            CLOSE RTE-LS.
            IF W-REJ-CNT > 0 OR W-GAP-CNT > 0 OR W-STALE-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (RATE-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   許容差・鮮度の限度・基軸通貨・点検期間を環境変数から取る。
       P-012.
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            DISPLAY "RATE_MNT_TOL" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-ENV-X.
            ACCEPT W-ENV-X         FROM ENVIRONMENT-VALUE.
            IF W-ENV-X NOT = SPACE
               COMPUTE W-TOL-PCT = FUNCTION NUMVAL(W-ENV-X)
            END-IF.
            DISPLAY "RATE_MNT_STALE" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-ENV-X.
            ACCEPT W-ENV-X         FROM ENVIRONMENT-VALUE.
            IF W-ENV-X NOT = SPACE
               COMPUTE W-STALE-DAYS = FUNCTION NUMVAL(W-ENV-X)
            END-IF.
            DISPLAY "RATE_MNT_PIVOT" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-ENV-X.
            ACCEPT W-ENV-X         FROM ENVIRONMENT-VALUE.
            IF W-ENV-X NOT = SPACE
               MOVE W-ENV-X(1:3) TO W-PIVOT
            END-IF.
            DISPLAY "RATE_MNT_TO" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-PER-TO.
            ACCEPT W-PER-TO        FROM ENVIRONMENT-VALUE.
            IF W-PER-TO = SPACE
               MOVE W-TODAY TO W-PER-TO
            END-IF.
            DISPLAY "RATE_MNT_FROM" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-PER-FROM.
            ACCEPT W-PER-FROM      FROM ENVIRONMENT-VALUE.
            IF W-PER-FROM = SPACE
               MOVE W-PER-TO   TO W-PER-FROM
               MOVE "01"       TO W-PER-FROM(7:2)
            END-IF.
            MOVE W-PER-FROM TO W-TX-DATE.
            PERFORM P-032.
            IF W-BAD
               MOVE "Y" TO W-PARM-SW
            END-IF.
            MOVE W-PER-TO TO W-TX-DATE.
            PERFORM P-032.
            IF W-BAD OR W-PER-FROM > W-PER-TO
               MOVE "Y" TO W-PARM-SW
            END-IF.
            MOVE W-TOL-PCT TO W-TOL-ED.
            IF W-PARM-NG
               DISPLAY "RATE-MNT: BAD PERIOD " W-PER-FROM "-" W-PER-TO
            ELSE
               DISPLAY "PERIOD=" W-PER-FROM "-" W-PER-TO
                       " TOL=" W-TOL-ED "% STALE=" W-STALE-DAYS
                       " PIVOT=" W-PIVOT
            END-IF.
            MOVE SPACE TO W-TX-DATE.
            .
      *
      *   ケース1．現行の相場表RATETBLを表へロードする。
       P-020.
            OPEN INPUT RTE-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "RATE-MNT: NO RATETBL, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ RTE-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE RTE-IN
            END-IF.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF RI-REC(1:1) NOT = "#" AND RI-REC NOT = SPACE
               AND W-TBL-CNT < 500
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-TX-RATE-X
               UNSTRING RI-REC DELIMITED BY "|"
                   INTO W-RT-DATE(W-TBL-CNT)
                        W-RT-FROM(W-TBL-CNT)
                        W-RT-TO  (W-TBL-CNT)
                        W-TX-RATE-X
               END-UNSTRING
               COMPUTE W-RT-RATE(W-TBL-CNT)
                      = FUNCTION NUMVAL(W-TX-RATE-X)
               MOVE 0   TO W-RT-OLD(W-TBL-CNT) W-RT-TX(W-TBL-CNT)
               MOVE "N" TO W-RT-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションRATETXを１件ずつ読み、形を検査
      *   して検算待ちに積む（追加の行は見せない形で表に置く）。
       P-030.
            OPEN INPUT RTE-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "RATE-MNT: NO RATETX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ RTE-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE RTE-TX
            END-IF.
            .
       P-031.
            IF RX-REC(1:1) = "#" OR RX-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-DATE W-TX-FROM W-TX-TO W-TX-RATE-X
                          W-REJ-CD W-REJ-RSN.
            MOVE RX-REC       TO W-REJ-ORIG.
            MOVE RX-REC(1:3)  TO W-TX-KBN.
            UNSTRING RX-REC(4:) DELIMITED BY "|"
                INTO W-TX-DATE W-TX-FROM W-TX-TO W-TX-RATE-X
            END-UNSTRING.
            MOVE 0 TO W-TX-RATE.
            IF W-TX-KBN NOT = "ADD" AND W-TX-KBN NOT = "CHG"
               AND W-TX-KBN NOT = "DEL"
               MOVE "BADKBN"                     TO W-REJ-CD
               MOVE "KBN MUST BE ADD, CHG OR DEL" TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            PERFORM P-032.
            IF W-BAD
               MOVE "BADDATE"                    TO W-REJ-CD
               MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TX-FROM IS NOT ALPHABETIC-UPPER
               OR W-TX-TO IS NOT ALPHABETIC-UPPER
               OR W-TX-FROM(3:1) = SPACE OR W-TX-TO(3:1) = SPACE
               OR W-TX-FROM = W-TX-TO
               MOVE "BADCUR"                     TO W-REJ-CD
               MOVE "CURRENCY CODES MUST BE TWO DIFFERENT ISO CODES"
                                                 TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TX-KBN NOT = "DEL"
               MOVE 0 TO W-NUM
               IF W-TX-RATE-X NOT = SPACE
                  COMPUTE W-NUM = FUNCTION NUMVAL(W-TX-RATE-X)
               END-IF
               IF W-NUM NOT > 0
                  MOVE "BADRATE"                 TO W-REJ-CD
                  MOVE "RATE MUST BE GREATER THAN ZERO" TO W-REJ-RSN
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
               MOVE W-NUM TO W-TX-RATE
            END-IF.
            PERFORM P-035.
            IF W-HIT AND W-RT-TX(W-FND) > 0
               MOVE "DUPTX"                      TO W-REJ-CD
               MOVE "KEY ALREADY CHANGED IN THIS RUN" TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TXC >= 300
               MOVE "FULL"                       TO W-REJ-CD
               MOVE "TOO MANY TRANSACTIONS IN ONE RUN" TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            EVALUATE W-TX-KBN ALSO W-HIT-SW
                WHEN "ADD" ALSO "N"
                     IF W-TBL-CNT >= 500
                        MOVE "FULL"              TO W-REJ-CD
                        MOVE "RATE TABLE FULL"   TO W-REJ-RSN
                        PERFORM P-043
                     ELSE
                        ADD 1 TO W-TBL-CNT
                        MOVE W-TBL-CNT TO W-FND
                        MOVE W-TX-DATE TO W-RT-DATE(W-FND)
                        MOVE W-TX-FROM TO W-RT-FROM(W-FND)
                        MOVE W-TX-TO   TO W-RT-TO  (W-FND)
                        MOVE W-TX-RATE TO W-RT-RATE(W-FND)
                        MOVE 0         TO W-RT-OLD (W-FND)
                        MOVE "P"       TO W-RT-DEL (W-FND)
                        PERFORM P-033
                     END-IF
                WHEN "CHG" ALSO "Y"
                WHEN "DEL" ALSO "Y"
                     PERFORM P-033
                WHEN "ADD" ALSO "Y"
                     MOVE "DUPKEY"               TO W-REJ-CD
                     MOVE "RATE ALREADY REGISTERED FOR THIS DATE"
                                                 TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NOTFND"               TO W-REJ-CD
                     MOVE "NO RATE FOR THIS DATE AND PAIR"
                                                 TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   日付（W-TX-DATE）の形の検査。誤りならW-BAD。
       P-032.
            MOVE "N" TO W-BAD-SW.
            IF W-TX-DATE IS NOT NUMERIC
               MOVE "Y" TO W-BAD-SW
            ELSE
               MOVE W-TX-DATE(5:2) TO W-DATE-MM
               MOVE W-TX-DATE(7:2) TO W-DATE-DD
               IF W-DATE-MM < 1 OR W-DATE-MM > 12
                  OR W-DATE-DD < 1 OR W-DATE-DD > 31
                  MOVE "Y" TO W-BAD-SW
               END-IF
            END-IF.
            .
      *
      *   検算待ちのトランザクションを控える。
       P-033.
            ADD 1 TO W-TXC.
            MOVE W-TXC      TO W-RT-TX(W-FND).
            MOVE RX-REC     TO W-TXE-REC(W-TXC).
            MOVE W-TX-KBN   TO W-TXE-KBN(W-TXC).
            MOVE W-FND      TO W-TXE-ROW(W-TXC).
            MOVE W-TX-RATE  TO W-TXE-RATE(W-TXC).
            .
      *
      *   キー（適用日＋元＋先）で表を探す（→W-FND）。
       P-035.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-RT-DATE(W-SUB) = W-TX-DATE
                  AND W-RT-FROM(W-SUB) = W-TX-FROM
                  AND W-RT-TO(W-SUB) = W-TX-TO
                  AND W-RT-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   表に現れる通貨の一覧を作る。
       P-039.
            MOVE 0 TO W-CY-CNT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT
               MOVE W-RT-FROM(W-SUB) TO W-CK-Z
               PERFORM P-038
               MOVE W-RT-TO(W-SUB)   TO W-CK-Z
               PERFORM P-038
            END-PERFORM.
            .
       P-038.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-CY-CNT OR W-HIT
               IF W-CY(W-SUB2) = W-CK-Z
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            IF NOT W-HIT AND W-CY-CNT < 50
               ADD 1 TO W-CY-CNT
               MOVE W-CK-Z TO W-CY(W-CY-CNT)
            END-IF.
            .
      *
      *   ケース3．検算待ちの行を並び順に当てて検算する。通らな
      *   ければ当てる前に戻してリジェクトに回す。
       P-040.
            PERFORM P-042 VARYING W-TXI FROM 1 BY 1
                    UNTIL W-TXI > W-TXC.
            .
       P-042.
            MOVE SPACE TO W-REJ-CD W-REJ-RSN.
            MOVE W-TXE-ROW(W-TXI) TO W-CK-ROW.
            MOVE W-TXE-KBN(W-TXI) TO W-TX-KBN.
            EVALUATE W-TX-KBN
                WHEN "ADD"
                     MOVE "N" TO W-RT-DEL(W-CK-ROW)
                     PERFORM P-044
                WHEN "CHG"
                     MOVE W-RT-RATE(W-CK-ROW)  TO W-RT-OLD(W-CK-ROW)
                     MOVE W-TXE-RATE(W-TXI)    TO W-RT-RATE(W-CK-ROW)
                     PERFORM P-044
                WHEN "DEL"
                     MOVE "Y" TO W-RT-DEL(W-CK-ROW)
            END-EVALUATE.
            IF W-REJ-CD NOT = SPACE
               IF W-TX-KBN = "ADD"
                  MOVE "Y" TO W-RT-DEL(W-CK-ROW)
               ELSE
                  MOVE W-RT-OLD(W-CK-ROW) TO W-RT-RATE(W-CK-ROW)
               END-IF
               MOVE W-TXE-REC(W-TXI) TO W-REJ-ORIG
               PERFORM P-043
            ELSE
               EVALUATE W-TX-KBN
                   WHEN "ADD"
                        ADD 1 TO W-ADD-CNT
                   WHEN "CHG"
                        PERFORM P-041
                   WHEN "DEL"
                        ADD 1 TO W-DEL-CNT
               END-EVALUATE
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。変更前の相場をリストへ残す。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE W-RT-OLD(W-CK-ROW) TO W-RATE-IN.
            PERFORM P-710.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-RT-DATE(W-CK-ROW) " "
                   W-RT-FROM(W-CK-ROW) "/" W-RT-TO(W-CK-ROW) " "
                   W-RATE-TXT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   リジェクト。リストと標準リジェクトファイルMNTREJへ
      *   （REJ-MNTの修理キューに乗せる。様式「PEND|ジョブ|理由|元
      *   レコード」）。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-REJ-ORIG(4:30) " "
                   W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            OPEN EXTEND REJ-FILE.
            IF W-REJF-FS = "35"
               OPEN OUTPUT REJ-FILE
            END-IF.
            IF W-REJF-FS = "00"
               MOVE SPACE TO W-REJ-WK
               STRING "PEND|RATE-MNT|" DELIMITED BY SIZE
                      W-REJ-CD         DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-REJ-ORIG       DELIMITED BY SIZE
                      INTO W-REJ-WK
               END-STRING
               WRITE REJ-REC FROM W-REJ-WK
               CLOSE REJ-FILE
            END-IF.
            .
      *
      *   １行（W-CK-ROW）の検算。その行の適用日と、その行が効いて
      *   いる間に他の行が切り替わる日ごとに見る。誤りはW-REJ-CD・
      *   W-REJ-RSNに立つ。
       P-044.
            MOVE W-RT-DATE(W-CK-ROW) TO W-CK-DATE.
            MOVE W-RT-FROM(W-CK-ROW) TO W-CK-X.
            MOVE W-RT-TO(W-CK-ROW)   TO W-CK-Y.
            MOVE W-RT-RATE(W-CK-ROW) TO W-CK-R.
            MOVE W-CK-DATE TO W-EV-DATE.
            PERFORM P-045.
            PERFORM P-048 VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-TBL-CNT OR W-REJ-CD NOT = SPACE.
            .
      *
      *   基準日W-EV-DATEでの検算。
       P-045.
      *    逆相場：Ｘ→Ｙ×Ｙ→Ｘ≒１（逆向きの行がある場合）
            MOVE W-CK-Y    TO W-LK-FROM.
            MOVE W-CK-X    TO W-LK-TO.
            MOVE W-EV-DATE TO W-LK-DATE.
            MOVE "N"       TO W-LK-INV-SW.
            PERFORM P-700.
            IF W-LK-FOUND
               COMPUTE W-ACT ROUNDED = W-CK-R * W-LK-RATE
               MOVE 1 TO W-EXP
               PERFORM P-049
               IF W-BAD
                  MOVE "INVERSE" TO W-REJ-CD
                  MOVE SPACE     TO W-REJ-RSN
                  STRING "INVERSE " W-CK-Y "/" W-CK-X " AT "
                         W-EV-DATE " PRODUCT OFF BY" W-DEV-ED "%"
                         DELIMITED BY SIZE INTO W-REJ-RSN
                  END-STRING
               END-IF
            END-IF.
      *    クロス相場：Ｘ→Ｙ≒基軸→Ｙ÷基軸→Ｘ
            IF W-REJ-CD = SPACE
               AND W-CK-X NOT = W-PIVOT AND W-CK-Y NOT = W-PIVOT
               PERFORM P-046
            END-IF.
      *    基軸の行：その通貨を含む既存のクロス相場との整合
            IF W-REJ-CD = SPACE
               AND (W-CK-X = W-PIVOT OR W-CK-Y = W-PIVOT)
               IF W-CK-X = W-PIVOT
                  MOVE W-CK-Y TO W-CK-O
                  MOVE W-CK-R TO W-PV-O
               ELSE
                  MOVE W-CK-X TO W-CK-O
                  COMPUTE W-PV-O ROUNDED = 1 / W-CK-R
               END-IF
               PERFORM P-047 VARYING W-SUB3 FROM 1 BY 1
                       UNTIL W-SUB3 > W-CY-CNT OR W-REJ-CD NOT = SPACE
            END-IF.
            .
      *
      *   クロス相場の行の検算。
       P-046.
            MOVE W-PIVOT   TO W-LK-FROM.
            MOVE W-CK-X    TO W-LK-TO.
            MOVE "Y"       TO W-LK-INV-SW.
            PERFORM P-700.
            IF W-LK-FOUND
               MOVE W-LK-RATE TO W-PV-X
               MOVE W-CK-Y    TO W-LK-TO
               PERFORM P-700
               IF W-LK-FOUND AND W-PV-X > 0
                  COMPUTE W-EXP ROUNDED = W-LK-RATE / W-PV-X
                  MOVE W-CK-R TO W-ACT
                  PERFORM P-049
                  IF W-BAD
                     MOVE "CROSS" TO W-REJ-CD
                     MOVE SPACE   TO W-REJ-RSN
                     STRING "CROSS VS " W-PIVOT "/" W-CK-Y " / "
                            W-PIVOT "/" W-CK-X " AT " W-EV-DATE
                            " OFF BY" W-DEV-ED "%"
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   基軸の行から見た通貨Ｚとのクロス相場（Ｚ→Ｏ・Ｏ→Ｚ）の
      *   検算。Ｏは基軸の行のもう一方の通貨。
       P-047.
            MOVE W-CY(W-SUB3) TO W-CK-Z.
            MOVE "N" TO W-BAD-SW.
            IF W-CK-Z NOT = W-PIVOT AND W-CK-Z NOT = W-CK-O
               MOVE W-PIVOT   TO W-LK-FROM
               MOVE W-CK-Z    TO W-LK-TO
               MOVE "Y"       TO W-LK-INV-SW
               PERFORM P-700
               IF W-LK-FOUND AND W-LK-RATE > 0
                  MOVE W-LK-RATE TO W-PV-X
                  MOVE "N"       TO W-LK-INV-SW
                  MOVE W-CK-Z    TO W-LK-FROM
                  MOVE W-CK-O    TO W-LK-TO
                  PERFORM P-700
                  IF W-LK-FOUND
                     COMPUTE W-EXP ROUNDED = W-PV-O / W-PV-X
                     MOVE W-LK-RATE TO W-ACT
                     PERFORM P-049
                  END-IF
                  IF NOT W-BAD OR NOT W-LK-FOUND
                     MOVE W-CK-O    TO W-LK-FROM
                     MOVE W-CK-Z    TO W-LK-TO
                     PERFORM P-700
                     IF W-LK-FOUND
                        COMPUTE W-EXP ROUNDED = W-PV-X / W-PV-O
                        MOVE W-LK-RATE TO W-ACT
                        PERFORM P-049
                     END-IF
                  END-IF
                  IF W-LK-FOUND AND W-BAD
                     MOVE "CROSS" TO W-REJ-CD
                     MOVE SPACE   TO W-REJ-RSN
                     STRING "CROSS " W-LK-FROM "/" W-LK-TO " AT "
                            W-EV-DATE " OFF BY" W-DEV-ED "%"
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   検算する行が効いている間に切り替わる他の行の日付でも見る。
       P-048.
            IF W-RT-DEL(W-SUB2) = "N"
               AND W-RT-DATE(W-SUB2) > W-CK-DATE
               MOVE W-CK-X            TO W-LK-FROM
               MOVE W-CK-Y            TO W-LK-TO
               MOVE W-RT-DATE(W-SUB2) TO W-LK-DATE
               MOVE "N"               TO W-LK-INV-SW
               PERFORM P-700
               IF W-LK-BEST = W-CK-DATE
                  MOVE W-RT-DATE(W-SUB2) TO W-EV-DATE
                  PERFORM P-045
               END-IF
            END-IF.
            .
      *
      *   実際（W-ACT）と期待（W-EXP）の乖離（％）が許容差を超え
      *   ればW-BAD。乖離はW-DEV-EDに編集して返す。
       P-049.
            MOVE "N" TO W-BAD-SW.
            MOVE 0   TO W-DEV.
            IF W-EXP > 0
               COMPUTE W-DEV ROUNDED = (W-ACT / W-EXP - 1) * 100
                   ON SIZE ERROR
                       MOVE 9999999 TO W-DEV
               END-COMPUTE
               IF W-DEV < 0
                  COMPUTE W-DEV = 0 - W-DEV
               END-IF
               IF W-DEV > W-TOL-PCT
                  MOVE "Y" TO W-BAD-SW
               END-IF
            END-IF.
            MOVE W-DEV TO W-DEV-ED.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE W-RT-RATE(W-CK-ROW) TO W-RATE-IN.
            PERFORM P-710.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-RT-DATE(W-CK-ROW) " "
                   W-RT-FROM(W-CK-ROW) "/" W-RT-TO(W-CK-ROW) " "
                   W-RATE-TXT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   ケース4．削除・戻しの行を除き新相場表RATETBLOへ書き出す。
       P-060.
            OPEN OUTPUT RTE-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE RTE-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-RT-DEL(W-SUB) = "N"
               MOVE W-RT-RATE(W-SUB) TO W-RATE-IN
               PERFORM P-710
               MOVE SPACE TO RO-REC
               STRING W-RT-DATE(W-SUB) "|" W-RT-FROM(W-SUB) "|"
                      W-RT-TO(W-SUB)   "|"
                      DELIMITED BY SIZE
                      W-RATE-TXT       DELIMITED BY SPACE
                      INTO RO-REC
               END-STRING
               WRITE RO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   ケース5．適用件数の報告。
       P-070.
            MOVE SPACE TO W-LST-WK.
            STRING "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                   " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                   " GAP=" W-GAP-CNT " STALE=" W-STALE-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                    " GAP=" W-GAP-CNT " STALE=" W-STALE-CNT.
            .
      *
      *   ケース6．点検期間の営業日ごとの相場の有無（GAP）と、通貨組
      *   の最新相場の鮮度（STALE）。
       P-080.
            MOVE 0 TO W-PR-CNT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT
               IF W-RT-DEL(W-SUB) = "N"
                  PERFORM P-081
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-LST-WK.
            STRING "** COVERAGE " W-PER-FROM "-" W-PER-TO
                   " PAIRS=" W-PR-CNT " STALE LIMIT=" W-STALE-DAYS
                   " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            PERFORM P-082 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PR-CNT.
            IF W-CAL-NG
               MOVE "NOTE: CALENDAR SERVICE UNAVAILABLE - WEEKENDS ONLY"
                    TO RL-REC
               WRITE RL-REC
            END-IF.
            .
      *    通貨組の一覧へ１行を足す（最初と、期間末以前で最新の日付）。
       P-081.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-PR-CNT OR W-HIT
               IF W-PR-FROM(W-SUB2) = W-RT-FROM(W-SUB)
                  AND W-PR-TO(W-SUB2) = W-RT-TO(W-SUB)
                  MOVE "Y"    TO W-HIT-SW
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF NOT W-HIT AND W-PR-CNT < 200
               ADD 1 TO W-PR-CNT
               MOVE W-PR-CNT          TO W-FND
               MOVE W-RT-FROM(W-SUB)  TO W-PR-FROM(W-FND)
               MOVE W-RT-TO(W-SUB)    TO W-PR-TO(W-FND)
               MOVE W-RT-DATE(W-SUB)  TO W-PR-FIRST(W-FND)
               MOVE SPACE             TO W-PR-LAST(W-FND)
               MOVE "Y"               TO W-HIT-SW
            END-IF.
            IF W-HIT
               IF W-RT-DATE(W-SUB) < W-PR-FIRST(W-FND)
                  MOVE W-RT-DATE(W-SUB) TO W-PR-FIRST(W-FND)
               END-IF
               IF W-RT-DATE(W-SUB) <= W-PER-TO
                  AND (W-PR-LAST(W-FND) = SPACE
                       OR W-RT-DATE(W-SUB) > W-PR-LAST(W-FND))
                  MOVE W-RT-DATE(W-SUB) TO W-PR-LAST(W-FND)
               END-IF
            END-IF.
            .
      *    １組の点検。期間の営業日を順にたどり、最初の相場より前の
      *    営業日を数える。最新相場から期間末までの営業日数を数える。
       P-082.
            MOVE 0     TO W-GAP-DAYS W-DAY-CNT.
            MOVE SPACE TO W-GAP-1ST.
            MOVE W-PER-FROM TO W-DATE-N.
            COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(W-DATE-N) - 1.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-DATE-INT).
            MOVE W-DATE-N TO W-BZ-DATE.
            PERFORM P-720.
            PERFORM UNTIL W-BZ-DATE > W-PER-TO OR W-DAY-CNT >= 999
               ADD 1 TO W-DAY-CNT
               IF W-BZ-DATE < W-PR-FIRST(W-SUB)
                  ADD 1 TO W-GAP-DAYS
                  IF W-GAP-1ST = SPACE
                     MOVE W-BZ-DATE TO W-GAP-1ST
                  END-IF
               END-IF
               PERFORM P-720
            END-PERFORM.
            IF W-GAP-DAYS > 0
               ADD 1 TO W-GAP-CNT
               MOVE SPACE TO W-LST-WK
               STRING "GAP     " W-PR-FROM(W-SUB) "/" W-PR-TO(W-SUB)
                      " NO RATE IN FORCE FROM " W-GAP-1ST
                      " BUSINESS DAYS=" W-GAP-DAYS
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE RL-REC FROM W-LST-WK
            END-IF.
            IF W-PR-LAST(W-SUB) NOT = SPACE
               MOVE 0 TO W-AGE
               MOVE W-PR-LAST(W-SUB) TO W-BZ-DATE
               PERFORM P-720
               PERFORM UNTIL W-BZ-DATE > W-PER-TO OR W-AGE >= 999
                  ADD 1 TO W-AGE
                  PERFORM P-720
               END-PERFORM
               IF W-AGE > W-STALE-DAYS
                  ADD 1 TO W-STALE-CNT
                  MOVE SPACE TO W-LST-WK
                  STRING "STALE   " W-PR-FROM(W-SUB) "/"
                         W-PR-TO(W-SUB) " NEWEST " W-PR-LAST(W-SUB)
                         " AGE=" W-AGE " BUSINESS DAYS"
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE RL-REC FROM W-LST-WK
               END-IF
            END-IF.
            .
      *
      *   CHECKモード。現行の相場表の全行を検算し、GAP・STALEと
      *   あわせて点検表RATECHKへ書く。相場表は書き替えない。
       P-090.
            MOVE "RATECHK" TO W-LS-NAME.
            OPEN OUTPUT RTE-LS.
            PERFORM P-020.
            PERFORM P-039.
            PERFORM P-091 VARYING W-CK-ROW FROM 1 BY 1
                    UNTIL W-CK-ROW > W-TBL-CNT.
            PERFORM P-080.
            MOVE SPACE TO W-LST-WK.
            STRING "ROWS=" W-TBL-CNT " NG=" W-NG-CNT
                   " GAP=" W-GAP-CNT " STALE=" W-STALE-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            CLOSE RTE-LS.
            DISPLAY "ROWS=" W-TBL-CNT " NG=" W-NG-CNT
                    " GAP=" W-GAP-CNT " STALE=" W-STALE-CNT.
            IF W-NG-CNT > 0 OR W-GAP-CNT > 0 OR W-STALE-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-091.
            MOVE SPACE TO W-REJ-CD W-REJ-RSN.
            PERFORM P-044.
            IF W-REJ-CD NOT = SPACE
               ADD 1 TO W-NG-CNT
               MOVE W-RT-RATE(W-CK-ROW) TO W-RATE-IN
               PERFORM P-710
               MOVE SPACE TO W-LST-WK
               STRING "NG      " W-RT-DATE(W-CK-ROW) " "
                      W-RT-FROM(W-CK-ROW) "/" W-RT-TO(W-CK-ROW) " "
                      W-RATE-TXT " " W-REJ-RSN
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE RL-REC FROM W-LST-WK
            END-IF.
            .
      *
      *   相場の引き当て。元W-LK-FROM・先W-LK-TOの行のうち基準日
      *   W-LK-DATE以前で最新のものを探す（W-LK-SW＝D）。無く、
      *   W-LK-INV-OKなら逆向きの行の逆数を使う（W-LK-SW＝I）。
       P-700.
            MOVE "N"   TO W-LK-SW.
            MOVE SPACE TO W-LK-BEST.
            MOVE 0     TO W-LK-RATE.
            PERFORM VARYING W-LK-SUB FROM 1 BY 1
                    UNTIL W-LK-SUB > W-TBL-CNT
               IF W-RT-DEL(W-LK-SUB) = "N"
                  AND W-RT-FROM(W-LK-SUB) = W-LK-FROM
                  AND W-RT-TO(W-LK-SUB) = W-LK-TO
                  AND W-RT-DATE(W-LK-SUB) <= W-LK-DATE
                  AND (W-LK-SW = "N"
                       OR W-RT-DATE(W-LK-SUB) > W-LK-BEST)
                  MOVE "D"                   TO W-LK-SW
                  MOVE W-RT-DATE(W-LK-SUB)   TO W-LK-BEST
                  MOVE W-RT-RATE(W-LK-SUB)   TO W-LK-RATE
               END-IF
            END-PERFORM.
            IF W-LK-SW = "N" AND W-LK-INV-OK
               PERFORM VARYING W-LK-SUB FROM 1 BY 1
                       UNTIL W-LK-SUB > W-TBL-CNT
                  IF W-RT-DEL(W-LK-SUB) = "N"
                     AND W-RT-FROM(W-LK-SUB) = W-LK-TO
                     AND W-RT-TO(W-LK-SUB) = W-LK-FROM
                     AND W-RT-DATE(W-LK-SUB) <= W-LK-DATE
                     AND W-RT-RATE(W-LK-SUB) > 0
                     AND (W-LK-SW = "N"
                          OR W-RT-DATE(W-LK-SUB) > W-LK-BEST)
                     MOVE "I"                   TO W-LK-SW
                     MOVE W-RT-DATE(W-LK-SUB)   TO W-LK-BEST
                     COMPUTE W-LK-RATE ROUNDED
                           = 1 / W-RT-RATE(W-LK-SUB)
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   相場（W-RATE-IN）を左詰めの文字列W-RATE-TXTにする。
       P-710.
            MOVE W-RATE-IN TO W-RATE-ED.
            MOVE 0 TO W-LEAD.
            INSPECT W-RATE-ED TALLYING W-LEAD FOR LEADING SPACE.
            MOVE SPACE TO W-RATE-TXT.
            MOVE W-RATE-ED(W-LEAD + 1:) TO W-RATE-TXT.
            .
      *
      *   W-BZ-DATEの次の営業日をW-BZ-DATEへ返す（BIZDATE-1の機能N。
      *   結合されていないか範囲外なら土日だけを非営業とみなす）。
       P-720.
            MOVE "N"       TO W-BD-FUNC.
            MOVE W-BZ-DATE TO W-BD-D1.
            CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                   W-BD-RD W-BD-RN W-BD-FY
                                   W-BD-QTR W-BD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BD-STS
            END-CALL.
            IF W-BD-STS = "0"
               MOVE W-BD-RD TO W-BZ-DATE
            ELSE
               MOVE "Y" TO W-CAL-NG-SW
               MOVE W-BZ-DATE TO W-DATE-N
               COMPUTE W-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(W-DATE-N) + 1
               COMPUTE W-DOW = FUNCTION MOD(W-DATE-INT - 1, 7) + 1
               PERFORM UNTIL W-DOW < 6
                  ADD 1 TO W-DATE-INT
                  COMPUTE W-DOW = FUNCTION MOD(W-DATE-INT - 1, 7) + 1
               END-PERFORM
               COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-DATE-INT)
               MOVE W-DATE-N TO W-BZ-DATE
            END-IF.
            .
      *
      *   コントロールレコード。入＋追加−削除＝出の帳尻をBAT-BALが
      *   日次で検算できるよう、標準様式でBATCTLへ追記する。
       P-900.
            ACCEPT W-BC-DATE FROM DATE YYYYMMDD.
            OPEN EXTEND BCT-FILE.
            IF W-BCT-FS = "35"
               OPEN OUTPUT BCT-FILE
            END-IF.
            IF W-BCT-FS NOT = "00"
               DISPLAY "RATE-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "RATE-MNT|" W-BC-DATE
                      "|" W-IN-CNT0 "|" W-ADD-CNT "|" W-CHG-CNT "|"
                      W-DEL-CNT "|" W-REJ-CNT "|" W-OUT-CNT
                      DELIMITED BY SIZE INTO W-BCT-WK
               END-STRING
               MOVE "B" TO W-CHN-KIND
               MOVE SPACE TO W-CHN-CONTENT
               MOVE W-BCT-WK TO W-CHN-CONTENT
               CALL "HASH-CHN-1" USING W-CHN-KIND
                                       W-CHN-CONTENT W-CHN-VAL
                   ON EXCEPTION
                       DISPLAY "WARNING: HASH-CHN-1 NOT LINKED -"
                               " RECORD WRITTEN WITHOUT CHAIN"
                       MOVE 0 TO W-CHN-VAL
               END-CALL
               IF W-CHN-VAL > 0 OR W-BCT-WK = SPACE
                  MOVE 0 TO W-CHN-LEN
                  INSPECT FUNCTION REVERSE(W-BCT-WK)
                          TALLYING W-CHN-LEN FOR LEADING SPACE
                  COMPUTE W-CHN-LEN = 100 - W-CHN-LEN
                  MOVE "|C=" TO W-BCT-WK(W-CHN-LEN + 1:3)
                  MOVE W-CHN-VAL TO W-BCT-WK(W-CHN-LEN + 4:10)
               END-IF
               WRITE BCT-REC FROM W-BCT-WK
               CLOSE BCT-FILE
            END-IF.
            .
