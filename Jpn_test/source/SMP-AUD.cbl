      ******************************************************************
      *    テストケース：－（運用統制）
      *    プログラム名：適用済み保守トランザクションの監査サンプリング
      *    処理概要　　：内部監査はMNT-UPDT・OCC-UPDTで適用された変更
      *                  が承認されたものか、正しく当たったかの証跡を
      *                  求めており、これまでは印刷物から手で拾って
      *                  いた。期間の適用済みトランザクションから、
      *                  記録した乱数の種と件数で再現できる無作為標本
      *                  を区分（追加／変更／削除）ごとに層別して抜き、
      *                  各標本の前像・後像（QA99JRNL／OCCUPHST）と
      *                  操作者・権限の証拠（PERMLOG）を載せた監査
      *                  調書を印字する。監査人の項目ごとの確認結果は
      *                  標本台帳SMPREGへ記帳する。台帳は追記のみ。
      *                  環境変数 SMP_MODE で動作を選ぶ。
      *                    DRAW：標本を抜く（OPERATOR_ID＝監査人）。
      *                      SMP_FROM・SMP_TO＝期間YYYYMMDD（両端を
      *                      含む）、SMP_SIZE＝層ごとの件数（1〜300。
      *                      母集団がそれより少ない層は全件）、
      *                      SMP_SEED＝種（1〜2147483646。省くと時刻
      *                      から決めて台帳に残す）。同じ母集団・種・
      *                      件数からは何度抜いても同じ標本になる。
      *                      標本番号はSM＋６桁の通番。抜いた標本の
      *                      調書SMPWPも書く。
      *                    PRINT：調書SMPWPを書き直す（SMP_IDの標本、
      *                      省けば最後の標本）。確認済みの項目には
      *                      結果と確認者が載る。
      *                    SIGN：監査人の確認結果トランザクション
      *                      SMPSIGN（標本番号|項目番号|PASS／
      *                      EXCEPTION|所見）を記帳する。記帳できる
      *                      のはOPERPERMのSMP-AUD APPROVE権限の
      *                      操作者で、項目ごとに一度だけ。EXCEPTION
      *                      には所見が要る。自分の適用した項目の
      *                      確認はDENIEDとして台帳に残して受け付け
      *                      ない。
      *                    未指定／LIST：標本ごとの確認の進み。
      *    母集団　　　：QA99JRNLの操作WRT（追加）・REW（変更）・
      *                  DEL（削除）の行と、OCCUPHST（OCC-UPDTの本番
      *                  適用ごとに適用ジョブが更新リストOCCUPLSTの
      *                  ADD・CHG・DEL行を「時刻|操作者|」つきで積む
      *                  履歴）の行のうち、時刻の日付が期間内のもの。
      *                  REJは母集団に入れない。
      *    抜き方　　　：層ごとに母集団の記録順で逐次選択法（各件を
      *                  残り件数と残り枠の比で選ぶ）を使う。乱数は
      *                  乗算合同法（種×16807 を 2147483647 で割った
      *                  余り）で、処理系の乱数関数に依らない。
      *    台帳の様式　：記帳時刻|標本番号|区分|操作者|項目番号|
      *                  項目6|7|8|9|10
      *                    DRAW　 項目番号000、6＝期間開始、7＝期間
      *                           終了、8＝種、9＝層ごとの件数、
      *                           10＝層ごとの母集団件数
      *                    ITEM　 6＝層（ADD／CHG／DEL）、7＝記録名、
      *                           8＝記録の行番号、9＝記録の時刻、
      *                           10＝適用した操作者
      *                    SIGN／DENIED　6＝PASS／EXCEPTION、7＝所見
      *    使用方法　　：カレントにQA99JRNL・OCCUPHST・PERMLOG（無い
      *                  ものは読まない）とSMPREGを置いて実行する。
      *                  はねた行・入力誤りはRETURN-CODE 4、権限の
      *                  無い記帳は8、入力の無いときは12。
      *  --------------------------------------------------------------
      *   対象：保守適用の監査証跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SMP-AUD.
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
           SELECT LED-FILE   ASSIGN TO "SMPREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT JRN-IN     ASSIGN TO "QA99JRNL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-JRN-FS.
           SELECT OCH-IN     ASSIGN TO "OCCUPHST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-OCH-FS.
           SELECT PLG-IN     ASSIGN TO "PERMLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PLG-FS.
           SELECT SGN-TX     ASSIGN TO "SMPSIGN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT WP-OU      ASSIGN TO "SMPWP"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  LED-FILE.
       01  LED-REC            PIC X(200).
       FD  JRN-IN.
       01  JR-REC             PIC X(320).
       FD  OCH-IN.
       01  OH-REC             PIC X(160).
       FD  PLG-IN.
       01  PL-REC             PIC X(120).
       FD  SGN-TX.
       01  TX-REC             PIC X(160).
       FD  WP-OU.
       01  WP-REC             PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-LED-FS           PIC X(02).
       01  W-JRN-FS           PIC X(02).
       01  W-OCH-FS           PIC X(02).
       01  W-PLG-FS           PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
      *    抜き方の指定
       01  W-FROM             PIC X(08).
       01  W-TO               PIC X(08).
       01  W-SIZE-X           PIC X(10).
       01  W-SEED-X           PIC X(12).
       01  W-SIZE             PIC 9(03).
       01  W-SEED             PIC 9(10).
       01  W-ID-SEL           PIC X(10).
       01  W-DATE-N           PIC 9(08).
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01)          VALUE SPACE.
      *    層（記録の区分の読み替えと調書の見出し）
       01  W-STR-LIST.
           05  FILLER         PIC X(03)          VALUE "ADD".
           05  FILLER         PIC X(06)          VALUE "追加".
           05  FILLER         PIC X(03)          VALUE "CHG".
           05  FILLER         PIC X(06)          VALUE "変更".
           05  FILLER         PIC X(03)          VALUE "DEL".
           05  FILLER         PIC X(06)          VALUE "削除".
       01  W-STR-TBL          REDEFINES W-STR-LIST.
           05  W-STR          OCCURS 3.
               10  W-STR-CD   PIC X(03).
               10  W-STR-NM   PIC X(06).
       01  W-S                PIC 9(01).
      *    標本（台帳のDRAW、最大100件）
       01  W-SP-CNT           PIC 9(03)          VALUE 0.
       01  W-SP-TBL.
           05  W-SP           OCCURS 100.
               10  W-SP-ID    PIC X(08).
               10  W-SP-STAMP PIC X(15).
               10  W-SP-BY    PIC X(16).
               10  W-SP-FROM  PIC X(08).
               10  W-SP-TO    PIC X(08).
               10  W-SP-SEED  PIC X(10).
               10  W-SP-SIZE  PIC X(03).
               10  W-SP-POP   PIC X(40).
       01  W-CUR              PIC 9(03)          VALUE 0.
      *    標本の項目（台帳のITEM、最大3000件）
       01  W-IT-CNT           PIC 9(04)          VALUE 0.
       01  W-IT-TBL.
           05  W-IT           OCCURS 3000.
               10  W-IT-SP    PIC 9(03).
               10  W-IT-NO    PIC 9(03).
               10  W-IT-STR   PIC X(03).
               10  W-IT-SRC   PIC X(08).
               10  W-IT-LINE  PIC 9(06).
               10  W-IT-STAMP PIC X(15).
               10  W-IT-OPER  PIC X(16).
               10  W-IT-DEC   PIC X(10).
               10  W-IT-DBY   PIC X(16).
               10  W-IT-DAT   PIC X(15).
               10  W-IT-NOTE  PIC X(60).
      *    母集団（最大5000件）
       01  W-PP-CNT           PIC 9(04)          VALUE 0.
       01  W-PP-OVER          PIC 9(05)          VALUE 0.
       01  W-PP-TBL.
           05  W-PP           OCCURS 5000.
               10  W-PP-STR   PIC X(03).
               10  W-PP-SRC   PIC X(08).
               10  W-PP-LINE  PIC 9(06).
               10  W-PP-STAMP PIC X(15).
               10  W-PP-OPER  PIC X(16).
       01  W-STR-CNT-TBL.
           05  W-POP-N        PIC 9(04)          OCCURS 3.
           05  W-SMP-N        PIC 9(04)          OCCURS 3.
      *    乱数（乗算合同法）
       01  W-PROD             PIC 9(18).
       01  W-QUO              PIC 9(18).
       01  W-U                PIC V9(09).
       01  W-LEFT-N           PIC 9(04).
       01  W-LEFT-K           PIC 9(04).
       01  W-TEST             PIC 9(05)V9(09).
      *    調書に載せる項目と証拠（最大300件）
       01  W-PI-CNT           PIC 9(03)          VALUE 0.
       01  W-PI-TBL.
           05  W-PI           OCCURS 300.
               10  W-PI-IT    PIC 9(04).
               10  W-PI-FND   PIC X(01).
               10  W-PI-BEF   PIC X(130).
               10  W-PI-AFT   PIC X(130).
               10  W-PI-PST   PIC X(15).
               10  W-PI-PRM   PIC X(100).
      *    台帳１行の組み立て域
       01  W-LG-ID            PIC X(08).
       01  W-LG-ACT           PIC X(08).
       01  W-LG-BY            PIC X(16).
       01  W-LG-NO            PIC 9(03).
       01  W-LG-T6            PIC X(40).
       01  W-LG-T7            PIC X(60).
       01  W-LG-T8            PIC X(40).
       01  W-LG-T9            PIC X(40).
       01  W-LG-T10           PIC X(40).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(60).
       01  W-F8               PIC X(40).
       01  W-F9               PIC X(40).
       01  W-F10              PIC X(40).
       01  W-TXT              PIC X(160).
       01  W-LINE-NO          PIC 9(06).
       01  W-I                PIC 9(04).
       01  W-J                PIC 9(04).
       01  W-K                PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-PRG-WK           PIC X(10).
       01  W-NO-WK            PIC 9(03).
       01  W-ED-N             PIC ZZZ9.
       01  W-ED-N2            PIC ZZZ9.
       01  W-ED-N3            PIC ZZZ9.
       01  W-SIGNED           PIC 9(04).
       01  W-PASS-CNT         PIC 9(04).
       01  W-EXC-CNT          PIC 9(04).
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-APL-CNT          PIC 9(05)          VALUE 0.
       01  W-REJ-CNT          PIC 9(05)          VALUE 0.
       01  W-REJ-RSN          PIC X(50).
       01  W-WP-LINE          PIC X(160).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (SMP-AUD)".
            DISPLAY "SMP_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE         FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            PERFORM P-100.
            EVALUATE W-MODE
                WHEN "DRAW"
                     PERFORM P-200
                WHEN "PRINT"
                     DISPLAY "SMP_ID" UPON ENVIRONMENT-NAME
                     ACCEPT W-ID-SEL      FROM ENVIRONMENT-VALUE
                     PERFORM P-380
                     IF W-CUR = 0
                        DISPLAY "SMP-AUD NG: NO SUCH SAMPLE "
                                W-ID-SEL
                        MOVE 12 TO RETURN-CODE
                     ELSE
                        PERFORM P-400
                     END-IF
                WHEN "SIGN"
                     PERFORM P-500
                WHEN OTHER
                     PERFORM P-600
            END-EVALUATE.
            DISPLAY "TEST END   (SMP-AUD)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．標本台帳のロード（標本・項目・確認結果）。
       P-100.
            MOVE "N" TO W-EOF-SW.
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
            .
       P-110.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
                          W-F8 W-F9 W-F10.
            UNSTRING LED-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
                     W-F8 W-F9 W-F10
            END-UNSTRING.
            EVALUATE W-F3
                WHEN "DRAW"
                     IF W-SP-CNT < 100
                        ADD 1 TO W-SP-CNT
                        MOVE W-F2  TO W-SP-ID(W-SP-CNT)
                        MOVE W-F1  TO W-SP-STAMP(W-SP-CNT)
                        MOVE W-F4  TO W-SP-BY(W-SP-CNT)
                        MOVE W-F6  TO W-SP-FROM(W-SP-CNT)
                        MOVE W-F7  TO W-SP-TO(W-SP-CNT)
                        MOVE W-F8  TO W-SP-SEED(W-SP-CNT)
                        MOVE W-F9  TO W-SP-SIZE(W-SP-CNT)
                        MOVE W-F10 TO W-SP-POP(W-SP-CNT)
                     END-IF
                WHEN "ITEM"
                     MOVE W-F2 TO W-ID-SEL
                     PERFORM P-380
                     IF W-CUR > 0 AND W-IT-CNT < 3000
                        AND W-F5(1:3) IS NUMERIC
                        AND W-F8(1:6) IS NUMERIC
                        ADD 1 TO W-IT-CNT
                        MOVE W-CUR      TO W-IT-SP(W-IT-CNT)
                        MOVE W-F5(1:3)  TO W-IT-NO(W-IT-CNT)
                        MOVE W-F6       TO W-IT-STR(W-IT-CNT)
                        MOVE W-F7       TO W-IT-SRC(W-IT-CNT)
                        MOVE W-F8(1:6)  TO W-IT-LINE(W-IT-CNT)
                        MOVE W-F9       TO W-IT-STAMP(W-IT-CNT)
                        MOVE W-F10      TO W-IT-OPER(W-IT-CNT)
                        MOVE SPACE      TO W-IT-DEC(W-IT-CNT)
                                           W-IT-DBY(W-IT-CNT)
                                           W-IT-DAT(W-IT-CNT)
                                           W-IT-NOTE(W-IT-CNT)
                     END-IF
                WHEN "SIGN"
                     MOVE W-F2 TO W-ID-SEL
                     PERFORM P-380
                     IF W-F5(1:3) IS NUMERIC
                        MOVE W-F5(1:3) TO W-NO-WK
                        PERFORM P-390
                        IF W-FND > 0
                           MOVE W-F6 TO W-IT-DEC(W-FND)
                           MOVE W-F4 TO W-IT-DBY(W-FND)
                           MOVE W-F1 TO W-IT-DAT(W-FND)
                           MOVE W-F7 TO W-IT-NOTE(W-FND)
                        END-IF
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            MOVE SPACE TO W-ID-SEL.
            .
      *
      *   ケース2．標本を抜く。
       P-200.
            DISPLAY "SMP_FROM" UPON ENVIRONMENT-NAME.
            ACCEPT W-FROM         FROM ENVIRONMENT-VALUE.
            DISPLAY "SMP_TO" UPON ENVIRONMENT-NAME.
            ACCEPT W-TO           FROM ENVIRONMENT-VALUE.
            DISPLAY "SMP_SIZE" UPON ENVIRONMENT-NAME.
            ACCEPT W-SIZE-X       FROM ENVIRONMENT-VALUE.
            DISPLAY "SMP_SEED" UPON ENVIRONMENT-NAME.
            ACCEPT W-SEED-X       FROM ENVIRONMENT-VALUE.
            MOVE SPACE TO W-REJ-RSN.
            EVALUATE TRUE
                WHEN W-PRM-OPER = SPACE
                     MOVE "OPERATOR_ID NOT SET" TO W-REJ-RSN
                WHEN W-FROM IS NOT NUMERIC OR W-TO IS NOT NUMERIC
                     MOVE "SMP_FROM / SMP_TO MUST BE YYYYMMDD"
                          TO W-REJ-RSN
                WHEN W-FROM > W-TO
                     MOVE "SMP_FROM IS AFTER SMP_TO" TO W-REJ-RSN
                WHEN FUNCTION TEST-NUMVAL(W-SIZE-X) NOT = 0
                     MOVE "SMP_SIZE MUST BE 1-300" TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               MOVE W-FROM TO W-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  MOVE "SMP_FROM IS NOT A DATE" TO W-REJ-RSN
               END-IF
               MOVE W-TO TO W-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-N) NOT = 0
                  MOVE "SMP_TO IS NOT A DATE" TO W-REJ-RSN
               END-IF
               IF FUNCTION NUMVAL(W-SIZE-X) < 1
                  OR FUNCTION NUMVAL(W-SIZE-X) > 300
                  MOVE "SMP_SIZE MUST BE 1-300" TO W-REJ-RSN
               ELSE
                  MOVE FUNCTION NUMVAL(W-SIZE-X) TO W-SIZE
               END-IF
            END-IF.
            IF W-REJ-RSN = SPACE
               IF W-SEED-X = SPACE
                  MOVE W-NOW-TIME TO W-SEED
                  ADD 1 TO W-SEED
               ELSE
                  IF FUNCTION TEST-NUMVAL(W-SEED-X) NOT = 0
                     MOVE "SMP_SEED MUST BE 1-2147483646"
                          TO W-REJ-RSN
                  ELSE
                     IF FUNCTION NUMVAL(W-SEED-X) < 1
                        OR FUNCTION NUMVAL(W-SEED-X) > 2147483646
                        MOVE "SMP_SEED MUST BE 1-2147483646"
                             TO W-REJ-RSN
                     ELSE
                        MOVE FUNCTION NUMVAL(W-SEED-X) TO W-SEED
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF W-REJ-RSN NOT = SPACE
               DISPLAY "SMP-AUD NG: " W-REJ-RSN
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-SP-CNT >= 100
               DISPLAY "SMP-AUD NG: SAMPLE REGISTER FULL"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-210.
            PERFORM P-220.
            IF W-PP-OVER > 0
               DISPLAY "SMP-AUD NG: POPULATION OVER 5000 ("
                       W-PP-OVER " MORE) - SHORTEN THE PERIOD"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-PP-CNT = 0
               DISPLAY "SMP-AUD NG: NO APPLIED TRANSACTIONS IN "
                       W-FROM "-" W-TO
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
      *    新しい標本
            ADD 1 TO W-SP-CNT.
            MOVE W-SP-CNT TO W-CUR.
            MOVE SPACE TO W-SP(W-CUR).
            MOVE W-SP-CNT TO W-K.
            STRING "SM00" W-K DELIMITED BY SIZE INTO W-SP-ID(W-CUR)
            END-STRING.
            MOVE W-STAMP    TO W-SP-STAMP(W-CUR).
            MOVE W-PRM-OPER TO W-SP-BY(W-CUR).
            MOVE W-FROM     TO W-SP-FROM(W-CUR).
            MOVE W-TO       TO W-SP-TO(W-CUR).
            MOVE W-SEED     TO W-SP-SEED(W-CUR).
            MOVE W-SIZE     TO W-SP-SIZE(W-CUR).
            STRING "ADD=" W-POP-N(1) " CHG=" W-POP-N(2)
                   " DEL=" W-POP-N(3)
                   DELIMITED BY SIZE INTO W-SP-POP(W-CUR)
            END-STRING.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               GOBACK
            END-IF.
            MOVE W-SP-ID(W-CUR) TO W-LG-ID.
            MOVE "DRAW"         TO W-LG-ACT.
            MOVE W-PRM-OPER     TO W-LG-BY.
            MOVE 0              TO W-LG-NO.
            MOVE W-FROM         TO W-LG-T6.
            MOVE W-TO           TO W-LG-T7.
            MOVE W-SP-SEED(W-CUR) TO W-LG-T8.
            MOVE W-SP-SIZE(W-CUR) TO W-LG-T9.
            MOVE W-SP-POP(W-CUR)  TO W-LG-T10.
            PERFORM P-800.
            MOVE 0 TO W-NO-WK.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > 3
               PERFORM P-250
            END-PERFORM.
            CLOSE LED-FILE.
            DISPLAY "DRAWN " W-SP-ID(W-CUR) " SEED " W-SP-SEED(W-CUR)
                    " POPULATION " W-SP-POP(W-CUR).
            DISPLAY "SAMPLED ADD=" W-SMP-N(1) " CHG=" W-SMP-N(2)
                    " DEL=" W-SMP-N(3).
            PERFORM P-400.
            .
      *
      *   QA99JRNLの適用行（前像・後像は桁位置で持つ）。
       P-210.
            MOVE 0 TO W-POP-N(1) W-POP-N(2) W-POP-N(3).
            MOVE 0 TO W-LINE-NO.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT JRN-IN.
            IF W-JRN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ JRN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-215
                  END-READ
               END-PERFORM
               CLOSE JRN-IN
            END-IF.
            .
       P-215.
            ADD 1 TO W-LINE-NO.
            MOVE 0 TO W-S.
            EVALUATE JR-REC(23:3)
                WHEN "WRT"  MOVE 1 TO W-S
                WHEN "REW"  MOVE 2 TO W-S
                WHEN "DEL"  MOVE 3 TO W-S
            END-EVALUATE.
            IF W-S > 0
               AND JR-REC(1:8) >= W-FROM AND JR-REC(1:8) <= W-TO
               MOVE "QA99JRNL"     TO W-PRG-WK
               MOVE JR-REC(1:15)   TO W-F1
               MOVE JR-REC(269:16) TO W-F2
               PERFORM P-230
            END-IF.
            .
      *
      *   OCCUPHSTの適用行（時刻|操作者|更新リストの行）。
       P-220.
            MOVE 0 TO W-LINE-NO.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT OCH-IN.
            IF W-OCH-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OCH-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-225
                  END-READ
               END-PERFORM
               CLOSE OCH-IN
            END-IF.
            .
       P-225.
            ADD 1 TO W-LINE-NO.
            MOVE SPACE TO W-F1 W-F2 W-TXT.
            UNSTRING OH-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-TXT
            END-UNSTRING.
            MOVE 0 TO W-S.
            EVALUATE W-TXT(1:8)
                WHEN "ADD     "  MOVE 1 TO W-S
                WHEN "CHG     "  MOVE 2 TO W-S
                WHEN "DEL     "  MOVE 3 TO W-S
            END-EVALUATE.
            IF W-S > 0
               AND W-F1(1:8) >= W-FROM AND W-F1(1:8) <= W-TO
               MOVE "OCCUPHST" TO W-PRG-WK
               PERFORM P-230
            END-IF.
            .
      *
      *   母集団へ１件（W-S＝層、W-F1＝時刻、W-F2＝操作者）。
       P-230.
            IF W-PP-CNT >= 5000
               ADD 1 TO W-PP-OVER
            ELSE
               ADD 1 TO W-PP-CNT
               ADD 1 TO W-POP-N(W-S)
               MOVE W-STR-CD(W-S) TO W-PP-STR(W-PP-CNT)
               MOVE W-PRG-WK      TO W-PP-SRC(W-PP-CNT)
               MOVE W-LINE-NO     TO W-PP-LINE(W-PP-CNT)
               MOVE W-F1          TO W-PP-STAMP(W-PP-CNT)
               MOVE W-F2          TO W-PP-OPER(W-PP-CNT)
            END-IF.
            .
      *
      *   層W-Sの逐次選択。母集団の記録順に、残りW-LEFT-N件から
      *   残り枠W-LEFT-K件を選ぶ確率で１件ずつ決める。
       P-250.
            MOVE 0 TO W-SMP-N(W-S).
            MOVE W-POP-N(W-S) TO W-LEFT-N.
            IF W-SIZE < W-POP-N(W-S)
               MOVE W-SIZE TO W-LEFT-K
            ELSE
               MOVE W-POP-N(W-S) TO W-LEFT-K
            END-IF.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-PP-CNT OR W-LEFT-K = 0
               IF W-PP-STR(W-I) = W-STR-CD(W-S)
                  PERFORM P-260
                  COMPUTE W-TEST = W-LEFT-N * W-U
                  IF W-TEST < W-LEFT-K
                     PERFORM P-270
                     SUBTRACT 1 FROM W-LEFT-K
                  END-IF
                  SUBTRACT 1 FROM W-LEFT-N
               END-IF
            END-PERFORM.
            .
      *
      *   次の乱数（種←種×16807 mod 2147483647、W-U＝0以上1未満）。
       P-260.
            COMPUTE W-PROD = W-SEED * 16807.
            DIVIDE W-PROD BY 2147483647 GIVING W-QUO
                   REMAINDER W-SEED.
            COMPUTE W-U = W-SEED / 2147483647.
            .
      *
      *   母集団W-Iを標本の項目として記帳する。
       P-270.
            ADD 1 TO W-NO-WK.
            ADD 1 TO W-SMP-N(W-S).
            IF W-IT-CNT < 3000
               ADD 1 TO W-IT-CNT
               MOVE W-CUR            TO W-IT-SP(W-IT-CNT)
               MOVE W-NO-WK          TO W-IT-NO(W-IT-CNT)
               MOVE W-PP-STR(W-I)    TO W-IT-STR(W-IT-CNT)
               MOVE W-PP-SRC(W-I)    TO W-IT-SRC(W-IT-CNT)
               MOVE W-PP-LINE(W-I)   TO W-IT-LINE(W-IT-CNT)
               MOVE W-PP-STAMP(W-I)  TO W-IT-STAMP(W-IT-CNT)
               MOVE W-PP-OPER(W-I)   TO W-IT-OPER(W-IT-CNT)
               MOVE SPACE            TO W-IT-DEC(W-IT-CNT)
                                        W-IT-DBY(W-IT-CNT)
                                        W-IT-DAT(W-IT-CNT)
                                        W-IT-NOTE(W-IT-CNT)
            END-IF.
            MOVE "ITEM"          TO W-LG-ACT.
            MOVE W-PRM-OPER      TO W-LG-BY.
            MOVE W-NO-WK         TO W-LG-NO.
            MOVE W-PP-STR(W-I)   TO W-LG-T6.
            MOVE W-PP-SRC(W-I)   TO W-LG-T7.
            MOVE W-PP-LINE(W-I)  TO W-LG-T8.
            MOVE W-PP-STAMP(W-I) TO W-LG-T9.
            MOVE W-PP-OPER(W-I)  TO W-LG-T10.
            PERFORM P-800.
            .
      *
      *   標本番号W-ID-SELの標本（空白なら最後の標本）をW-CURへ。
       P-380.
            MOVE 0 TO W-CUR.
            IF W-ID-SEL = SPACE
               MOVE W-SP-CNT TO W-CUR
            ELSE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-SP-CNT OR W-CUR > 0
                  IF W-SP-ID(W-J) = W-ID-SEL
                     MOVE W-J TO W-CUR
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   標本W-CURの項目番号W-NO-WKの項目をW-FNDへ。
       P-390.
            MOVE 0 TO W-FND.
            IF W-CUR > 0
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-IT-CNT OR W-FND > 0
                  IF W-IT-SP(W-J) = W-CUR
                     AND W-IT-NO(W-J) = W-NO-WK
                     MOVE W-J TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   ケース3．監査調書（標本W-CUR）。
       P-400.
            MOVE 0 TO W-PI-CNT.
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-IT-CNT
               IF W-IT-SP(W-J) = W-CUR AND W-PI-CNT < 300
                  ADD 1 TO W-PI-CNT
                  MOVE W-J   TO W-PI-IT(W-PI-CNT)
                  MOVE "N"   TO W-PI-FND(W-PI-CNT)
                  MOVE SPACE TO W-PI-BEF(W-PI-CNT) W-PI-AFT(W-PI-CNT)
                                W-PI-PST(W-PI-CNT) W-PI-PRM(W-PI-CNT)
               END-IF
            END-PERFORM.
            PERFORM P-410.
            PERFORM P-420.
            PERFORM P-430.
            PERFORM P-450.
            .
      *
      *   前像・後像：QA99JRNLの該当行。
       P-410.
            MOVE 0 TO W-LINE-NO.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT JRN-IN.
            IF W-JRN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ JRN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-415
                  END-READ
               END-PERFORM
               CLOSE JRN-IN
            END-IF.
            .
       P-415.
            ADD 1 TO W-LINE-NO.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-PI-CNT
               MOVE W-PI-IT(W-K) TO W-J
               IF W-IT-SRC(W-J) = "QA99JRNL"
                  AND W-IT-LINE(W-J) = W-LINE-NO
                  AND W-IT-STAMP(W-J) = JR-REC(1:15)
                  MOVE "Y"            TO W-PI-FND(W-K)
                  MOVE JR-REC(27:120)  TO W-PI-BEF(W-K)
                  MOVE JR-REC(148:120) TO W-PI-AFT(W-K)
               END-IF
            END-PERFORM.
            .
      *
      *   前像・後像：OCCUPHSTの該当行（更新リストのOLD=／NEW=）。
       P-420.
            MOVE 0 TO W-LINE-NO.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT OCH-IN.
            IF W-OCH-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OCH-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-425
                  END-READ
               END-PERFORM
               CLOSE OCH-IN
            END-IF.
            .
       P-425.
            ADD 1 TO W-LINE-NO.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-PI-CNT
               MOVE W-PI-IT(W-K) TO W-J
               IF W-IT-SRC(W-J) = "OCCUPHST"
                  AND W-IT-LINE(W-J) = W-LINE-NO
                  AND W-IT-STAMP(W-J) = OH-REC(1:15)
                  MOVE SPACE TO W-F1 W-F2 W-TXT
                  UNSTRING OH-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-TXT
                  END-UNSTRING
                  MOVE "Y" TO W-PI-FND(W-K)
                  UNSTRING W-TXT DELIMITED BY " NEW="
                      INTO W-PI-BEF(W-K) W-F7
                  END-UNSTRING
                  STRING "NEW=" W-F7 DELIMITED BY SIZE
                         INTO W-PI-AFT(W-K)
                  END-STRING
               END-IF
            END-PERFORM.
            .
      *
      *   権限の証拠：PERMLOGで項目の時刻までに同じ操作者へ許可
      *   された、そのプログラムのAPPLYの最後の行。
       P-430.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PLG-IN.
            IF W-PLG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PLG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-435
                  END-READ
               END-PERFORM
               CLOSE PLG-IN
            END-IF.
            .
       P-435.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5.
            UNSTRING PL-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            IF W-F1 = "GRANTED" AND W-F4 = "APPLY"
               PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-PI-CNT
                  MOVE W-PI-IT(W-K) TO W-J
                  IF W-IT-SRC(W-J) = "QA99JRNL"
                     MOVE "MNT-UPDT" TO W-PRG-WK
                  ELSE
                     MOVE "OCC-UPDT" TO W-PRG-WK
                  END-IF
                  IF W-F2 = W-IT-OPER(W-J) AND W-F3 = W-PRG-WK
                     AND W-F5(1:15) <= W-IT-STAMP(W-J)
                     AND W-F5(1:15) >= W-PI-PST(W-K)
                     MOVE W-F5(1:15) TO W-PI-PST(W-K)
                     MOVE PL-REC     TO W-PI-PRM(W-K)
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   調書の印字。
       P-450.
            OPEN OUTPUT WP-OU.
            MOVE SPACE TO WP-REC.
            STRING "監査サンプル調書"   DELIMITED BY SIZE
                   "（適用済み保守"     DELIMITED BY SIZE
                   "トランザクション）" DELIMITED BY SIZE
                   INTO WP-REC
            END-STRING.
            WRITE WP-REC.
            MOVE SPACE TO W-WP-LINE.
            STRING "SAMPLE  : " W-SP-ID(W-CUR)
                   "   DRAWN " W-SP-STAMP(W-CUR) " BY "
                                              DELIMITED BY SIZE
                   W-SP-BY(W-CUR)             DELIMITED BY SPACE
                   "   PRINTED " W-STAMP      DELIMITED BY SIZE
                   INTO W-WP-LINE
            END-STRING.
            WRITE WP-REC FROM W-WP-LINE.
            MOVE SPACE TO W-WP-LINE.
            STRING "PERIOD  : " W-SP-FROM(W-CUR) " - "
                   W-SP-TO(W-CUR) "   SEED " W-SP-SEED(W-CUR)
                   "   SIZE PER STRATUM " W-SP-SIZE(W-CUR)
                   DELIMITED BY SIZE INTO W-WP-LINE
            END-STRING.
            WRITE WP-REC FROM W-WP-LINE.
            MOVE SPACE TO W-WP-LINE.
            STRING "POPULATION : " W-SP-POP(W-CUR)
                   DELIMITED BY SIZE INTO W-WP-LINE
            END-STRING.
            WRITE WP-REC FROM W-WP-LINE.
            MOVE ALL "-" TO WP-REC(1:100).
            WRITE WP-REC.
            MOVE 0 TO W-SIGNED W-PASS-CNT W-EXC-CNT.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-PI-CNT
               PERFORM P-460
            END-PERFORM.
            MOVE ALL "-" TO WP-REC(1:100).
            WRITE WP-REC.
            COMPUTE W-I = W-PI-CNT - W-SIGNED.
            MOVE W-PI-CNT TO W-J.
            MOVE SPACE TO W-WP-LINE.
            STRING "TOTALS ITEMS=" W-J " SIGNED=" W-SIGNED
                   " PASS=" W-PASS-CNT " EXCEPTION=" W-EXC-CNT
                   " OPEN=" W-I
                   DELIMITED BY SIZE INTO W-WP-LINE
            END-STRING.
            WRITE WP-REC FROM W-WP-LINE.
            CLOSE WP-OU.
            DISPLAY "WORKPAPER SMPWP " W-SP-ID(W-CUR)
                    " ITEMS=" W-PI-CNT " SIGNED=" W-SIGNED.
            .
      *
      *   調書の１項目。
       P-460.
            MOVE W-PI-IT(W-K) TO W-J.
            MOVE 1 TO W-S.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 3
               IF W-STR-CD(W-I) = W-IT-STR(W-J)
                  MOVE W-I TO W-S
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-WP-LINE.
            STRING "ITEM " W-IT-NO(W-J) "  " W-IT-STR(W-J) "("
                   W-STR-NM(W-S) ")  " W-IT-SRC(W-J) " LINE "
                   W-IT-LINE(W-J) "  " W-IT-STAMP(W-J)
                   "  OPERATOR "              DELIMITED BY SIZE
                   W-IT-OPER(W-J)             DELIMITED BY SPACE
                   INTO W-WP-LINE
            END-STRING.
            WRITE WP-REC FROM W-WP-LINE.
            IF W-PI-FND(W-K) = "Y"
               MOVE SPACE TO W-WP-LINE
               STRING "  BEFORE  : " W-PI-BEF(W-K)
                      DELIMITED BY SIZE INTO W-WP-LINE
               END-STRING
               WRITE WP-REC FROM W-WP-LINE
               MOVE SPACE TO W-WP-LINE
               STRING "  AFTER   : " W-PI-AFT(W-K)
                      DELIMITED BY SIZE INTO W-WP-LINE
               END-STRING
               WRITE WP-REC FROM W-WP-LINE
            ELSE
               MOVE "  *** SOURCE RECORD NOT FOUND (PURGED OR ALTERED)"
                    TO WP-REC
               WRITE WP-REC
            END-IF.
            MOVE SPACE TO W-WP-LINE.
            IF W-PI-PRM(W-K) = SPACE
               STRING "  PERMIT  : *** NO GRANTED APPLY"
                      " IN PERMLOG BEFORE THE CHANGE ***"
                      DELIMITED BY SIZE INTO W-WP-LINE
               END-STRING
            ELSE
               STRING "  PERMIT  : " W-PI-PRM(W-K)
                      DELIMITED BY SIZE INTO W-WP-LINE
               END-STRING
            END-IF.
            WRITE WP-REC FROM W-WP-LINE.
            MOVE SPACE TO W-WP-LINE.
            IF W-IT-DEC(W-J) = SPACE
               MOVE "  AUDITOR : PASS / EXCEPTION ____  BY ________"
                    TO W-WP-LINE
               MOVE "  NOTE ______________________" TO W-WP-LINE(47:30)
            ELSE
               ADD 1 TO W-SIGNED
               IF W-IT-DEC(W-J) = "PASS"
                  ADD 1 TO W-PASS-CNT
               ELSE
                  ADD 1 TO W-EXC-CNT
               END-IF
               STRING "  AUDITOR : "        DELIMITED BY SIZE
                      W-IT-DEC(W-J)         DELIMITED BY SPACE
                      "  BY "               DELIMITED BY SIZE
                      W-IT-DBY(W-J)         DELIMITED BY SPACE
                      " " W-IT-DAT(W-J) "  " DELIMITED BY SIZE
                      W-IT-NOTE(W-J)        DELIMITED BY "  "
                      INTO W-WP-LINE
               END-STRING
            END-IF.
            WRITE WP-REC FROM W-WP-LINE.
            MOVE SPACE TO WP-REC.
            WRITE WP-REC.
            .
      *
      *   ケース4．監査人の確認結果の記帳。
       P-500.
            OPEN INPUT SGN-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "SMP-AUD NG: NO SMPSIGN FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE "SMP-AUD" TO W-PRM-PROG.
            MOVE "APPROVE" TO W-PRM-MODE.
            MOVE SPACE     TO W-PRM-STS.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1" OR W-PRM-OPER = SPACE
               DISPLAY "SMP-AUD NG: " W-PRM-OPER
                       " NOT AUTHORIZED TO SIGN (SEE PERMLOG)"
               CLOSE SGN-TX
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-850.
            IF W-LED-FS NOT = "00"
               CLOSE SGN-TX
               GOBACK
            END-IF.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               READ SGN-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-510
               END-READ
            END-PERFORM.
            CLOSE SGN-TX LED-FILE.
            DISPLAY "TX=" W-TX-CNT " SIGNED=" W-APL-CNT
                    " REJECTED=" W-REJ-CNT.
            IF W-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-510.
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-TX-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F7 W-REJ-RSN
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F7
               END-UNSTRING
               MOVE W-F1 TO W-ID-SEL
               PERFORM P-380
               MOVE 0 TO W-FND
               IF W-F2(1:3) IS NUMERIC AND W-F2(4:1) = SPACE
                  MOVE W-F2(1:3) TO W-NO-WK
                  PERFORM P-390
               END-IF
               EVALUATE TRUE
                   WHEN W-CUR = 0
                        MOVE "NO SUCH SAMPLE" TO W-REJ-RSN
                   WHEN W-FND = 0
                        MOVE "NO SUCH ITEM (3 DIGITS)" TO W-REJ-RSN
                   WHEN W-F3 NOT = "PASS" AND W-F3 NOT = "EXCEPTION"
                        MOVE "DECISION MUST BE PASS OR EXCEPTION"
                             TO W-REJ-RSN
                   WHEN W-F3 = "EXCEPTION" AND W-F7 = SPACE
                        MOVE "EXCEPTION NEEDS A NOTE" TO W-REJ-RSN
                   WHEN W-IT-DEC(W-FND) NOT = SPACE
                        MOVE "ITEM ALREADY SIGNED" TO W-REJ-RSN
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
               IF W-REJ-RSN = SPACE
                  MOVE W-SP-ID(W-CUR) TO W-LG-ID
                  MOVE W-PRM-OPER     TO W-LG-BY
                  MOVE W-NO-WK        TO W-LG-NO
                  MOVE W-F3           TO W-LG-T6
                  MOVE W-F7           TO W-LG-T7
                  MOVE SPACE          TO W-LG-T8 W-LG-T9 W-LG-T10
                  IF W-IT-OPER(W-FND) = W-PRM-OPER
                     MOVE "DENIED" TO W-LG-ACT
                     PERFORM P-800
                     MOVE "OWN APPLIED CHANGE - DENIED" TO W-REJ-RSN
                  ELSE
                     MOVE "SIGN" TO W-LG-ACT
                     PERFORM P-800
                     MOVE W-F3       TO W-IT-DEC(W-FND)
                     MOVE W-PRM-OPER TO W-IT-DBY(W-FND)
                     MOVE W-STAMP    TO W-IT-DAT(W-FND)
                     MOVE W-F7       TO W-IT-NOTE(W-FND)
                     ADD 1 TO W-APL-CNT
                  END-IF
               END-IF
               IF W-REJ-RSN NOT = SPACE
                  ADD 1 TO W-REJ-CNT
                  DISPLAY "REJECTED " TX-REC(1:40) " : " W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   ケース5．標本ごとの確認の進み。
       P-600.
            DISPLAY "SAMPLE   DRAWN           BY         PERIOD"
                    "             ITEMS SIGNED EXCEPTION".
            PERFORM VARYING W-CUR FROM 1 BY 1 UNTIL W-CUR > W-SP-CNT
               MOVE 0 TO W-I W-SIGNED W-EXC-CNT
               PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-IT-CNT
                  IF W-IT-SP(W-J) = W-CUR
                     ADD 1 TO W-I
                     IF W-IT-DEC(W-J) NOT = SPACE
                        ADD 1 TO W-SIGNED
                     END-IF
                     IF W-IT-DEC(W-J) = "EXCEPTION"
                        ADD 1 TO W-EXC-CNT
                     END-IF
                  END-IF
               END-PERFORM
               MOVE W-I       TO W-ED-N
               MOVE W-SIGNED  TO W-ED-N2
               MOVE W-EXC-CNT TO W-ED-N3
               DISPLAY W-SP-ID(W-CUR) " " W-SP-STAMP(W-CUR) " "
                       W-SP-BY(W-CUR)(1:10) " " W-SP-FROM(W-CUR) "-"
                       W-SP-TO(W-CUR) " " W-ED-N "  " W-ED-N2
                       "     " W-ED-N3
            END-PERFORM.
            .
      *
      *   台帳へ１行追記。
       P-800.
            MOVE SPACE TO LED-REC.
            STRING W-STAMP          DELIMITED BY SIZE
                   "|"              DELIMITED BY SIZE
                   W-LG-ID          DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-ACT         DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-BY          DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-NO          DELIMITED BY SIZE
                   "|"              DELIMITED BY SIZE
                   W-LG-T6          DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-T7          DELIMITED BY "  "
                   "|"              DELIMITED BY SIZE
                   W-LG-T8          DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-T9          DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   W-LG-T10         DELIMITED BY "  "
                   INTO LED-REC
            END-STRING.
            WRITE LED-REC.
            .
      *
      *   台帳の追記オープン（無ければ作る）。
       P-850.
            OPEN EXTEND LED-FILE.
            IF W-LED-FS = "35"
               OPEN OUTPUT LED-FILE
            END-IF.
            IF W-LED-FS NOT = "00"
               DISPLAY "SMP-AUD NG: SMPREG OPEN FS=" W-LED-FS
               MOVE 12 TO RETURN-CODE
            END-IF.
            .
