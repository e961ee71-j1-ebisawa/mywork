      ******************************************************************
      *    テストケース：－（運用ユーティリティ）
      *    プログラム名：変更影響による再実行対象の選定
      *    処理概要　　：コンパイル回避は自分のソースの変更しか
      *                  見ない。tools/fixtures/のOCCTBLIN.dat・
      *                  CALMST.dat・MSGCAT.datを直したとき、あるいは
      *                  HZ-CNV-1・WAREKI-1・CSV-IO・BIZDATEのような
      *                  呼ばれる部品を直したとき、どのプログラムを
      *                  流し直せばよいかを教えるものが無かった。
      *                  依存カタログDEPCAT（tools/make_dep_catalog.sh
      *                  が各ソースのASSIGN TO名・CALL名・COPY名・
      *                  PROGRAM-IDから作る。SOURCE|種別|名前）と変更
      *                  資産の一覧CHGLISTから、影響を受けるプログラム
      *                  をTESTPLAN様式（計画名|プログラム|*）で
      *                  IMPPLANへ書く。
      *                    ・変更資産は一行に一つ。パスと拡張子は
      *                      落として読む（tools/fixtures/CALMST.dat
      *                      ＝CALMST、source/HZ-CNV.cbl＝HZ-CNV）。
      *                    ・その名前をASSIGN・COPYするソース、その
      *                      名前のソース、その名前をPROGRAM-IDに持つ
      *                      ソースがまず影響を受ける。
      *                    ・影響を受けたソースのPROGRAM-IDをCALLする
      *                      ソースも影響を受ける（呼び出しの連鎖を
      *                      変化が無くなるまでたどる）。
      *                  計画名は環境変数IMPACT_PLAN（既定IMPACT）。
      *                  IMPPLANをrun_regression.shのREG_PLAN_FILEに
      *                  指定して-pで流せば、絞った再検証になる。
      *    使用方法　　：DEPCAT・CHGLISTを置いて実行する。影響が
      *                  あればRETURN-CODE＝4、どの資産もカタログに
      *                  無ければ０、入力が無ければ１２。
      *  --------------------------------------------------------------
      *   対象：取り込み資産・部品の変更からの再実行選定（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           IMP-SEL.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-20.
       DATE-COMPILED.        2026-09-20.
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
           SELECT CAT-IN     ASSIGN TO "DEPCAT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CAT-FS.
           SELECT CHG-IN     ASSIGN TO "CHGLIST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CHG-FS.
           SELECT PLN-OU     ASSIGN TO "IMPPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  CAT-IN.
       01  CI-REC             PIC X(80).
       FD  CHG-IN.
       01  CH-REC             PIC X(120).
       FD  PLN-OU.
       01  PO-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-CAT-FS           PIC X(02).
       01  W-CHG-FS           PIC X(02).
       01  W-PLAN             PIC X(12).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    依存カタログの表
       01  W-DC-CNT           PIC 9(04)          VALUE 0.
       01  W-DC-TBL.
           05  W-DC           OCCURS 3000.
               10  W-DC-SRC   PIC X(16).
               10  W-DC-KIND  PIC X(04).
               10  W-DC-NAME  PIC X(16).
      *    ソースの表（影響の印と理由）
       01  W-SR-CNT           PIC 9(03)          VALUE 0.
       01  W-SR-TBL.
           05  W-SR           OCCURS 500.
               10  W-SR-NAME  PIC X(16).
               10  W-SR-HIT   PIC X(01).
               10  W-SR-WHY   PIC X(40).
      *    変更資産の表
       01  W-CG-CNT           PIC 9(03)          VALUE 0.
       01  W-CG-TBL.
           05  W-CG           OCCURS 200.
               10  W-CG-NAME  PIC X(16).
               10  W-CG-HITS  PIC 9(03).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-SUB3             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-LEN              PIC 9(03).
       01  W-POS              PIC 9(03).
       01  W-ASSET-WK         PIC X(120).
       01  W-NAME-WK          PIC X(16).
       01  W-WHY-WK           PIC X(40).
       01  W-CHANGED-SW       PIC X.
           88  W-CHANGED                         VALUE "Y".
       01  W-HIT-CNT          PIC 9(03)          VALUE 0.
       01  W-LINE-WK          PIC X(80).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (IMP-SEL)".
            DISPLAY "IMPACT_PLAN" UPON ENVIRONMENT-NAME.
            ACCEPT W-PLAN         FROM ENVIRONMENT-VALUE.
            IF W-PLAN = SPACE
               MOVE "IMPACT" TO W-PLAN
            END-IF.
            PERFORM P-100.
            IF RETURN-CODE = 0
               PERFORM P-200
            END-IF.
            IF RETURN-CODE = 0
               PERFORM P-300
               PERFORM P-400
               PERFORM P-500
            END-IF.
            DISPLAY "TEST END   (IMP-SEL)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．依存カタログのロード。ソースの表も同時に作る。
       P-100.
            OPEN INPUT CAT-IN.
            IF W-CAT-FS NOT = "00"
               DISPLAY "IMP-SEL NG: NO DEPCAT FS=" W-CAT-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ CAT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE CAT-IN
               DISPLAY "CATALOG ROWS=" W-DC-CNT " SOURCES=" W-SR-CNT
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF CI-REC(1:1) NOT = "#" AND CI-REC NOT = SPACE
               AND W-DC-CNT < 3000
               ADD 1 TO W-DC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING CI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-DC-SRC (W-DC-CNT)
               MOVE W-F2 TO W-DC-KIND(W-DC-CNT)
               MOVE W-F3 TO W-DC-NAME(W-DC-CNT)
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-SR-CNT OR W-FND > 0
                  IF W-SR-NAME(W-SUB) = W-F1
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-SR-CNT < 500
                  ADD 1 TO W-SR-CNT
                  MOVE W-F1  TO W-SR-NAME(W-SR-CNT)
                  MOVE "N"   TO W-SR-HIT (W-SR-CNT)
                  MOVE SPACE TO W-SR-WHY (W-SR-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．変更資産の一覧のロード。パスと拡張子を落とす。
       P-200.
            OPEN INPUT CHG-IN.
            IF W-CHG-FS NOT = "00"
               DISPLAY "IMP-SEL NG: NO CHGLIST FS=" W-CHG-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ CHG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE CHG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-210.
            IF CH-REC(1:1) NOT = "#" AND CH-REC NOT = SPACE
               AND W-CG-CNT < 200
               MOVE CH-REC TO W-ASSET-WK
      *       最後の"/"より後ろを名前とする。
               MOVE 0 TO W-LEN
               INSPECT FUNCTION REVERSE(W-ASSET-WK)
                       TALLYING W-LEN FOR LEADING SPACE
               COMPUTE W-LEN = 120 - W-LEN
               MOVE 0 TO W-POS
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-LEN
                  IF W-ASSET-WK(W-SUB:1) = "/"
                     MOVE W-SUB TO W-POS
                  END-IF
               END-PERFORM
               MOVE SPACE TO W-NAME-WK
               IF W-POS < W-LEN
                  MOVE W-ASSET-WK(W-POS + 1:W-LEN - W-POS)
                       TO W-NAME-WK
               END-IF
      *       拡張子（最初の"."から後ろ）を落とす。
               MOVE 0 TO W-POS
               INSPECT W-NAME-WK TALLYING W-POS
                       FOR CHARACTERS BEFORE INITIAL "."
               IF W-POS < 16
                  MOVE SPACE TO W-NAME-WK(W-POS + 1:)
               END-IF
               IF W-NAME-WK NOT = SPACE
                  ADD 1 TO W-CG-CNT
                  MOVE W-NAME-WK TO W-CG-NAME(W-CG-CNT)
                  MOVE 0         TO W-CG-HITS(W-CG-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース3．直接の影響。変更資産をASSIGN・COPYするソース、
      *            同名のソース、その名前をPROGRAM-IDに持つソース。
       P-300.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CG-CNT.
            .
       P-310.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-SR-CNT
               IF W-SR-NAME(W-SUB2) = W-CG-NAME(W-SUB)
                  MOVE W-SR-NAME(W-SUB2) TO W-NAME-WK
                  MOVE SPACE TO W-WHY-WK
                  STRING "SOURCE " W-CG-NAME(W-SUB)
                         DELIMITED BY SIZE INTO W-WHY-WK
                  END-STRING
                  PERFORM P-800
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-DC-CNT
               IF W-DC-NAME(W-SUB2) = W-CG-NAME(W-SUB)
                  AND W-DC-KIND(W-SUB2) NOT = "CALL"
                  MOVE W-DC-SRC(W-SUB2) TO W-NAME-WK
                  MOVE SPACE TO W-WHY-WK
                  STRING W-DC-KIND(W-SUB2) " " W-CG-NAME(W-SUB)
                         DELIMITED BY SIZE INTO W-WHY-WK
                  END-STRING
                  PERFORM P-800
               END-IF
            END-PERFORM.
            IF W-CG-HITS(W-SUB) = 0
               DISPLAY "NOT IN CATALOG: " W-CG-NAME(W-SUB)
            END-IF.
            .
      *
      *   ケース4．呼び出しの連鎖。影響を受けたソースのPROGRAM-IDを
      *            CALLするソースを、印が増えなくなるまで足す。
       P-400.
            MOVE "Y" TO W-CHANGED-SW.
            PERFORM UNTIL NOT W-CHANGED
               MOVE "N" TO W-CHANGED-SW
               PERFORM P-410 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-DC-CNT
            END-PERFORM.
            .
       P-410.
            IF W-DC-KIND(W-SUB) = "CALL"
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-SR-CNT OR W-FND > 0
                  IF W-SR-NAME(W-SUB2) = W-DC-SRC(W-SUB)
                     MOVE W-SUB2 TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND > 0 AND W-SR-HIT(W-FND) = "N"
                  PERFORM VARYING W-SUB2 FROM 1 BY 1
                          UNTIL W-SUB2 > W-DC-CNT
                     IF W-DC-KIND(W-SUB2) = "PGM"
                        AND W-DC-NAME(W-SUB2) = W-DC-NAME(W-SUB)
                        AND W-SR-HIT(W-FND) = "N"
                        PERFORM P-420
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.
            .
      *
      *   呼ばれる側のソースが影響を受けていれば呼ぶ側にも印を付ける。
       P-420.
            PERFORM VARYING W-SUB3 FROM 1 BY 1
                    UNTIL W-SUB3 > W-SR-CNT
               IF W-SR-NAME(W-SUB3) = W-DC-SRC(W-SUB2)
                  AND W-SR-HIT(W-SUB3) = "Y"
                  MOVE "Y" TO W-SR-HIT(W-FND)
                  MOVE SPACE TO W-SR-WHY(W-FND)
                  STRING "CALLS " W-DC-NAME(W-SUB)
                         DELIMITED BY SIZE INTO W-SR-WHY(W-FND)
                  END-STRING
                  ADD 1 TO W-HIT-CNT
                  MOVE "Y" TO W-CHANGED-SW
               END-IF
            END-PERFORM.
            .
      *
      *   ケース5．計画の書き出し。理由は注釈行に残す。
       P-500.
            OPEN OUTPUT PLN-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "# IMPPLAN - change-impact plan " W-PLAN
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE PO-REC FROM W-LINE-WK.
            PERFORM P-510 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SR-CNT.
            CLOSE PLN-OU.
            DISPLAY "CHANGED=" W-CG-CNT " AFFECTED=" W-HIT-CNT
                    " -> IMPPLAN (" W-PLAN ")".
            IF W-HIT-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
       P-510.
            IF W-SR-HIT(W-SUB) = "Y"
               MOVE SPACE TO W-LINE-WK
               STRING "# "             DELIMITED BY SIZE
                      W-SR-NAME(W-SUB) DELIMITED BY SPACE
                      " <- "           DELIMITED BY SIZE
                      W-SR-WHY(W-SUB)  DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE PO-REC FROM W-LINE-WK
               MOVE SPACE TO W-LINE-WK
               STRING W-PLAN           DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-SR-NAME(W-SUB) DELIMITED BY SPACE
                      "|*"             DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE PO-REC FROM W-LINE-WK
               DISPLAY "AFFECTED: " W-SR-NAME(W-SUB)
                       " (" W-SR-WHY(W-SUB) ")"
            END-IF.
            .
      *
      *   直接の影響の印付け（W-NAME-WKのソースへ、理由W-WHY-WK）。
       P-800.
            PERFORM VARYING W-SUB3 FROM 1 BY 1
                    UNTIL W-SUB3 > W-SR-CNT
               IF W-SR-NAME(W-SUB3) = W-NAME-WK
                  ADD 1 TO W-CG-HITS(W-SUB)
                  IF W-SR-HIT(W-SUB3) = "N"
                     MOVE "Y"      TO W-SR-HIT(W-SUB3)
                     MOVE W-WHY-WK TO W-SR-WHY(W-SUB3)
                     ADD 1 TO W-HIT-CNT
                  END-IF
               END-IF
            END-PERFORM.
            .
