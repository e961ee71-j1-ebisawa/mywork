      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：新規テストケース・プログラムのひな形作成
      *    処理概要　　：新しいテストプログラム（次のQA-1xxやEX系）は
      *                  いつも古いものを複写して始めており、QA-35／
      *                  QA-39／QA-41の見出しの写し違いやQA-43の
      *                  CASE-ID重複はそこから生まれた。ケース仕様
      *                  （既定CASESPEC）から、この一式の作法どおり
      *                  の自己判定プログラムを書き出す。判定は
      *                  IF_CHECK.cpyのOK／NG表示に、ＮＧ件数を
      *                  RETURN-CODEへ写す決まり（QA-101と同じ）を
      *                  添える。新しいケースはCASEMETAへ登録する
      *                  ためのCASEMETX様式のADDとして書き出す。
      *                  次のものは拒否し、何も書き出さない。
      *                    ・case_locator.csvに既に載っている
      *                      PROGRAM＋CASE-ID（CASE-IDはプログラム
      *                      ごとの番号なので、プログラムと組で見る）
      *                    ・case_locator.csvに既にあるプログラム
      *                      （既存の原始の上書きになる）
      *                    ・仕様の中で重なるCASE-ID、P-nnn-nn形式で
      *                      ないCASE-ID、宣言の無い項目名、知らない
      *                      操作、行に収まらない長さの項目・値
      *    使用方法　　：仕様は環境変数CASE_GEN_SPEC（未指定なら
      *                  CASESPEC）、ケース所在表はCASELOC（回帰
      *                  ドライバの results/case_locator.csv を
      *                  DD_CASELOCで指す）。出力は原始CASEGENO・
      *                  CASEMETX様式CASEGENX・作成リストCASEGENL。
      *                  拒否があればRETURN-CODE 8、仕様が無ければ
      *                  12、所在表が無く重複を照合できなければ4
      *                  （書き出しはする）。
      *    レコード様式：仕様は「カード種別|値…」、#行は注記。
      *                    PROGRAM|プログラムＩＤ
      *                    TEST|テストケース番号（見出し用）
      *                    NAME|プログラム名
      *                    DESC|処理概要（１行ずつ、最大２０行）
      *                    TARGET|対象
      *                    META|持ち主|機能領域|優先度|リリース
      *                    ITEM|項目名|PICTURE|VALUE（VALUEは省略可）
      *                    CASE|CASE-ID|操作|Ａ|Ｂ|Ｃ|期待値|注記
      *                      MOVE   ：ＡをＢへMOVEし、Ｂを期待値と比べる
      *                      INSPECT：ＡのＢをすべてＣに置き換え
      *                               （REPLACING ALL）、Ａを比べる
      *                      STRING ：ＡとＢをつないで（DELIMITED BY
      *                               SIZE）Ｃへ入れ、Ｃを比べる
      *                      COMPARE：「Ａ Ｂ Ｃ」（Ｂは＝ ＜ ＞ ＜＝ ＞＝
      *                               NOT=）の成否Y／Nを期待値と比べる
      *                    項目名は３０桁、PICTUREは２０桁、値・操作の
      *                    相手は３０バイトまで（生成する行が７２桁に
      *                    収まる長さ）。同じP-nnnのケースは続けて
      *                    書き、１つの段落にまとめる。
      *  --------------------------------------------------------------
      *   対象：新規ケースの作り始め（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CASE-GEN.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-03.
       DATE-COMPILED.        2026-10-03.
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
           SELECT SPEC-IN    ASSIGN USING W-SPEC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SPEC-FS.
           SELECT LOC-IN     ASSIGN TO "CASELOC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LOC-FS.
           SELECT SRC-OU     ASSIGN TO "CASEGENO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MTX-OU     ASSIGN TO "CASEGENX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LST-OU     ASSIGN TO "CASEGENL"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  SPEC-IN.
       01  SP-REC             PIC X(300).
       FD  LOC-IN.
       01  LC-REC             PIC X(200).
       FD  SRC-OU.
       01  SO-REC             PIC X(120).
       FD  MTX-OU.
       01  MX-REC             PIC X(200).
       FD  LST-OU.
       01  LS-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-SPEC-NAME        PIC X(40).
       01  W-SPEC-FS          PIC X(02).
       01  W-LOC-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    仕様の見出し・管理情報
       01  W-PROG             PIC X(30).
       01  W-TEST             PIC X(20).
       01  W-NAME             PIC X(100).
       01  W-TARGET           PIC X(100).
       01  W-MT-OWNER         PIC X(20).
       01  W-MT-AREA          PIC X(20).
       01  W-MT-PRIO          PIC X(10).
       01  W-MT-REL           PIC X(10).
       01  W-DS-CNT           PIC 9(02)          VALUE 0.
       01  W-DS-TBL.
           05  W-DS           PIC X(100) OCCURS 20.
      *    項目の表（最大１００）
       01  W-IT-CNT           PIC 9(03)          VALUE 0.
       01  W-IT-TBL.
           05  W-IT           OCCURS 100.
               10  W-IT-NAME  PIC X(40).
               10  W-IT-PIC   PIC X(40).
               10  W-IT-VAL   PIC X(60).
      *    ケースの表（最大２００）
       01  W-CS-CNT           PIC 9(03)          VALUE 0.
       01  W-CS-TBL.
           05  W-CS           OCCURS 200.
               10  W-CS-ID    PIC X(20).
               10  W-CS-OP    PIC X(10).
               10  W-CS-A     PIC X(60).
               10  W-CS-B     PIC X(60).
               10  W-CS-C     PIC X(60).
               10  W-CS-EXP   PIC X(60).
               10  W-CS-CMT   PIC X(100).
       01  W-CMP-USED         PIC X(01)          VALUE "N".
      *    カード分解域
       01  W-C1               PIC X(20).
       01  W-C2               PIC X(100).
       01  W-C3               PIC X(60).
       01  W-C4               PIC X(60).
       01  W-C5               PIC X(60).
       01  W-C6               PIC X(60).
       01  W-C7               PIC X(60).
       01  W-C8               PIC X(100).
      *    照合・検査
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-RSN          PIC X(60).
       01  W-REJ-WHERE        PIC X(30).
       01  W-LOC-SW           PIC X(01)          VALUE "N".
       01  W-PROG-SEEN        PIC X(01)          VALUE "N".
       01  W-L1               PIC X(40).
       01  W-L2               PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-SUB2             PIC 9(03).
       01  W-OPND             PIC X(60).
       01  W-OPND-NM          PIC X(60).
       01  W-OPND-KIND        PIC X(01).
       01  W-OPND-ROLE        PIC X(01).
       01  W-WK               PIC X(120).
       01  W-LEN              PIC 9(03).
       01  W-LEN2             PIC 9(03).
       01  W-LEAD             PIC 9(03).
      *    生成の作業域
       01  W-TODAY            PIC X(08).
       01  W-PARA             PIC X(05).
       01  W-PARA-NO          PIC 9(02).
       01  W-RES-ITEM         PIC X(60).
       01  W-LN               PIC X(120).
       01  W-P1               PIC X(120).
       01  W-P2               PIC X(120).
       01  W-OUT-CNT          PIC 9(05)          VALUE 0.
       01  W-NUM-WK           PIC 9(03).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CASE-GEN)".
            DISPLAY "CASE_GEN_SPEC" UPON ENVIRONMENT-NAME.
            ACCEPT W-SPEC-NAME      FROM ENVIRONMENT-VALUE.
            IF W-SPEC-NAME = SPACE
               MOVE "CASESPEC" TO W-SPEC-NAME
            END-IF.
            OPEN OUTPUT LST-OU.
            PERFORM P-100.
            IF RETURN-CODE = 12
               CLOSE LST-OU
               GOBACK
            END-IF.
            PERFORM P-200.
            PERFORM P-300.
            IF W-REJ-CNT > 0
               MOVE SPACE TO LS-REC
               STRING "REFUSED: " W-REJ-CNT " ERROR(S) - NOTHING"
                      " GENERATED FOR " DELIMITED BY SIZE
                      W-PROG DELIMITED BY SPACE INTO LS-REC
               END-STRING
               WRITE LS-REC
               DISPLAY LS-REC(1:72)
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P-400
               PERFORM P-600
               MOVE SPACE TO LS-REC
               STRING "GENERATED " DELIMITED BY SIZE
                      W-PROG DELIMITED BY SPACE
                      " CASES=" W-CS-CNT " LINES=" W-OUT-CNT
                      DELIMITED BY SIZE INTO LS-REC
               END-STRING
               WRITE LS-REC
               DISPLAY LS-REC(1:72)
               IF W-LOC-SW = "N"
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            CLOSE LST-OU.
            DISPLAY "TEST END   (CASE-GEN)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．仕様を読み、カードを表へ積む。
       P-100.
            OPEN INPUT SPEC-IN.
            IF W-SPEC-FS NOT = "00"
               DISPLAY "CASE-GEN: NO SPEC " W-SPEC-NAME(1:20)
                       " FS=" W-SPEC-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ SPEC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE SPEC-IN
               MOVE "N" TO W-EOF-SW
               IF W-PROG = SPACE
                  MOVE "SPEC"                        TO W-REJ-WHERE
                  MOVE "PROGRAM CARD MISSING"        TO W-REJ-RSN
                  PERFORM P-900
               END-IF
               IF W-CS-CNT = 0
                  MOVE "SPEC"                        TO W-REJ-WHERE
                  MOVE "NO CASE CARDS"               TO W-REJ-RSN
                  PERFORM P-900
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF.
            .
       P-110.
            IF SP-REC(1:1) NOT = "#" AND SP-REC NOT = SPACE
               MOVE SPACE TO W-C1 W-C2 W-C3 W-C4 W-C5 W-C6 W-C7 W-C8
               UNSTRING SP-REC DELIMITED BY "|"
                   INTO W-C1 W-C2 W-C3 W-C4 W-C5 W-C6 W-C7 W-C8
               END-UNSTRING
               EVALUATE W-C1
                   WHEN "PROGRAM"
                        MOVE W-C2 TO W-PROG
                        IF W-C2(31:) NOT = SPACE
                           MOVE W-C2(1:30)           TO W-REJ-WHERE
                           MOVE "PROGRAM-ID OVER 30" TO W-REJ-RSN
                           PERFORM P-900
                        END-IF
                   WHEN "TEST"     MOVE W-C2 TO W-TEST
                   WHEN "NAME"     MOVE W-C2 TO W-NAME
                   WHEN "TARGET"   MOVE W-C2 TO W-TARGET
                   WHEN "DESC"
                        IF W-DS-CNT < 20
                           ADD 1 TO W-DS-CNT
                           MOVE W-C2 TO W-DS(W-DS-CNT)
                        END-IF
                   WHEN "META"
                        MOVE W-C2 TO W-MT-OWNER
                        MOVE W-C3 TO W-MT-AREA
                        MOVE W-C4 TO W-MT-PRIO
                        MOVE W-C5 TO W-MT-REL
                   WHEN "ITEM"
                        IF W-IT-CNT < 100
                           ADD 1 TO W-IT-CNT
                           MOVE W-C2 TO W-IT-NAME(W-IT-CNT)
                           MOVE W-C3 TO W-IT-PIC(W-IT-CNT)
                           MOVE W-C4 TO W-IT-VAL(W-IT-CNT)
                        END-IF
                   WHEN "CASE"
                        IF W-CS-CNT < 200
                           ADD 1 TO W-CS-CNT
                           MOVE W-C2 TO W-CS-ID(W-CS-CNT)
                           MOVE W-C3 TO W-CS-OP(W-CS-CNT)
                           MOVE W-C4 TO W-CS-A(W-CS-CNT)
                           MOVE W-C5 TO W-CS-B(W-CS-CNT)
                           MOVE W-C6 TO W-CS-C(W-CS-CNT)
                           MOVE W-C7 TO W-CS-EXP(W-CS-CNT)
                           MOVE W-C8 TO W-CS-CMT(W-CS-CNT)
                        END-IF
                   WHEN OTHER
                        MOVE W-C1                    TO W-REJ-WHERE
                        MOVE "UNKNOWN CARD TYPE"     TO W-REJ-RSN
                        PERFORM P-900
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース2．ケース所在表と突き合わせる（PROGRAM＋CASE-ID）。
       P-200.
            OPEN INPUT LOC-IN.
            IF W-LOC-FS NOT = "00"
               DISPLAY "CASE-GEN: WARNING NO CASELOC -"
                       " SUITE DUPLICATE CHECK SKIPPED"
               MOVE SPACE TO LS-REC
               MOVE "WARNING NO CASELOC - SUITE DUPLICATE CHECK SKIPPED"
                    TO LS-REC
               WRITE LS-REC
            ELSE
               MOVE "Y" TO W-LOC-SW
               PERFORM UNTIL W-EOF
                  READ LOC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE LOC-IN
               MOVE "N" TO W-EOF-SW
               IF W-PROG-SEEN = "Y"
                  MOVE W-PROG                        TO W-REJ-WHERE
                  MOVE "PROGRAM ALREADY IN case_locator.csv"
                                                     TO W-REJ-RSN
                  PERFORM P-900
               END-IF
            END-IF.
            .
       P-210.
            MOVE SPACE TO W-L1 W-L2.
            UNSTRING LC-REC DELIMITED BY "|" INTO W-L1 W-L2
            END-UNSTRING.
            IF W-L1 = W-PROG AND W-PROG NOT = SPACE
               MOVE "Y" TO W-PROG-SEEN
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-CS-CNT
                  IF W-CS-ID(W-SUB) = W-L2
                     MOVE W-CS-ID(W-SUB)             TO W-REJ-WHERE
                     MOVE "CASE-ID ALREADY IN case_locator.csv"
                                                     TO W-REJ-RSN
                     PERFORM P-900
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   ケース3．仕様の中身を検査する。
       P-300.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IT-CNT.
            PERFORM P-320 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CS-CNT.
            .
      *    項目：名前３０桁・PICTURE２０桁・値３０バイトまで、重複なし。
       P-310.
            MOVE W-IT-NAME(W-SUB) TO W-REJ-WHERE.
            MOVE W-IT-NAME(W-SUB) TO W-WK.
            PERFORM P-790.
            MOVE W-LEN TO W-LEN2.
            MOVE W-IT-PIC(W-SUB) TO W-WK.
            PERFORM P-790.
            EVALUATE TRUE
                WHEN W-LEN2 = 0 OR W-LEN2 > 30
                     MOVE "ITEM NAME MISSING OR OVER 30" TO W-REJ-RSN
                     PERFORM P-900
                WHEN W-LEN = 0 OR W-LEN > 20
                     MOVE "PICTURE MISSING OR OVER 20"   TO W-REJ-RSN
                     PERFORM P-900
                WHEN OTHER
                     MOVE W-IT-VAL(W-SUB) TO W-WK
                     PERFORM P-790
                     IF W-LEN > 30
                        MOVE "VALUE OVER 30 BYTES"       TO W-REJ-RSN
                        PERFORM P-900
                     END-IF
            END-EVALUATE.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 >= W-SUB
               IF W-IT-NAME(W-SUB2) = W-IT-NAME(W-SUB)
                  MOVE "ITEM DECLARED TWICE"             TO W-REJ-RSN
                  PERFORM P-900
               END-IF
            END-PERFORM.
            .
      *    ケース：P-nnn-nn形式、重複なし、同じP-nnnは続けて置く、
      *    操作と相手の検査。
       P-320.
            MOVE W-CS-ID(W-SUB) TO W-REJ-WHERE.
            IF W-CS-ID(W-SUB)(1:2) NOT = "P-"
               OR W-CS-ID(W-SUB)(3:3) IS NOT NUMERIC
               OR W-CS-ID(W-SUB)(6:1) NOT = "-"
               OR W-CS-ID(W-SUB)(7:2) IS NOT NUMERIC
               OR W-CS-ID(W-SUB)(9:) NOT = SPACE
               MOVE "CASE-ID MUST BE P-nnn-nn"           TO W-REJ-RSN
               PERFORM P-900
            END-IF.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 >= W-SUB
               IF W-CS-ID(W-SUB2) = W-CS-ID(W-SUB)
                  MOVE "CASE-ID DUPLICATED IN SPEC"      TO W-REJ-RSN
                  PERFORM P-900
               END-IF
               IF W-SUB2 < W-SUB - 1
                  AND W-CS-ID(W-SUB2)(1:5) = W-CS-ID(W-SUB)(1:5)
                  AND W-CS-ID(W-SUB - 1)(1:5)
                      NOT = W-CS-ID(W-SUB)(1:5)
                  MOVE "SAME P-nnn MUST BE CONTIGUOUS"   TO W-REJ-RSN
                  PERFORM P-900
               END-IF
            END-PERFORM.
            EVALUATE W-CS-OP(W-SUB)
                WHEN "MOVE"
                     MOVE W-CS-A(W-SUB) TO W-OPND
                     MOVE "S" TO W-OPND-ROLE
                     PERFORM P-700
                     MOVE W-CS-B(W-SUB) TO W-OPND
                     MOVE "T" TO W-OPND-ROLE
                     PERFORM P-700
                WHEN "INSPECT"
                     MOVE W-CS-A(W-SUB) TO W-OPND
                     MOVE "T" TO W-OPND-ROLE
                     PERFORM P-700
                     MOVE W-CS-B(W-SUB) TO W-OPND
                     MOVE "S" TO W-OPND-ROLE
                     PERFORM P-700
                     MOVE W-CS-C(W-SUB) TO W-OPND
                     PERFORM P-700
                WHEN "STRING"
                     MOVE W-CS-A(W-SUB) TO W-OPND
                     MOVE "S" TO W-OPND-ROLE
                     PERFORM P-700
                     MOVE W-CS-B(W-SUB) TO W-OPND
                     PERFORM P-700
                     MOVE W-CS-C(W-SUB) TO W-OPND
                     MOVE "T" TO W-OPND-ROLE
                     PERFORM P-700
                WHEN "COMPARE"
                     MOVE "Y" TO W-CMP-USED
                     MOVE W-CS-A(W-SUB) TO W-OPND
                     MOVE "S" TO W-OPND-ROLE
                     PERFORM P-700
                     MOVE W-CS-C(W-SUB) TO W-OPND
                     PERFORM P-700
                     IF W-CS-B(W-SUB) NOT = "="
                        AND W-CS-B(W-SUB) NOT = "<"
                        AND W-CS-B(W-SUB) NOT = ">"
                        AND W-CS-B(W-SUB) NOT = "<="
                        AND W-CS-B(W-SUB) NOT = ">="
                        AND W-CS-B(W-SUB) NOT = "NOT="
                        MOVE "COMPARE OPERATOR MUST BE = < > <= >= NOT="
                                                         TO W-REJ-RSN
                        PERFORM P-900
                     END-IF
                     IF W-CS-EXP(W-SUB) NOT = "Y"
                        AND W-CS-EXP(W-SUB) NOT = "N"
                        MOVE "COMPARE EXPECTS Y OR N"    TO W-REJ-RSN
                        PERFORM P-900
                     END-IF
                WHEN OTHER
                     MOVE "OPERATION NOT MOVE/INSPECT/STRING/COMPARE"
                                                         TO W-REJ-RSN
                     PERFORM P-900
            END-EVALUATE.
            IF W-CS-OP(W-SUB) NOT = "COMPARE"
               MOVE W-CS-EXP(W-SUB) TO W-OPND
               MOVE "S" TO W-OPND-ROLE
               PERFORM P-700
            END-IF.
            .
      *
      *   ケース4．原始CASEGENOを書き出す。
       P-400.
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            OPEN OUTPUT SRC-OU.
            PERFORM P-410.
            PERFORM P-420.
            PERFORM P-430.
            PERFORM P-440.
            CLOSE SRC-OU.
            .
      *    見出し（この一式のバナー）。
       P-410.
            MOVE ALL "*" TO W-LN.
            MOVE SPACE TO W-LN(1:6) W-LN(73:).
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "      *    テストケース："
                   DELIMITED BY SIZE
                   W-TEST DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "      *    プログラム名："
                   DELIMITED BY SIZE
                   W-NAME DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-DS-CNT
               MOVE SPACE TO W-LN
               IF W-SUB = 1
                  STRING "      *    処理概要　　："
                         DELIMITED BY SIZE
                         W-DS(W-SUB) DELIMITED BY "  " INTO W-LN
                  END-STRING
               ELSE
                  STRING "      *                  "
                         DELIMITED BY SIZE
                         W-DS(W-SUB) DELIMITED BY "  " INTO W-LN
                  END-STRING
               END-IF
               PERFORM P-810
            END-PERFORM.
            MOVE SPACE TO W-LN.
            MOVE "      *  " TO W-LN.
            MOVE ALL "-" TO W-LN(10:62).
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "      *   対象："
                   DELIMITED BY SIZE
                   W-TARGET DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE ALL "*" TO W-LN.
            MOVE SPACE TO W-LN(1:6) W-LN(73:).
            PERFORM P-810.
            .
      *    見出し部・環境部。
       P-420.
            MOVE "       IDENTIFICATION        DIVISION." TO W-LN.
            PERFORM P-810.
            PERFORM P-815.
            MOVE SPACE TO W-LN.
            STRING "       PROGRAM-ID.           " DELIMITED BY SIZE
                   W-PROG DELIMITED BY SPACE
                   "."    DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE "       AUTHOR.               TSH." TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "       DATE-WRITTEN.         " W-TODAY(1:4) "-"
                   W-TODAY(5:2) "-" W-TODAY(7:2) "."
                   DELIMITED BY SIZE INTO W-LN
            END-STRING.
            MOVE W-LN TO W-WK.
            PERFORM P-810.
            MOVE W-WK TO W-LN.
            MOVE "       DATE-COMPILED.        " TO W-LN(1:29).
            PERFORM P-810.
            PERFORM P-815.
            MOVE "       ENVIRONMENT           DIVISION." TO W-LN.
            PERFORM P-810.
            PERFORM P-815.
            MOVE "       CONFIGURATION         SECTION." TO W-LN.
            PERFORM P-810.
            MOVE "       SOURCE-COMPUTER.      PC." TO W-LN.
            PERFORM P-810.
            MOVE "       OBJECT-COMPUTER.      PC." TO W-LN.
            PERFORM P-810.
            MOVE "       SPECIAL-NAMES." TO W-LN.
            PERFORM P-810.
            .
      *    データ部。
       P-430.
            PERFORM P-815.
            MOVE "       DATA                  DIVISION." TO W-LN.
            PERFORM P-810.
            PERFORM P-815.
            MOVE "       WORKING-STORAGE       SECTION." TO W-LN.
            PERFORM P-810.
            PERFORM P-815.
            MOVE "       01  OMIT-WK            PIC X." TO W-LN.
            PERFORM P-810.
            MOVE "       01  CASE-ID            PIC X(10)." TO W-LN.
            PERFORM P-810.
            STRING "      *    NGケース件数。"
                   "終了時にRETURN-CODEへ写す（0＝全OK）。"
                   DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            STRING "       01  W-NG-CNT           PIC 9(02)"
                   "          VALUE 0."
                   DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            IF W-CMP-USED = "Y"
               MOVE "      *    比較ケースの成否（Y／N）"
                 TO W-LN
               PERFORM P-810
               MOVE "       01  W-CMP-RES          PIC X(01)." TO W-LN
               PERFORM P-810
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-IT-CNT
               MOVE SPACE TO W-P1 W-P2
               MOVE "       01  " TO W-P1
               MOVE W-IT-NAME(W-SUB) TO W-P1(12:30)
               IF W-IT-NAME(W-SUB)(20:) = SPACE
                  STRING "PIC "
                         DELIMITED BY SIZE
                         W-IT-PIC(W-SUB) DELIMITED BY "  "
                         INTO W-P1(31:)
                  END-STRING
               ELSE
                  MOVE W-IT-NAME(W-SUB) TO W-WK
                  PERFORM P-790
                  STRING "PIC "
                         DELIMITED BY SIZE
                         W-IT-PIC(W-SUB) DELIMITED BY "  "
                         INTO W-P1(W-LEN + 13:)
                  END-STRING
               END-IF
               IF W-IT-VAL(W-SUB) = SPACE
                  MOVE W-P1 TO W-WK
                  PERFORM P-790
                  MOVE "." TO W-P1(W-LEN + 1:1)
                  MOVE W-P1 TO W-LN
                  PERFORM P-810
               ELSE
                  MOVE SPACE TO W-P2
                  STRING "                                   VALUE "
                         DELIMITED BY SIZE
                         W-IT-VAL(W-SUB) DELIMITED BY "  "
                         "." DELIMITED BY SIZE
                         INTO W-P2
                  END-STRING
                  PERFORM P-830
               END-IF
            END-PERFORM.
            .
      *    手続き部。ケースはP-nnnごとに１段落。
       P-440.
            PERFORM P-815.
            MOVE "       PROCEDURE             DIVISION." TO W-LN.
            PERFORM P-810.
            PERFORM P-815.
            MOVE "       MAIN                  SECTION." TO W-LN.
            PERFORM P-810.
            MOVE "       P-010." TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "            DISPLAY ""TEST START("
                   DELIMITED BY SIZE
                   W-PROG DELIMITED BY SPACE
                   ")""." DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-PARA.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CS-CNT
               IF W-CS-ID(W-SUB)(1:5) NOT = W-PARA
                  MOVE W-CS-ID(W-SUB)(1:5) TO W-PARA
                  MOVE SPACE TO W-LN
                  STRING "            PERFORM " W-PARA "."
                         DELIMITED BY SIZE INTO W-LN
                  END-STRING
                  PERFORM P-810
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-LN.
            STRING "            DISPLAY ""TEST END  ("
                   DELIMITED BY SIZE
                   W-PROG DELIMITED BY SPACE
                   ")""" DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE "            *>ACCEPT OMIT-WK." TO W-LN.
            PERFORM P-810.
            MOVE "            MOVE W-NG-CNT TO RETURN-CODE" TO W-LN.
            PERFORM P-810.
            MOVE "            GOBACK" TO W-LN.
            PERFORM P-810.
            MOVE "            ." TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-PARA.
            MOVE 0 TO W-PARA-NO.
            PERFORM P-450 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CS-CNT.
            MOVE "            ." TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "       END PROGRAM " DELIMITED BY SIZE
                   W-PROG DELIMITED BY SPACE
                   "." DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            .
      *    １ケース分。段落が変わるときは前の段落を閉じ、ケース番号
      *    の注記と段落名を書く。
       P-450.
            IF W-CS-ID(W-SUB)(1:5) NOT = W-PARA
               IF W-PARA NOT = SPACE
                  MOVE "            ." TO W-LN
                  PERFORM P-810
               END-IF
               MOVE W-CS-ID(W-SUB)(1:5) TO W-PARA
               ADD 1 TO W-PARA-NO
               MOVE "      *" TO W-LN
               PERFORM P-810
               MOVE SPACE TO W-LN
               MOVE W-PARA-NO TO W-NUM-WK
               IF W-PARA-NO < 10
                  STRING "      *   ケース" W-NUM-WK(3:1) "．"
                         DELIMITED BY SIZE
                         W-CS-CMT(W-SUB)
                         DELIMITED BY "  " INTO W-LN
                  END-STRING
               ELSE
                  STRING "      *   ケース" W-NUM-WK(2:2) "．"
                         DELIMITED BY SIZE
                         W-CS-CMT(W-SUB)
                         DELIMITED BY "  " INTO W-LN
                  END-STRING
               END-IF
               PERFORM P-810
               MOVE SPACE TO W-LN
               STRING "       " W-PARA "." DELIMITED BY SIZE INTO W-LN
               END-STRING
               PERFORM P-810
            ELSE
               IF W-CS-CMT(W-SUB) NOT = SPACE
                  MOVE SPACE TO W-LN
                  STRING "      *     "
                         DELIMITED BY SIZE
                         W-CS-CMT(W-SUB) DELIMITED BY "  " INTO W-LN
                  END-STRING
                  PERFORM P-810
               END-IF
            END-IF.
            MOVE SPACE TO W-LN.
            STRING "            MOVE """ W-CS-ID(W-SUB)(1:8)
                   """       TO CASE-ID."
                   DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            EVALUATE W-CS-OP(W-SUB)
                WHEN "MOVE"     PERFORM P-460
                WHEN "INSPECT"  PERFORM P-470
                WHEN "STRING"   PERFORM P-480
                WHEN OTHER      PERFORM P-490
            END-EVALUATE.
            PERFORM P-500.
            .
      *    MOVE Ａ TO Ｂ。
       P-460.
            MOVE SPACE TO W-P1 W-P2.
            STRING "            MOVE "
                   DELIMITED BY SIZE
                   W-CS-A(W-SUB) DELIMITED BY "  " INTO W-P1
            END-STRING.
            STRING "              TO "
                   DELIMITED BY SIZE
                   W-CS-B(W-SUB) DELIMITED BY "  " "." DELIMITED BY SIZE
                   INTO W-P2
            END-STRING.
            PERFORM P-830.
            MOVE W-CS-B(W-SUB) TO W-RES-ITEM.
            .
      *    INSPECT Ａ REPLACING ALL Ｂ BY Ｃ。
       P-470.
            MOVE SPACE TO W-LN.
            STRING "            INSPECT "
                   DELIMITED BY SIZE
                   W-CS-A(W-SUB) DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                    REPLACING ALL "
                   DELIMITED BY SIZE
                   W-CS-B(W-SUB) DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                               BY "
                   DELIMITED BY SIZE
                   W-CS-C(W-SUB) DELIMITED BY "  " "." DELIMITED BY SIZE
                   INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE W-CS-A(W-SUB) TO W-RES-ITEM.
            .
      *    STRING Ａ Ｂ DELIMITED BY SIZE INTO Ｃ（先にＣを空白に）。
       P-480.
            MOVE SPACE TO W-P1 W-P2.
            MOVE "            MOVE SPACE" TO W-P1.
            STRING "              TO "
                   DELIMITED BY SIZE
                   W-CS-C(W-SUB) DELIMITED BY "  " "." DELIMITED BY SIZE
                   INTO W-P2
            END-STRING.
            PERFORM P-830.
            MOVE SPACE TO W-LN.
            STRING "            STRING "
                   DELIMITED BY SIZE
                   W-CS-A(W-SUB) DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                   "
                   DELIMITED BY SIZE
                   W-CS-B(W-SUB) DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE "                   DELIMITED BY SIZE" TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                   INTO "
                   DELIMITED BY SIZE
                   W-CS-C(W-SUB) DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE "            END-STRING." TO W-LN.
            PERFORM P-810.
            MOVE W-CS-C(W-SUB) TO W-RES-ITEM.
            .
      *    IF Ａ 演算子 Ｃ の成否をW-CMP-RESへ。
       P-490.
            MOVE SPACE TO W-P1 W-P2.
            STRING "            IF "
                   DELIMITED BY SIZE
                   W-CS-A(W-SUB) DELIMITED BY "  " INTO W-P1
            END-STRING.
            IF W-CS-B(W-SUB) = "NOT="
               STRING "               NOT = " DELIMITED BY SIZE
                      W-CS-C(W-SUB) DELIMITED BY "  "
                      INTO W-P2
               END-STRING
            ELSE
               STRING "               " DELIMITED BY SIZE
                      W-CS-B(W-SUB)     DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      W-CS-C(W-SUB)     DELIMITED BY "  "
                      INTO W-P2
               END-STRING
            END-IF.
            PERFORM P-830.
            MOVE "               MOVE ""Y"" TO W-CMP-RES" TO W-LN.
            PERFORM P-810.
            MOVE "            ELSE" TO W-LN.
            PERFORM P-810.
            MOVE "               MOVE ""N"" TO W-CMP-RES" TO W-LN.
            PERFORM P-810.
            MOVE "            END-IF." TO W-LN.
            PERFORM P-810.
            MOVE "W-CMP-RES" TO W-RES-ITEM.
      *    期待値Y／Nは引用符つきの定数にして判定へ渡す。
            MOVE W-CS-EXP(W-SUB) TO W-WK.
            MOVE SPACE TO W-CS-EXP(W-SUB).
            STRING """" W-WK(1:1) """"
                   DELIMITED BY SIZE INTO W-CS-EXP(W-SUB)
            END-STRING.
            .
      *    判定：IF_CHECKでOK／NGを表示し、NGを数える。
       P-500.
            MOVE "            COPY ""IF_CHECK.cpy""" TO W-LN.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                 REPLACING L-ITEM BY "
                   DELIMITED BY SIZE
                   W-RES-ITEM DELIMITED BY "  " INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-LN.
            STRING "                           R-ITEM BY "
                   DELIMITED BY SIZE
                   W-CS-EXP(W-SUB) DELIMITED BY "  "
                   "." DELIMITED BY SIZE INTO W-LN
            END-STRING.
            PERFORM P-810.
            MOVE SPACE TO W-P1 W-P2.
            STRING "            IF "
                   DELIMITED BY SIZE
                   W-RES-ITEM DELIMITED BY "  " INTO W-P1
            END-STRING.
            STRING "               NOT = "
                   DELIMITED BY SIZE
                   W-CS-EXP(W-SUB) DELIMITED BY "  " INTO W-P2
            END-STRING.
            PERFORM P-830.
            MOVE "               ADD 1 TO W-NG-CNT" TO W-LN.
            PERFORM P-810.
            MOVE "            END-IF." TO W-LN.
            PERFORM P-810.
            .
      *
      *   ケース5．CASEMETA登録用のCASEMETX様式ADDを書き出す。
       P-600.
            OPEN OUTPUT MTX-OU.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CS-CNT
               MOVE SPACE TO MX-REC
               STRING "ADD"            DELIMITED BY SIZE
                      W-PROG           DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-CS-ID(W-SUB)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-MT-OWNER       DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-MT-AREA        DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-MT-PRIO        DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-MT-REL         DELIMITED BY SPACE
                      INTO MX-REC
               END-STRING
               WRITE MX-REC
            END-PERFORM.
            CLOSE MTX-OU.
            .
      *
      *   操作の相手の検査。W-OPND-ROLE "T"（書き込み先）は宣言した
      *   項目に限る。"S"は項目か定数。３０バイトまで。
       P-700.
            MOVE W-OPND TO W-WK.
            PERFORM P-790.
            IF W-LEN = 0
               MOVE "OPERAND MISSING"                   TO W-REJ-RSN
               PERFORM P-900
            ELSE
               IF W-LEN > 30
                  MOVE "OPERAND OVER 30 BYTES"          TO W-REJ-RSN
                  PERFORM P-900
               ELSE
                  PERFORM P-710
                  EVALUATE TRUE
                      WHEN W-OPND-KIND = "U"
                           MOVE SPACE TO W-REJ-RSN
                           STRING "UNDECLARED ITEM "
                                  DELIMITED BY SIZE
                                  W-OPND-NM DELIMITED BY "  "
                                  INTO W-REJ-RSN
                           END-STRING
                           PERFORM P-900
                      WHEN W-OPND-KIND = "L" AND W-OPND-ROLE = "T"
                           MOVE "TARGET MUST BE A DECLARED ITEM"
                                                        TO W-REJ-RSN
                           PERFORM P-900
                      WHEN OTHER
                           CONTINUE
                  END-EVALUATE
               END-IF
            END-IF.
            .
      *    定数（引用符・数字・表意定数）か項目か。項目なら添字・
      *    部分参照の前までの名前で宣言を探す。
       P-710.
            MOVE SPACE TO W-OPND-NM.
            EVALUATE TRUE
                WHEN W-OPND(1:1) = """" OR W-OPND(1:1) = "'"
                WHEN W-OPND(1:2) = "N""" OR W-OPND(1:2) = "X"""
                WHEN W-OPND(1:1) IS NUMERIC
                WHEN W-OPND(1:1) = "+" OR W-OPND(1:1) = "-"
                     OR W-OPND(1:1) = "."
                WHEN W-OPND = "SPACE" OR W-OPND = "SPACES"
                     OR W-OPND = "ZERO" OR W-OPND = "ZEROS"
                     OR W-OPND = "ZEROES" OR W-OPND = "QUOTE"
                     OR W-OPND = "HIGH-VALUE" OR W-OPND = "LOW-VALUE"
                     OR W-OPND = "HIGH-VALUES" OR W-OPND = "LOW-VALUES"
                WHEN W-OPND(1:4) = "ALL "
                     MOVE "L" TO W-OPND-KIND
                WHEN OTHER
                     UNSTRING W-OPND DELIMITED BY "(" OR SPACE
                         INTO W-OPND-NM
                     END-UNSTRING
                     MOVE "U" TO W-OPND-KIND
                     PERFORM VARYING W-SUB2 FROM 1 BY 1
                             UNTIL W-SUB2 > W-IT-CNT
                        IF W-IT-NAME(W-SUB2) = W-OPND-NM
                           MOVE "I" TO W-OPND-KIND
                        END-IF
                     END-PERFORM
            END-EVALUATE.
            .
      *    W-WKの右端の空白を除いた長さ（W-LEN）。
       P-790.
            MOVE 0 TO W-LEN.
            INSPECT FUNCTION REVERSE(W-WK)
                    TALLYING W-LEN FOR LEADING SPACE.
            COMPUTE W-LEN = 120 - W-LEN.
            .
      *    W-LNを１行書く。
       P-810.
            WRITE SO-REC FROM W-LN.
            ADD 1 TO W-OUT-CNT.
            MOVE SPACE TO W-LN.
            .
       P-815.
            MOVE ALL "*" TO W-LN.
            MOVE SPACE TO W-LN(1:6) W-LN(73:).
            PERFORM P-810.
            .
      *    ２つ割りの文。W-P1とW-P2（頭の空白を除く）が７２桁に
      *    収まれば１行に、収まらなければW-P2を次の行に書く。
       P-830.
            MOVE W-P1 TO W-WK.
            PERFORM P-790.
            MOVE W-LEN TO W-LEN2.
            MOVE 0 TO W-LEAD.
            INSPECT W-P2 TALLYING W-LEAD FOR LEADING SPACE.
            MOVE W-P2 TO W-WK.
            PERFORM P-790.
            IF W-LEN2 + 1 + W-LEN - W-LEAD <= 72
               MOVE W-P1 TO W-LN
               MOVE W-P2(W-LEAD + 1:W-LEN - W-LEAD)
                 TO W-LN(W-LEN2 + 2:)
               PERFORM P-810
            ELSE
               MOVE W-P1 TO W-LN
               PERFORM P-810
               MOVE W-P2 TO W-LN
               PERFORM P-810
            END-IF.
            .
      *
      *   拒否１件。
       P-900.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO LS-REC.
            STRING "REJ " W-REJ-WHERE " " W-REJ-RSN
                   DELIMITED BY SIZE INTO LS-REC
            END-STRING.
            WRITE LS-REC.
            DISPLAY LS-REC(1:72).
            MOVE SPACE TO W-REJ-RSN.
            .
