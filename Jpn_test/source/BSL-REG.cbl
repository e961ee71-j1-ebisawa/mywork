      ******************************************************************
      *    テストケース：－（運用記録）
      *    プログラム名：リリース構成ベースラインの登録・比較
      *    処理概要　　：世代管理はファイル単位なので、「リリース
      *                  R2026-2が承認されたときのCASEMETA・TESTPLAN・
      *                  WAIVERS・CALMST・GATEPOL・MSGCAT・OCCTBLMS・
      *                  RUNPROFの組」は、時刻から世代番号を推し量る
      *                  しかなかった。名前をつけたベースラインとして
      *                  全マスタを一度に押さえ、ファイルごとの世代・
      *                  件数・ハッシュ合計をベースライン台帳BSLREG
      *                  （追記のみ）へ記帳する。ベースラインは
      *                  SIGNLEDの承認記帳（二重承認の完了）に結び
      *                  つける。環境変数 BSL_MODE で動作を選ぶ。
      *                    TAKE　　：BSL_NAME（ベースライン名。
      *                              リリースＩＤなど）、
      *                              BSL_RUN_STAMP（承認済みの
      *                              RUN-STAMP）、OPERATOR_ID。
      *                              対象マスタは一覧BSLMANFの全部。
      *                              一本でも無ければ、また承認が
      *                              完了していなければ、また同名が
      *                              登録済みなら記帳しない（RC 8）。
      *                    COMPARE ：BSL_NAMEとBSL_NAME2をファイル
      *                              ごとに比べる（差があればRC 4）。
      *                    MANIFEST：BSL_NAMEのファイル一覧を
      *                              ENV-PROVのマニフェスト様式で
      *                              BSLPROVへ書く（ベースラインから
      *                              の実行ディレクトリ用意）。
      *                    VERIFY　：カレントのファイルがBSL_NAME
      *                              の件数・ハッシュ合計と一致する
      *                              か確かめる（違えばRC 8）。
      *                    未指定／LIST：登録済みベースラインの一覧。
      *                  結果はBSLRPTへ書く。
      *    世代　　　　：世代はLIN-REG-1の系譜台帳LINEAGEで引き当てる
      *                  （入力の申告"I"。件数・ハッシュ合計が一致
      *                  する記帳済みの世代、無ければ*LOADとして
      *                  記帳された世代）。ハッシュ合計の規則も
      *                  LIN-REG-1と同じ。未結合の単体ビルドでは世代
      *                  0として記帳する（件数・ハッシュ合計で同定
      *                  できる）。
      *    台帳の様式　：B|名前|記帳時刻|操作者|RUN-STAMP|承認完了の
      *                    記帳時刻|承認者１|承認者２|ファイル数
      *                  F|名前|論理名|世代|件数|ハッシュ合計
      *    一覧の様式　：BSLMANFは論理名を１行に一つ（#は注釈）。
      *    使用方法　　：tools/config_baseline.sh から起動される。
      *                  TAKEはマスタのディレクトリ（LINEAGE・SIGNLED
      *                  のある所）をカレントにして実行する。
      *                  BSLREGもそこに置く。
      *  --------------------------------------------------------------
      *   対象：リリース構成の名前つきベースライン（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BSL-REG.
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
           SELECT REG-FILE   ASSIGN TO "BSLREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT MNF-IN     ASSIGN TO "BSLMANF"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MNF-FS.
           SELECT LED-IN     ASSIGN TO "SIGNLED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LED-FS.
           SELECT ANY-IN     ASSIGN USING W-PHYS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ANY-FS.
           SELECT RPT-OU     ASSIGN TO "BSLRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRV-OU     ASSIGN TO "BSLPROV"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REG-FILE.
       01  RG-REC             PIC X(200).
       FD  MNF-IN.
       01  MN-REC             PIC X(80).
       FD  LED-IN.
       01  LD-REC             PIC X(200).
       FD  ANY-IN.
       01  AI-REC             PIC X(1000).
       FD  RPT-OU.
       01  RP-REC             PIC X(200).
       FD  PRV-OU.
       01  PV-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REG-FS           PIC X(02).
       01  W-MNF-FS           PIC X(02).
       01  W-LED-FS           PIC X(02).
       01  W-ANY-FS           PIC X(02).
       01  W-PHYS             PIC X(12).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    環境変数
       01  W-MODE             PIC X(10).
       01  W-NAME             PIC X(20).
       01  W-NAME2            PIC X(20).
       01  W-RUN-STAMP        PIC X(15).
       01  W-OPER             PIC X(16).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
      *    登録済みベースライン（B行）
       01  W-BS-CNT           PIC 9(03)          VALUE 0.
       01  W-BS-TBL.
           05  W-BS           OCCURS 200.
               10  W-BS-NAME  PIC X(20).
               10  W-BS-TAKEN PIC X(15).
               10  W-BS-OPER  PIC X(16).
               10  W-BS-RUN   PIC X(15).
               10  W-BS-SIGN  PIC X(20).
               10  W-BS-WHO1  PIC X(16).
               10  W-BS-WHO2  PIC X(16).
               10  W-BS-FILES PIC 9(03).
      *    登録済みのファイル（F行）
       01  W-BF-CNT           PIC 9(04)          VALUE 0.
       01  W-BF-TBL.
           05  W-BF           OCCURS 3000.
               10  W-BF-NAME  PIC X(20).
               10  W-BF-LOGI  PIC X(12).
               10  W-BF-GEN   PIC 9(05).
               10  W-BF-RECS  PIC 9(07).
               10  W-BF-HASH  PIC 9(09).
      *    今回押さえるファイル
       01  W-MN-CNT           PIC 9(02)          VALUE 0.
       01  W-MN-TBL.
           05  W-MN           OCCURS 30.
               10  W-MN-LOGI  PIC X(12).
               10  W-MN-GEN   PIC 9(05).
               10  W-MN-RECS  PIC 9(07).
               10  W-MN-HASH  PIC 9(09).
       01  W-MISS-CNT         PIC 9(02)          VALUE 0.
      *    件数・ハッシュ合計の作業域（LIN-REG-1と同じ規則）
       01  W-RECS             PIC 9(07).
       01  W-HASH             PIC 9(09).
       01  W-WORK             PIC 9(18)  COMP.
       01  W-I                PIC 9(04).
       01  W-LEN              PIC 9(04).
      *    LIN-REG-1の引数
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      *    SIGNLEDの承認（REL-MANFと同じ読み）
       01  W-APPR-SW          PIC X              VALUE "N".
           88  W-APPROVED                        VALUE "Y".
       01  W-APPR-CNT         PIC 9(02)          VALUE 0.
       01  W-APPR-WHEN        PIC X(20).
       01  W-APPR-WHO         PIC X(16).
       01  W-APPR-WHO1        PIC X(16).
       01  W-LD-WHEN          PIC X(20).
       01  W-LD-STAMP         PIC X(15).
       01  W-LD-DECSN         PIC X(08).
       01  W-LD-WHO           PIC X(16).
      *    比較・照合の作業域
       01  W-A                PIC 9(03).
       01  W-B                PIC 9(03).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-SAME-CNT         PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-ONLY-A-CNT       PIC 9(03)          VALUE 0.
       01  W-ONLY-B-CNT       PIC 9(03)          VALUE 0.
       01  W-BAD-CNT          PIC 9(03)          VALUE 0.
       01  W-NOTE             PIC X(10).
       01  W-PIPE-CNT         PIC 9(02).
      *    行分解域
       01  W-FX-TBL.
           05  W-FX           OCCURS 9           PIC X(20).
       01  W-LINE-WK          PIC X(200).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (BSL-REG)".
            DISPLAY "BSL_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            DISPLAY "BSL_NAME" UPON ENVIRONMENT-NAME.
            ACCEPT W-NAME      FROM ENVIRONMENT-VALUE.
            DISPLAY "BSL_NAME2" UPON ENVIRONMENT-NAME.
            ACCEPT W-NAME2     FROM ENVIRONMENT-VALUE.
            DISPLAY "BSL_RUN_STAMP" UPON ENVIRONMENT-NAME.
            ACCEPT W-RUN-STAMP FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-OPER      FROM ENVIRONMENT-VALUE.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-NOW-STAMP
            END-STRING.
            PERFORM P-800.
            OPEN OUTPUT RPT-OU.
            EVALUATE W-MODE
                WHEN "TAKE"     PERFORM P-100
                WHEN "COMPARE"  PERFORM P-300
                WHEN "MANIFEST" PERFORM P-500
                WHEN "VERIFY"   PERFORM P-600
                WHEN OTHER      PERFORM P-700
            END-EVALUATE.
            CLOSE RPT-OU.
            DISPLAY "TEST END   (BSL-REG)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．TAKE。引数・同名・承認・マスタの揃いを確かめて
      *            から、世代を引き当てて記帳する。
       P-100.
            MOVE 0 TO W-PIPE-CNT.
            INSPECT W-NAME TALLYING W-PIPE-CNT FOR ALL "|".
            MOVE 0 TO W-A.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-BS-CNT
               IF W-BS-NAME(W-SUB) = W-NAME
                  MOVE W-SUB TO W-A
               END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN W-NAME = SPACE OR W-RUN-STAMP = SPACE
                     DISPLAY "BSL-REG NG: BSL_NAME AND BSL_RUN_STAMP"
                             " ARE REQUIRED"
                     MOVE 12 TO RETURN-CODE
                WHEN W-OPER = SPACE
                     DISPLAY "BSL-REG NG: OPERATOR_ID NOT SET"
                     MOVE 8 TO RETURN-CODE
                WHEN W-PIPE-CNT > 0
                     DISPLAY "BSL-REG NG: INVALID BASELINE NAME "
                             W-NAME
                     MOVE 8 TO RETURN-CODE
                WHEN W-A > 0
                     DISPLAY "BSL-REG NG: BASELINE ALREADY REGISTERED "
                             W-NAME
                     MOVE 8 TO RETURN-CODE
                WHEN OTHER
                     PERFORM P-110
            END-EVALUATE.
            .
       P-110.
            PERFORM P-120.
            IF NOT W-APPROVED
               DISPLAY "BSL-REG NG: RUN-STAMP NOT APPROVED"
                       " IN SIGNLED: " W-RUN-STAMP
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P-150
               IF W-MN-CNT = 0
                  DISPLAY "BSL-REG NG: NO BSLMANF"
                  MOVE 12 TO RETURN-CODE
               ELSE
                  PERFORM P-200 VARYING W-A FROM 1 BY 1
                          UNTIL W-A > W-MN-CNT
                  IF W-MISS-CNT > 0
                     DISPLAY "BSL-REG NG: " W-MISS-CNT
                             " MASTER(S) MISSING - NOT RECORDED"
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM P-250
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   SIGNLEDの承認記帳を引く。様式は「記帳時刻|RUN-STAMP|判断|
      *   判断者|理由」。APPROVE二人分で完了、REJECTで振り出し。
       P-120.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LED-IN.
            IF W-LED-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LED-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE LED-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-130.
            MOVE SPACE TO W-LD-WHEN W-LD-STAMP W-LD-DECSN W-LD-WHO.
            UNSTRING LD-REC DELIMITED BY "|"
                INTO W-LD-WHEN W-LD-STAMP W-LD-DECSN W-LD-WHO
            END-UNSTRING.
            IF W-LD-STAMP = W-RUN-STAMP
               IF W-LD-DECSN = "APPROVE"
                  ADD 1 TO W-APPR-CNT
                  IF W-APPR-CNT = 1
                     MOVE W-LD-WHO TO W-APPR-WHO1
                  END-IF
                  IF W-APPR-CNT >= 2
                     MOVE "Y"       TO W-APPR-SW
                     MOVE W-LD-WHEN TO W-APPR-WHEN
                     MOVE W-LD-WHO  TO W-APPR-WHO
                  END-IF
               ELSE
                  IF W-LD-DECSN = "REJECT"
                     MOVE "N" TO W-APPR-SW
                     MOVE 0   TO W-APPR-CNT
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   BSLMANFの読み込み。
       P-150.
            OPEN INPUT MNF-IN.
            IF W-MNF-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MNF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                          IF MN-REC(1:1) NOT = "#"
                             AND MN-REC NOT = SPACE
                             AND W-MN-CNT < 30
                             ADD 1 TO W-MN-CNT
                             MOVE SPACE TO W-MN-LOGI(W-MN-CNT)
                             UNSTRING MN-REC DELIMITED BY "|" OR " "
                                 INTO W-MN-LOGI(W-MN-CNT)
                             END-UNSTRING
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE MNF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
      *
      *   マスタ１本の件数とハッシュ合計。無ければ不足に数える。
       P-200.
            MOVE W-MN-LOGI(W-A) TO W-PHYS.
            PERFORM P-210.
            IF W-ANY-FS = "00"
               MOVE W-RECS TO W-MN-RECS(W-A)
               MOVE W-HASH TO W-MN-HASH(W-A)
            ELSE
               ADD 1 TO W-MISS-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "MISSING|" W-MN-LOGI(W-A)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
               DISPLAY "MISSING MASTER: " W-MN-LOGI(W-A)
            END-IF.
            .
      *
      *   カレントのファイルW-PHYSの件数とハッシュ合計。
       P-210.
            MOVE 0 TO W-RECS W-HASH.
            OPEN INPUT ANY-IN.
            IF W-ANY-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-220
                  END-READ
               END-PERFORM
               CLOSE ANY-IN
               MOVE "00" TO W-ANY-FS
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-220.
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
      *   世代の引き当て（LIN-REG-1）と台帳への記帳。
       P-250.
            MOVE "B"        TO W-LIN-FUNC.
            MOVE "BSL-REG"  TO W-LIN-FILE.
            MOVE SPACE      TO W-LIN-LOGI.
            PERFORM P-889.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > W-MN-CNT
               MOVE "I"            TO W-LIN-FUNC
               MOVE W-MN-LOGI(W-A) TO W-LIN-FILE
               MOVE SPACE          TO W-LIN-LOGI
               PERFORM P-889
               IF W-LIN-STS = "0"
                  MOVE W-LIN-GEN TO W-MN-GEN(W-A)
               ELSE
                  MOVE 0 TO W-MN-GEN(W-A)
               END-IF
            END-PERFORM.
            OPEN EXTEND REG-FILE.
            IF W-REG-FS = "35"
               OPEN OUTPUT REG-FILE
            END-IF.
            MOVE SPACE TO W-LINE-WK.
            STRING "B|"            DELIMITED BY SIZE
                   W-NAME          DELIMITED BY SPACE
                   "|" W-NOW-STAMP "|"
                                   DELIMITED BY SIZE
                   W-OPER          DELIMITED BY SPACE
                   "|" W-RUN-STAMP "|"
                                   DELIMITED BY SIZE
                   W-APPR-WHEN     DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   W-APPR-WHO1     DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   W-APPR-WHO      DELIMITED BY SPACE
                   "|" W-MN-CNT    DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RG-REC FROM W-LINE-WK.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > W-MN-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "F|"            DELIMITED BY SIZE
                      W-NAME          DELIMITED BY SPACE
                      "|"             DELIMITED BY SIZE
                      W-MN-LOGI(W-A)  DELIMITED BY SPACE
                      "|" W-MN-GEN(W-A) "|" W-MN-RECS(W-A)
                      "|" W-MN-HASH(W-A)
                                      DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RG-REC FROM W-LINE-WK
               WRITE RP-REC FROM W-LINE-WK
            END-PERFORM.
            CLOSE REG-FILE.
            DISPLAY "BASELINE " W-NAME " RECORDED: FILES=" W-MN-CNT
                    " RUN=" W-RUN-STAMP.
            .
      *
      *   ケース2．COMPARE。Ａの各ファイルをＢで引き、Ｂだけの
      *            ファイルも挙げる。件数とハッシュ合計が同じなら
      *            同一（世代番号だけの違いは注記する）。
       P-300.
            MOVE W-NAME  TO W-LINE-WK.
            PERFORM P-850.
            MOVE W-FND TO W-A.
            MOVE W-NAME2 TO W-LINE-WK.
            PERFORM P-850.
            MOVE W-FND TO W-B.
            IF W-A = 0 OR W-B = 0
               DISPLAY "BSL-REG NG: BASELINE NOT REGISTERED "
                       W-NAME " / " W-NAME2
               MOVE 12 TO RETURN-CODE
            ELSE
               MOVE SPACE TO W-LINE-WK
               STRING "COMPARE|"  DELIMITED BY SIZE
                      W-NAME      DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-NAME2     DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
               PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-BF-CNT
               PERFORM P-330 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-BF-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "TOTAL|SAME=" W-SAME-CNT
                      "|CHANGED="   W-CHG-CNT
                      "|ONLY-IN-A=" W-ONLY-A-CNT
                      "|ONLY-IN-B=" W-ONLY-B-CNT
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
               DISPLAY W-LINE-WK(1:80)
               IF W-CHG-CNT > 0 OR W-ONLY-A-CNT > 0
                  OR W-ONLY-B-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            .
       P-310.
            IF W-BF-NAME(W-SUB) = W-NAME
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-BF-CNT
                  IF W-BF-NAME(W-SUB2) = W-NAME2
                     AND W-BF-LOGI(W-SUB2) = W-BF-LOGI(W-SUB)
                     MOVE W-SUB2 TO W-FND
                  END-IF
               END-PERFORM
               MOVE SPACE TO W-LINE-WK
               EVALUATE TRUE
                   WHEN W-FND = 0
                        ADD 1 TO W-ONLY-A-CNT
                        STRING "FILE|"           DELIMITED BY SIZE
                               W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                               "|ONLY-IN-A|GEN=" W-BF-GEN(W-SUB)
                                                 DELIMITED BY SIZE
                               INTO W-LINE-WK
                        END-STRING
                   WHEN W-BF-RECS(W-SUB) = W-BF-RECS(W-FND)
                        AND W-BF-HASH(W-SUB) = W-BF-HASH(W-FND)
                        ADD 1 TO W-SAME-CNT
                        PERFORM P-320
                   WHEN OTHER
                        ADD 1 TO W-CHG-CNT
                        STRING "FILE|"           DELIMITED BY SIZE
                               W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                               "|CHANGED|GEN="   W-BF-GEN(W-SUB)
                               ">"               W-BF-GEN(W-FND)
                               "|RECS="          W-BF-RECS(W-SUB)
                               ">"               W-BF-RECS(W-FND)
                               "|HASH="          W-BF-HASH(W-SUB)
                               ">"               W-BF-HASH(W-FND)
                                                 DELIMITED BY SIZE
                               INTO W-LINE-WK
                        END-STRING
               END-EVALUATE
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            .
       P-320.
            IF W-BF-GEN(W-SUB) = W-BF-GEN(W-FND)
               STRING "FILE|"           DELIMITED BY SIZE
                      W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                      "|SAME|GEN="      W-BF-GEN(W-SUB)
                                        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            ELSE
               STRING "FILE|"           DELIMITED BY SIZE
                      W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                      "|SAME|GEN="      W-BF-GEN(W-SUB)
                      ">"               W-BF-GEN(W-FND)
                      "|CONTENT IDENTICAL"
                                        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            END-IF.
            .
       P-330.
            IF W-BF-NAME(W-SUB) = W-NAME2
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-BF-CNT
                  IF W-BF-NAME(W-SUB2) = W-NAME
                     AND W-BF-LOGI(W-SUB2) = W-BF-LOGI(W-SUB)
                     MOVE W-SUB2 TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0
                  ADD 1 TO W-ONLY-B-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING "FILE|"           DELIMITED BY SIZE
                         W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                         "|ONLY-IN-B|GEN=" W-BF-GEN(W-SUB)
                                           DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE RP-REC FROM W-LINE-WK
               END-IF
            END-IF.
            .
      *
      *   ケース3．MANIFEST。ENV-PROVのマニフェスト（名前|REQ|枠
      *            検査N|F）。名前を問わない写しの作法で全部を置く。
       P-500.
            MOVE W-NAME TO W-LINE-WK.
            PERFORM P-850.
            IF W-FND = 0
               DISPLAY "BSL-REG NG: BASELINE NOT REGISTERED " W-NAME
               MOVE 12 TO RETURN-CODE
            ELSE
               OPEN OUTPUT PRV-OU
               MOVE SPACE TO W-LINE-WK
               STRING "# BASELINE " W-NAME
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE PV-REC FROM W-LINE-WK
               MOVE SPACE TO W-LINE-WK
               STRING "# RUN-STAMP " W-BS-RUN(W-FND)
                      " TAKEN " W-BS-TAKEN(W-FND)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE PV-REC FROM W-LINE-WK
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-BF-CNT
                  IF W-BF-NAME(W-SUB) = W-NAME
                     MOVE SPACE TO W-LINE-WK
                     STRING W-BF-LOGI(W-SUB) DELIMITED BY SPACE
                            "|REQ|N|F"       DELIMITED BY SIZE
                            INTO W-LINE-WK
                     END-STRING
                     WRITE PV-REC FROM W-LINE-WK
                     WRITE RP-REC FROM W-LINE-WK
                  END-IF
               END-PERFORM
               CLOSE PRV-OU
            END-IF.
            .
      *
      *   ケース4．VERIFY。カレントの各ファイルを台帳の件数・
      *            ハッシュ合計と突き合わせる。
       P-600.
            MOVE W-NAME TO W-LINE-WK.
            PERFORM P-850.
            IF W-FND = 0
               DISPLAY "BSL-REG NG: BASELINE NOT REGISTERED " W-NAME
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM P-610 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-BF-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "VERIFY|"  DELIMITED BY SIZE
                      W-NAME     DELIMITED BY SPACE
                      "|MATCH="  W-SAME-CNT
                      "|DIFFERS=" W-BAD-CNT
                                 DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
               DISPLAY W-LINE-WK(1:80)
               IF W-BAD-CNT > 0
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.
            .
       P-610.
            IF W-BF-NAME(W-SUB) = W-NAME
               MOVE W-BF-LOGI(W-SUB) TO W-PHYS
               PERFORM P-210
               EVALUATE TRUE
                   WHEN W-ANY-FS NOT = "00"
                        MOVE "MISSING" TO W-NOTE
                        ADD 1 TO W-BAD-CNT
                   WHEN W-RECS = W-BF-RECS(W-SUB)
                        AND W-HASH = W-BF-HASH(W-SUB)
                        MOVE "MATCH"   TO W-NOTE
                        ADD 1 TO W-SAME-CNT
                   WHEN OTHER
                        MOVE "DIFFERS" TO W-NOTE
                        ADD 1 TO W-BAD-CNT
               END-EVALUATE
               MOVE SPACE TO W-LINE-WK
               STRING "FILE|"           DELIMITED BY SIZE
                      W-BF-LOGI(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-NOTE            DELIMITED BY SPACE
                      "|RECS="  W-RECS ">" W-BF-RECS(W-SUB)
                      "|HASH="  W-HASH ">" W-BF-HASH(W-SUB)
                                        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            .
      *
      *   ケース5．LIST。登録済みベースラインを記帳順に。
       P-700.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-BS-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "BASELINE|"          DELIMITED BY SIZE
                      W-BS-NAME(W-SUB)     DELIMITED BY SPACE
                      "|TAKEN="            DELIMITED BY SIZE
                      W-BS-TAKEN(W-SUB)    DELIMITED BY SPACE
                      "|BY="               DELIMITED BY SIZE
                      W-BS-OPER(W-SUB)     DELIMITED BY SPACE
                      "|RUN="              DELIMITED BY SIZE
                      W-BS-RUN(W-SUB)      DELIMITED BY SPACE
                      "|SIGNED="           DELIMITED BY SIZE
                      W-BS-SIGN(W-SUB)     DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      W-BS-WHO1(W-SUB)     DELIMITED BY SPACE
                      ","                  DELIMITED BY SIZE
                      W-BS-WHO2(W-SUB)     DELIMITED BY SPACE
                      "|FILES=" W-BS-FILES(W-SUB)
                                           DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
               DISPLAY W-LINE-WK(1:120)
            END-PERFORM.
            DISPLAY "BASELINES=" W-BS-CNT.
            .
      *
      *   BSLREGの読み込み。
       P-800.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REG-FILE.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-810
                  END-READ
               END-PERFORM
               CLOSE REG-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-810.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING RG-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                     W-FX(6) W-FX(7) W-FX(8) W-FX(9)
            END-UNSTRING.
            EVALUATE TRUE
                WHEN W-FX(1) = "B" AND W-BS-CNT < 200
                     ADD 1 TO W-BS-CNT
                     MOVE W-FX(2) TO W-BS-NAME (W-BS-CNT)
                     MOVE W-FX(3) TO W-BS-TAKEN(W-BS-CNT)
                     MOVE W-FX(4) TO W-BS-OPER (W-BS-CNT)
                     MOVE W-FX(5) TO W-BS-RUN  (W-BS-CNT)
                     MOVE W-FX(6) TO W-BS-SIGN (W-BS-CNT)
                     MOVE W-FX(7) TO W-BS-WHO1 (W-BS-CNT)
                     MOVE W-FX(8) TO W-BS-WHO2 (W-BS-CNT)
                     MOVE FUNCTION NUMVAL(W-FX(9))
                                  TO W-BS-FILES(W-BS-CNT)
                WHEN W-FX(1) = "F" AND W-BF-CNT < 3000
                     ADD 1 TO W-BF-CNT
                     MOVE W-FX(2) TO W-BF-NAME(W-BF-CNT)
                     MOVE W-FX(3) TO W-BF-LOGI(W-BF-CNT)
                     MOVE FUNCTION NUMVAL(W-FX(4))
                                  TO W-BF-GEN (W-BF-CNT)
                     MOVE FUNCTION NUMVAL(W-FX(5))
                                  TO W-BF-RECS(W-BF-CNT)
                     MOVE FUNCTION NUMVAL(W-FX(6))
                                  TO W-BF-HASH(W-BF-CNT)
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   名前（W-LINE-WKの先頭20桁）のベースラインを引く。
       P-850.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-BS-CNT
               IF W-BS-NAME(W-SUB) = W-LINE-WK(1:20)
                  AND W-LINE-WK(1:20) NOT = SPACE
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   LIN-REG-1の呼び出し共通部。
       P-889.
            CALL "LIN-REG-1" USING W-LIN-FUNC W-LIN-FILE W-LIN-LOGI
                                   W-LIN-GEN  W-LIN-STS
                ON EXCEPTION
                    MOVE "9" TO W-LIN-STS
            END-CALL.
            IF W-LIN-STS = "9" AND W-LIN-FUNC = "B"
               DISPLAY "WARNING: LIN-REG-1 NOT LINKED -"
                       " GENERATION RECORDED AS 0"
            END-IF.
            .
