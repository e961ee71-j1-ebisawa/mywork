      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：持ち主別の朝のダイジェスト
      *    処理概要　　：OPS-BULLは運用デスク向けの一枚で、CASEMETAの
      *                  持ち主（OWNER）は自分の分を知るのにESCLFILE・
      *                  INCDREG・WAIVERS・RSLTREPOを自分で掘るしか
      *                  なかった。持ち主ごとに一節を組むダイジェスト
      *                  DGSTOUTを書く。各節に載せるのは
      *                    昨夜ＮＧになったケース（RSLTREPOの最新の
      *                      実行時刻の行がＮＧのもの）
      *                    未解消のエスカレーション（ESCLFILE。年齢は
      *                      初検出日から基準日までの営業日数を
      *                      BIZDATE-1で数え直す）
      *                    持ち主に割り当たったインシデント（INCDREG
      *                      のうちCLOSED以外）
      *                    今後１０営業日以内に期限が切れる免責
      *                      （WAIVERS。期限はBIZDATE-1の次営業日を
      *                      １０回たどった日まで）
      *                  持ち主の引き当てはNG-ESCLと同じく、CASEMETA
      *                  のケース一致→"*"既定の順。ESCLFILEと
      *                  INCDREGは自分の行の持ち主欄を使う。何も
      *                  無い持ち主の節は作らない。
      *                  各節の頭に区切り行「*SPOOL|DG-持ち主」を置く。
      *                  DGSTOUTをSPOOLINへ写してSPOOL-MGRをSPOOL_MODE
      *                  ＝SPLITで動かすと、節ごとに別のスプール項目
      *                  （帳票名DG-持ち主）として預かられる。
      *    使用方法　　：CASEMETA・RSLTREPO・ESCLFILE・INCDREG・WAIVERS
      *                  ・CALMSTを置いて実行する。基準日は環境変数
      *                  DGST_TODAY（未指定なら当日）。節を作った
      *                  持ち主がいればRETURN-CODE＝4。
      *  --------------------------------------------------------------
      *   対象：持ち主別の未処理一覧（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           OWN-DGST.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-19.
       DATE-COMPILED.        2026-09-19.
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
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REPO-FS.
           SELECT ESC-IN     ASSIGN TO "ESCLFILE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ESC-FS.
           SELECT REG-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT DG-OU      ASSIGN TO "DGSTOUT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  META-IN.
       01  MI-REC             PIC X(160).
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
       FD  ESC-IN.
       01  EI-REC             PIC X(132).
       FD  REG-IN.
       01  RG-REC             PIC X(200).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  DG-OU.
       01  DO-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-META-FS          PIC X(02).
       01  W-REPO-FS          PIC X(02).
       01  W-ESC-FS           PIC X(02).
       01  W-REG-FS           PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-TODAY            PIC X(08).
       01  W-LIMIT            PIC X(08).
       01  W-LAST-STAMP       PIC X(15)          VALUE SPACE.
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    CASEMETAの表（持ち主）
       01  W-META-CNT         PIC 9(03)          VALUE 0.
       01  W-META-TBL.
           05  W-MT           OCCURS 500.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(20).
      *    ケースの最終判定表（RSLTREPOから）
       01  W-CS-CNT           PIC 9(03)          VALUE 0.
       01  W-CS-TBL.
           05  W-CS           OCCURS 500.
               10  W-CS-PROG  PIC X(12).
               10  W-CS-CASE  PIC X(40).
               10  W-CS-LAST  PIC X(15).
               10  W-CS-RSLT  PIC X(02).
      *    持ち主の表（節を作る順＝最初に現れた順）
       01  W-OW-CNT           PIC 9(03)          VALUE 0.
       01  W-OW-TBL.
           05  W-OW           OCCURS 100.
               10  W-OW-NAME  PIC X(20).
               10  W-OW-ITEMS PIC 9(04).
      *    明細の表。区分 1＝昨夜ＮＧ 2＝エスカレーション
      *    3＝インシデント 4＝期限の近い免責
       01  W-IT-CNT           PIC 9(04)          VALUE 0.
       01  W-IT-TBL.
           05  W-IT           OCCURS 1000.
               10  W-IT-OWNER PIC X(20).
               10  W-IT-SECT  PIC 9(01).
               10  W-IT-LINE  PIC X(100).
      *    区分の見出し
       01  W-SECT-HEAD-TBL.
           05  FILLER         PIC X(30)
                              VALUE "[NG LAST NIGHT]".
           05  FILLER         PIC X(30)
                              VALUE "[OPEN ESCALATIONS]".
           05  FILLER         PIC X(30)
                              VALUE "[INCIDENTS ASSIGNED]".
           05  FILLER         PIC X(30)
                              VALUE "[WAIVERS EXPIRING BY".
       01  W-SECT-HEAD-R      REDEFINES W-SECT-HEAD-TBL.
           05  W-SECT-HEAD    OCCURS 4      PIC X(30).
      *    BIZDATE-1の引数
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-SECT             PIC 9(01).
       01  W-SECT-CNT         PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-DAYS             PIC 9(07).
       01  W-OWNER-WK         PIC X(20).
       01  W-PROG-WK          PIC X(12).
       01  W-CASE-WK          PIC X(40).
       01  W-ITEM-WK          PIC X(100).
       01  W-AGE              PIC 9(04).
       01  W-AGE-X            PIC X(04).
       01  W-PAGE-CNT         PIC 9(03)          VALUE 0.
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (OWN-DGST)".
            DISPLAY "DGST_TODAY" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY       FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            PERFORM P-100.
            PERFORM P-150.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500.
            PERFORM P-600.
            DISPLAY "OWNERS=" W-OW-CNT " PAGES=" W-PAGE-CNT
                    " ITEMS=" W-IT-CNT " -> DGSTOUT".
            IF W-PAGE-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (OWN-DGST)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．CASEMETAのロード。
       P-100.
            OPEN INPUT META-IN.
            IF W-META-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE META-IN
            ELSE
               DISPLAY "OWN-DGST: NO CASEMETA (OWNERS FROM FILES ONLY)"
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 500
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F3 TO W-MT-OWNER(W-META-CNT)
            END-IF.
            .
      *
      *   ケース2．免責の期限の窓。基準日から次営業日を１０回
      *            たどった日を上限とする。暦の範囲外なら基準日の
      *            ２週間後で代える。
       P-150.
            MOVE W-TODAY TO W-LIMIT.
            MOVE "N"     TO W-BD-FUNC.
            PERFORM 10 TIMES
               MOVE W-LIMIT TO W-BD-D1
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS = "0"
                  MOVE W-BD-RD TO W-LIMIT
               END-IF
            END-PERFORM.
            IF W-LIMIT = W-TODAY
               COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(W-TODAY)) + 14
               MOVE FUNCTION DATE-OF-INTEGER(W-DAYS) TO W-LIMIT
            END-IF.
            DISPLAY "AS OF " W-TODAY " WAIVER WINDOW TO " W-LIMIT.
            .
      *
      *   ケース3．昨夜のＮＧ。RSLTREPOを走査してケースごとの最終
      *            判定と、全体で最新の実行時刻を控え、最新の実行で
      *            ＮＧだったケースを持ち主の明細にする。
       P-200.
            OPEN INPUT REPO-IN.
            IF W-REPO-FS NOT = "00"
               DISPLAY "OWN-DGST: NO RSLTREPO FS=" W-REPO-FS
            ELSE
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-210
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
               PERFORM P-220 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-CS-CNT
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-210.
            IF RI-STAMP > W-LAST-STAMP
               MOVE RI-STAMP TO W-LAST-STAMP
            END-IF.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CS-CNT OR W-FND > 0
               IF W-CS-PROG(W-SUB) = RI-PROG
                  AND W-CS-CASE(W-SUB) = RI-CASE
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-CS-CNT < 500
               ADD 1 TO W-CS-CNT
               MOVE W-CS-CNT TO W-FND
               MOVE RI-PROG  TO W-CS-PROG(W-FND)
               MOVE RI-CASE  TO W-CS-CASE(W-FND)
               MOVE SPACE    TO W-CS-LAST(W-FND)
            END-IF.
            IF W-FND > 0 AND RI-STAMP >= W-CS-LAST(W-FND)
               MOVE RI-STAMP TO W-CS-LAST(W-FND)
               MOVE RI-RSLT  TO W-CS-RSLT(W-FND)
            END-IF.
            .
       P-220.
            IF W-CS-LAST(W-SUB) = W-LAST-STAMP
               AND W-CS-RSLT(W-SUB) = "NG"
               MOVE W-CS-PROG(W-SUB) TO W-PROG-WK
               MOVE W-CS-CASE(W-SUB) TO W-CASE-WK
               PERFORM P-700
               MOVE SPACE TO W-ITEM-WK
               STRING W-PROG-WK " " W-CASE-WK(1:20)
                      " NG AT " W-LAST-STAMP
                      DELIMITED BY SIZE INTO W-ITEM-WK
               END-STRING
               MOVE 1 TO W-SECT
               PERFORM P-800
            END-IF.
            .
      *
      *   ケース4．未解消のエスカレーション。ESCLFILEの行
      *            （ケース|持ち主|AGE=|FIRST=|区分）の年齢を
      *            初検出日から基準日までの営業日数で数え直す。
       P-300.
            OPEN INPUT ESC-IN.
            IF W-ESC-FS NOT = "00"
               DISPLAY "OWN-DGST: NO ESCLFILE FS=" W-ESC-FS
            ELSE
               PERFORM UNTIL W-EOF
                  READ ESC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE ESC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-310.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6.
            UNSTRING EI-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
            END-UNSTRING.
            IF W-F5(1:6) = "FIRST="
               MOVE W-F3 TO W-OWNER-WK
               MOVE W-F4(5:4) TO W-AGE-X
               MOVE "D"        TO W-BD-FUNC
               MOVE W-F5(7:8)  TO W-BD-D1
               MOVE W-TODAY    TO W-BD-D2
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS = "0"
                  MOVE W-BD-RN TO W-AGE
                  MOVE W-AGE   TO W-AGE-X
               END-IF
               MOVE SPACE TO W-ITEM-WK
               STRING W-F1(1:12) " " W-F2(1:20)
                      " AGE=" W-AGE-X " BUSINESS DAYS"
                      " FIRST=" W-F5(7:8) " " W-F6(1:4)
                      DELIMITED BY SIZE INTO W-ITEM-WK
               END-STRING
               MOVE 2 TO W-SECT
               PERFORM P-800
            END-IF.
            .
      *
      *   ケース5．持ち主に割り当たったインシデント（CLOSED以外）。
       P-400.
            OPEN INPUT REG-IN.
            IF W-REG-FS NOT = "00"
               DISPLAY "OWN-DGST: NO INCDREG FS=" W-REG-FS
            ELSE
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-410
                  END-READ
               END-PERFORM
               CLOSE REG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-410.
            IF RG-REC(1:1) NOT = "#" AND RG-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING RG-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-F3 NOT = "CLOSED"
                  MOVE W-F4 TO W-OWNER-WK
                  MOVE SPACE TO W-ITEM-WK
                  STRING W-F1(1:12) " " W-F2(1:20)
                         " " W-F3(1:10) " OPENED=" W-F5(1:8)
                         DELIMITED BY SIZE INTO W-ITEM-WK
                  END-STRING
                  MOVE 3 TO W-SECT
                  PERFORM P-800
               END-IF
            END-IF.
            .
      *
      *   ケース6．期限の近い免責。基準日以上で窓の上限以下の期限
      *            を持つものを、ケースの持ち主の明細にする。
       P-500.
            OPEN INPUT WVR-IN.
            IF W-WVR-FS NOT = "00"
               DISPLAY "OWN-DGST: NO WAIVERS FS=" W-WVR-FS
            ELSE
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-510
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-510.
            IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-F5(1:8) >= W-TODAY AND W-F5(1:8) <= W-LIMIT
                  MOVE W-F1 TO W-PROG-WK
                  MOVE W-F2 TO W-CASE-WK
                  PERFORM P-700
                  MOVE "D"        TO W-BD-FUNC
                  MOVE W-TODAY    TO W-BD-D1
                  MOVE W-F5(1:8)  TO W-BD-D2
                  MOVE "?"        TO W-AGE-X
                  CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                         W-BD-RD W-BD-RN W-BD-FY
                                         W-BD-QTR W-BD-STS
                      ON EXCEPTION
                          MOVE "9" TO W-BD-STS
                  END-CALL
                  IF W-BD-STS = "0"
                     MOVE W-BD-RN TO W-AGE
                     MOVE W-AGE   TO W-AGE-X
                  END-IF
                  MOVE SPACE TO W-ITEM-WK
                  STRING W-PROG-WK " " W-CASE-WK(1:20)
                         " EXPIRES=" W-F5(1:8)
                         " (" W-AGE-X " BUSINESS DAYS LEFT)"
                         DELIMITED BY SIZE INTO W-ITEM-WK
                  END-STRING
                  MOVE 4 TO W-SECT
                  PERFORM P-800
               END-IF
            END-IF.
            .
      *
      *   ケース7．持ち主ごとの節を書く。明細の無い持ち主は飛ばす。
       P-600.
            OPEN OUTPUT DG-OU.
            PERFORM P-610 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-OW-CNT.
            CLOSE DG-OU.
            .
       P-610.
            IF W-OW-ITEMS(W-SUB) > 0
               ADD 1 TO W-PAGE-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "*SPOOL|DG-"         DELIMITED BY SIZE
                      W-OW-NAME(W-SUB)      DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE DO-REC FROM W-LINE-WK
               MOVE SPACE TO W-LINE-WK
               STRING "MORNING DIGEST FOR " DELIMITED BY SIZE
                      W-OW-NAME(W-SUB)      DELIMITED BY SPACE
                      "  AS OF " W-TODAY
                      "  ITEMS=" W-OW-ITEMS(W-SUB)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE DO-REC FROM W-LINE-WK
               PERFORM P-620 VARYING W-SECT FROM 1 BY 1
                       UNTIL W-SECT > 4
               DISPLAY "PAGE: " W-OW-NAME(W-SUB)
                       " ITEMS=" W-OW-ITEMS(W-SUB)
            END-IF.
            .
       P-620.
            MOVE SPACE TO DO-REC.
            WRITE DO-REC.
            MOVE SPACE TO W-LINE-WK.
            IF W-SECT = 4
               STRING W-SECT-HEAD(W-SECT) DELIMITED BY "  "
                      " " W-LIMIT "]"     DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            ELSE
               MOVE W-SECT-HEAD(W-SECT) TO W-LINE-WK
            END-IF.
            WRITE DO-REC FROM W-LINE-WK.
            MOVE 0 TO W-SECT-CNT.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-IT-CNT
               IF W-IT-OWNER(W-SUB2) = W-OW-NAME(W-SUB)
                  AND W-IT-SECT(W-SUB2) = W-SECT
                  ADD 1 TO W-SECT-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING "  " W-IT-LINE(W-SUB2)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  WRITE DO-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
            IF W-SECT-CNT = 0
               MOVE "  (NONE)" TO DO-REC
               WRITE DO-REC
            END-IF.
            .
      *
      *   持ち主の引き当て（CASE一致→"*"既定の順）。
       P-700.
            MOVE SPACE TO W-OWNER-WK.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB2) = W-PROG-WK
                  AND W-MT-CASE(W-SUB2) = W-CASE-WK
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-META-CNT OR W-FND > 0
               IF W-MT-PROG(W-SUB2) = W-PROG-WK
                  AND W-MT-CASE(W-SUB2) = "*"
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               MOVE W-MT-OWNER(W-FND) TO W-OWNER-WK
            END-IF.
            .
      *
      *   明細の登録。持ち主の無いもの（"(NONE)"・空白）は節を
      *   持たないので載せない。
       P-800.
            IF W-OWNER-WK NOT = SPACE AND W-OWNER-WK NOT = "(NONE)"
               AND W-IT-CNT < 1000
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-OW-CNT OR W-FND > 0
                  IF W-OW-NAME(W-SUB2) = W-OWNER-WK
                     MOVE W-SUB2 TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-OW-CNT < 100
                  ADD 1 TO W-OW-CNT
                  MOVE W-OW-CNT   TO W-FND
                  MOVE W-OWNER-WK TO W-OW-NAME(W-FND)
                  MOVE 0          TO W-OW-ITEMS(W-FND)
               END-IF
               IF W-FND > 0
                  ADD 1 TO W-OW-ITEMS(W-FND)
                  ADD 1 TO W-IT-CNT
                  MOVE W-OWNER-WK TO W-IT-OWNER(W-IT-CNT)
                  MOVE W-SECT     TO W-IT-SECT(W-IT-CNT)
                  MOVE W-ITEM-WK  TO W-IT-LINE(W-IT-CNT)
               END-IF
            END-IF.
            .
