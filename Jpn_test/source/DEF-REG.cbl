      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：コンパイラ製品障害台帳と修正ビルドの検証
      *    処理概要　　：長く続くＮＧや免責の多く（EX5-1-1E-1の
      *                  QUOTESとPIC Nの件、EX5-1-2A／Bの継続行の
      *                  失敗、EX5-7Bの警告）は、実はコンパイラ業者へ
      *                  申告済みの障害で、業者の受付番号はメールの中
      *                  にしか無かった。受付番号＋PROGRAM＋CASE-IDを
      *                  キーとする障害台帳VNDDEF（受付番号|PROGRAM|
      *                  CASE-ID|業者の言う修正ビルド|状態|要約）を
      *                  設ける。CASE-IDの"*"はそのプログラムの全
      *                  ケース。環境変数 DEF_REG_MODE で動作を選ぶ。
      *                    UPDATE：ADD／CHG／DELトランザクション
      *                      VNDDEFTX（先頭３桁＋上記様式）を当て、
      *                      新台帳VNDDEFOと更新リストVNDDEFLを出す。
      *                      CHGの空白項目は現行のまま。OPENの行に
      *                      修正ビルドが付けば状態はFIXCLAIMEDになる。
      *                    VERIFY：新しいビルド（DEF_BUILD）が届いた
      *                      とき、そのビルドで直ると言われた行ごとに、
      *                      RSLTREPOでそのビルドの実行（監査ログ
      *                      REGAUDITのbuild=で見分ける）の最新の結果を
      *                      引き、検証報告DEFVRFYを書く。
      *                        FLIPPED　　 ＯＫに変わった
      *                        STILL-FAILS 修正ビルドでもまだＮＧ
      *                        NOT-RUN　　 そのビルドで未実行
      *                      受付番号単位で、STILL-FAILSが一件でも
      *                      あれば全行をREOPEN（業者へ差し戻し）、
      *                      全行FLIPPEDならVERIFIEDとして新台帳
      *                      VNDDEFOへ書く。REOPENがあればRETURN-CODE 4。
      *                    未指定／LIST：生きた障害（CLOSED・VERIFIED
      *                      以外）の一覧。
      *    状態　　　　：OPEN（申告済み）／FIXCLAIMED（業者が修正
      *                  ビルドを示した）／VERIFIED（当店で確認）／
      *                  REOPEN（差し戻し）／CLOSED
      *    使用方法　　：カレントにVNDDEF（tools/fixtures/VNDDEF.dat）
      *                  を置く。VERIFYはRSLTREPOとREGAUDITも置く。
      *                  新旧台帳の入れ替えはCAL-MNTの新旧マスタと
      *                  同じ作法で運用者が行う。
      *  --------------------------------------------------------------
      *   対象：業者障害の追跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DEF-REG.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-16.
       DATE-COMPILED.        2026-09-16.
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
           SELECT DEF-IN     ASSIGN TO "VNDDEF"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT DEF-TX     ASSIGN TO "VNDDEFTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT DEF-OU     ASSIGN TO "VNDDEFO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEF-LS     ASSIGN TO "VNDDEFL"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REPO-FS.
           SELECT AUD-IN     ASSIGN TO "REGAUDIT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AUD-FS.
           SELECT VRF-OU     ASSIGN TO "DEFVRFY"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  DEF-IN.
       01  DI-REC             PIC X(200).
       FD  DEF-TX.
       01  DT-REC             PIC X(200).
       FD  DEF-OU.
       01  DO-REC             PIC X(200).
       FD  DEF-LS.
       01  DL-REC             PIC X(160).
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
       FD  AUD-IN.
       01  AU-REC             PIC X(400).
       FD  VRF-OU.
       01  VF-REC             PIC X(132).
       FD  BCT-FILE.
       01  BCT-REC            PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-REPO-FS          PIC X(02).
       01  W-AUD-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-BUILD            PIC X(12).
       01  W-TODAY            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
      *    障害台帳の表（最大200件）。キーは受付番号＋PROGRAM＋CASE-ID。
       01  W-DF-CNT           PIC 9(03)          VALUE 0.
       01  W-DF-TBL.
           05  W-DF           OCCURS 200.
               10  W-DF-TKT   PIC X(16).
               10  W-DF-PROG  PIC X(12).
               10  W-DF-CASE  PIC X(40).
               10  W-DF-BLD   PIC X(12).
               10  W-DF-STS   PIC X(10).
               10  W-DF-SUMM  PIC X(80).
               10  W-DF-DEL   PIC X(01).
      *    監査ログの実行→ビルド対応（最大1000件）
       01  W-AM-CNT           PIC 9(04)          VALUE 0.
       01  W-AM-TBL.
           05  W-AM           OCCURS 1000.
               10  W-AM-STAMP PIC X(15).
      *    検証の明細（台帳行×実ケース、最大500件）
       01  W-VR-CNT           PIC 9(03)          VALUE 0.
       01  W-VR-TBL.
           05  W-VR           OCCURS 500.
               10  W-VR-DF    PIC 9(03).
               10  W-VR-CASE  PIC X(40).
               10  W-VR-STAMP PIC X(15).
               10  W-VR-RSLT  PIC X(02).
      *    受付番号ごとの判定（最大100件）
       01  W-TK-CNT           PIC 9(03)          VALUE 0.
       01  W-TK-TBL.
           05  W-TK           OCCURS 100.
               10  W-TK-TKT   PIC X(16).
               10  W-TK-FLIP  PIC 9(03).
               10  W-TK-FAIL  PIC 9(03).
               10  W-TK-NRUN  PIC 9(03).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-TKT           PIC X(16).
       01  W-TX-PROG          PIC X(12).
       01  W-TX-CASE          PIC X(40).
       01  W-TX-BLD           PIC X(12).
       01  W-TX-STS           PIC X(10).
       01  W-TX-SUMM          PIC X(80).
       01  W-AU-HEAD          PIC X(400).
       01  W-AU-TAIL          PIC X(100).
       01  W-AU-BUILD         PIC X(12).
      *    作業域
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-ADD-CNT          PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-DEL-CNT          PIC 9(03)          VALUE 0.
       01  W-REJ-CNT          PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
       01  W-REOPEN-CNT       PIC 9(03)          VALUE 0.
       01  W-VERIFY-CNT       PIC 9(03)          VALUE 0.
       01  W-VERDICT          PIC X(11).
       01  W-LST-WK           PIC X(160).
       01  W-LINE-WK          PIC X(132).
      *    コントロールレコード用（BATCTL）
       01  W-BCT-FS           PIC X(02).
       01  W-IN-CNT0          PIC 9(05)          VALUE 0.
       01  W-BCT-WK           PIC X(100).
      *    ハッシュ連鎖（HASH-CHN-1）の受け渡し域
       01  W-CHN-KIND         PIC X(01).
       01  W-CHN-CONTENT      PIC X(250).
       01  W-CHN-VAL          PIC 9(10).
       01  W-CHN-LEN          PIC 9(03).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (DEF-REG)".
            DISPLAY "DEF_REG_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            PERFORM P-020.
            MOVE W-DF-CNT TO W-IN-CNT0.
            EVALUATE W-MODE
                WHEN "UPDATE"
                     OPEN OUTPUT DEF-LS
                     PERFORM P-030
                     PERFORM P-060
                     MOVE SPACE TO W-LST-WK
                     STRING "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                            " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                            DELIMITED BY SIZE INTO W-LST-WK
                     END-STRING
                     WRITE DL-REC FROM W-LST-WK
                     CLOSE DEF-LS
                     DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                             " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                     PERFORM P-900
                WHEN "VERIFY"
                     PERFORM P-300
                WHEN OTHER
                     PERFORM P-500
            END-EVALUATE.
            DISPLAY "TEST END   (DEF-REG)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行台帳VNDDEFを表へロードする。
       P-020.
            OPEN INPUT DEF-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "DEF-REG: NO VNDDEF, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ DEF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE DEF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "LOAD-COUNT=" W-DF-CNT.
            .
       P-021.
            IF DI-REC(1:1) NOT = "#" AND DI-REC NOT = SPACE
               AND W-DF-CNT < 200
               ADD 1 TO W-DF-CNT
               UNSTRING DI-REC DELIMITED BY "|"
                   INTO W-DF-TKT (W-DF-CNT)
                        W-DF-PROG(W-DF-CNT)
                        W-DF-CASE(W-DF-CNT)
                        W-DF-BLD (W-DF-CNT)
                        W-DF-STS (W-DF-CNT)
                        W-DF-SUMM(W-DF-CNT)
               END-UNSTRING
               MOVE "N" TO W-DF-DEL(W-DF-CNT)
            END-IF.
            .
      *
      *   ケース2．UPDATE。VNDDEFTXを１件ずつ当てる。
       P-030.
            OPEN INPUT DEF-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "DEF-REG: NO VNDDEFTX"
            ELSE
               PERFORM UNTIL W-EOF
                  READ DEF-TX
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE DEF-TX
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-031.
            IF DT-REC(1:1) = "#" OR DT-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-TKT W-TX-PROG W-TX-CASE W-TX-BLD
                          W-TX-STS W-TX-SUMM.
            MOVE DT-REC(1:3) TO W-TX-KBN.
            UNSTRING DT-REC(4:) DELIMITED BY "|"
                INTO W-TX-TKT W-TX-PROG W-TX-CASE W-TX-BLD
                     W-TX-STS W-TX-SUMM
            END-UNSTRING.
            IF W-TX-STS NOT = SPACE AND W-TX-STS NOT = "OPEN"
               AND W-TX-STS NOT = "FIXCLAIMED"
               AND W-TX-STS NOT = "VERIFIED"
               AND W-TX-STS NOT = "REOPEN"
               AND W-TX-STS NOT = "CLOSED"
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DF-CNT OR W-HIT
               IF W-DF-TKT(W-SUB)  = W-TX-TKT
                  AND W-DF-PROG(W-SUB) = W-TX-PROG
                  AND W-DF-CASE(W-SUB) = W-TX-CASE
                  AND W-DF-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            EVALUATE W-TX-KBN ALSO W-HIT-SW
                WHEN "ADD" ALSO "N"
                     PERFORM P-040
                WHEN "CHG" ALSO "Y"
                     PERFORM P-041
                WHEN "DEL" ALSO "Y"
                     PERFORM P-042
                WHEN OTHER
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   追加。状態の既定はOPEN（修正ビルドがあればFIXCLAIMED）。
       P-040.
            IF W-DF-CNT >= 200 OR W-TX-TKT = SPACE
               OR W-TX-PROG = SPACE
               PERFORM P-043
            ELSE
               IF W-TX-STS = SPACE
                  IF W-TX-BLD = SPACE
                     MOVE "OPEN"       TO W-TX-STS
                  ELSE
                     MOVE "FIXCLAIMED" TO W-TX-STS
                  END-IF
               END-IF
               IF W-TX-CASE = SPACE
                  MOVE "*" TO W-TX-CASE
               END-IF
               ADD 1 TO W-DF-CNT
               MOVE W-TX-TKT  TO W-DF-TKT (W-DF-CNT)
               MOVE W-TX-PROG TO W-DF-PROG(W-DF-CNT)
               MOVE W-TX-CASE TO W-DF-CASE(W-DF-CNT)
               MOVE W-TX-BLD  TO W-DF-BLD (W-DF-CNT)
               MOVE W-TX-STS  TO W-DF-STS (W-DF-CNT)
               MOVE W-TX-SUMM TO W-DF-SUMM(W-DF-CNT)
               MOVE "N"       TO W-DF-DEL (W-DF-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。空白の項目は現行のまま。適用前の値をリストへ残す。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-DF-TKT(W-FND) " " W-DF-PROG(W-FND)
                   " " W-DF-CASE(W-FND)(1:20) " " W-DF-BLD(W-FND)
                   " " W-DF-STS(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE DL-REC FROM W-LST-WK.
            IF W-TX-BLD NOT = SPACE
               MOVE W-TX-BLD TO W-DF-BLD(W-FND)
               IF W-TX-STS = SPACE
                  AND (W-DF-STS(W-FND) = "OPEN"
                       OR W-DF-STS(W-FND) = "REOPEN")
                  MOVE "FIXCLAIMED" TO W-TX-STS
               END-IF
            END-IF.
            IF W-TX-STS NOT = SPACE
               MOVE W-TX-STS TO W-DF-STS(W-FND)
            END-IF.
            IF W-TX-SUMM NOT = SPACE
               MOVE W-TX-SUMM TO W-DF-SUMM(W-FND)
            END-IF.
            MOVE W-DF-BLD(W-FND) TO W-TX-BLD.
            MOVE W-DF-STS(W-FND) TO W-TX-STS.
            PERFORM P-050.
            .
      *
      *   削除（論理削除）。
       P-042.
            ADD 1 TO W-DEL-CNT.
            MOVE "Y" TO W-DF-DEL(W-FND).
            PERFORM P-050.
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-TKT " " W-TX-PROG
                   " " W-TX-CASE(1:20) " " W-TX-STS
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE DL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-TKT " " W-TX-PROG " "
                   W-TX-CASE(1:20) " " W-TX-BLD " " W-TX-STS
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE DL-REC FROM W-LST-WK.
            .
      *
      *   論理削除の行を除き新台帳VNDDEFOへ書き出す。
       P-060.
            OPEN OUTPUT DEF-OU.
            MOVE 0 TO W-OUT-CNT.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DF-CNT.
            CLOSE DEF-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-DF-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO DO-REC
               STRING W-DF-TKT (W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-DF-PROG(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-DF-CASE(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-DF-BLD (W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-DF-STS (W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-DF-SUMM(W-SUB) DELIMITED BY "  "
                      INTO DO-REC
               END-STRING
               WRITE DO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   ケース3．VERIFY。対象ビルドの実行を監査ログから拾い、
      *            RSLTREPOの結果を台帳行に突き合わせる。
       P-300.
            DISPLAY "DEF_BUILD" UPON ENVIRONMENT-NAME.
            ACCEPT W-BUILD      FROM ENVIRONMENT-VALUE.
            IF W-BUILD = SPACE
               DISPLAY "DEF-REG NG: DEF_BUILD NOT SET"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT AUD-IN.
            IF W-AUD-FS NOT = "00"
               DISPLAY "DEF-REG NG: NO REGAUDIT FS=" W-AUD-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ AUD-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-310
               END-READ
            END-PERFORM.
            CLOSE AUD-IN.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "RUNS ON BUILD " W-BUILD "=" W-AM-CNT.
            OPEN INPUT REPO-IN.
            IF W-REPO-FS NOT = "00"
               DISPLAY "DEF-REG NG: NO RSLTREPO FS=" W-REPO-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ REPO-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  IF NOT RI-OTHER-SITE
                                   PERFORM P-320
                                END-IF
               END-READ
            END-PERFORM.
            CLOSE REPO-IN.
            MOVE "N" TO W-EOF-SW.
            OPEN OUTPUT VRF-OU.
            PERFORM P-350.
            PERFORM P-400.
            CLOSE VRF-OU.
            PERFORM P-060.
            PERFORM P-900.
            DISPLAY "VERIFIED=" W-VERIFY-CNT " REOPEN=" W-REOPEN-CNT.
            IF W-REOPEN-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   監査ログ１行。build=が対象ビルドの実行の時刻印を控える。
       P-310.
            MOVE SPACE TO W-AU-HEAD W-AU-TAIL W-AU-BUILD.
            UNSTRING AU-REC DELIMITED BY "|build="
                INTO W-AU-HEAD W-AU-TAIL
            END-UNSTRING.
            UNSTRING W-AU-TAIL DELIMITED BY "|" OR SPACE
                INTO W-AU-BUILD
            END-UNSTRING.
            IF W-AU-BUILD = W-BUILD AND W-AM-CNT < 1000
               ADD 1 TO W-AM-CNT
               MOVE AU-REC(1:15) TO W-AM-STAMP(W-AM-CNT)
            END-IF.
            .
      *
      *   RSLTREPO１行。対象ビルドの実行なら、修正ビルドが対象の
      *   生きた台帳行に当たるものを明細に入れる（同じケースは
      *   新しい時刻印で置き換える）。
       P-320.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-AM-CNT OR W-HIT
               IF W-AM-STAMP(W-SUB) = RI-STAMP
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            IF W-HIT
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-DF-CNT
                  IF W-DF-BLD(W-SUB) = W-BUILD
                     AND W-DF-PROG(W-SUB) = RI-PROG
                     AND (W-DF-CASE(W-SUB) = "*"
                          OR W-DF-CASE(W-SUB) = RI-CASE)
                     AND W-DF-STS(W-SUB) NOT = "CLOSED"
                     AND W-DF-STS(W-SUB) NOT = "VERIFIED"
                     PERFORM P-330
                  END-IF
               END-PERFORM
            END-IF.
            .
       P-330.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-VR-CNT OR W-FND > 0
               IF W-VR-DF(W-SUB2) = W-SUB
                  AND W-VR-CASE(W-SUB2) = RI-CASE
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-VR-CNT < 500
               ADD 1 TO W-VR-CNT
               MOVE W-VR-CNT TO W-FND
               MOVE W-SUB    TO W-VR-DF(W-FND)
               MOVE RI-CASE  TO W-VR-CASE(W-FND)
               MOVE SPACE    TO W-VR-STAMP(W-FND)
            END-IF.
            IF W-FND > 0
               IF RI-STAMP >= W-VR-STAMP(W-FND)
                  MOVE RI-STAMP TO W-VR-STAMP(W-FND)
                  MOVE RI-RSLT  TO W-VR-RSLT(W-FND)
               END-IF
            END-IF.
            .
      *
      *   検証報告の明細。修正ビルドが対象の生きた台帳行ごとに、
      *   実際に走ったケースの判定を書き、受付番号ごとに数える。
       P-350.
            MOVE SPACE TO W-LINE-WK.
            STRING "VENDOR DEFECT VERIFICATION  BUILD=" W-BUILD
                   "  DATE=" W-TODAY
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE VF-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "TICKET           PROGRAM      CASE-ID"
                   "                                  RUN-STAMP"
                   "       RS VERDICT"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE VF-REC FROM W-LINE-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DF-CNT
               IF W-DF-BLD(W-SUB) = W-BUILD
                  AND W-DF-STS(W-SUB) NOT = "CLOSED"
                  AND W-DF-STS(W-SUB) NOT = "VERIFIED"
                  PERFORM P-360
               END-IF
            END-PERFORM.
            .
       P-360.
            PERFORM P-370.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-VR-CNT
               IF W-VR-DF(W-SUB2) = W-SUB
                  MOVE "Y" TO W-HIT-SW
                  IF W-VR-RSLT(W-SUB2) = "OK"
                     MOVE "FLIPPED"     TO W-VERDICT
                     ADD 1 TO W-TK-FLIP(W-FND)
                  ELSE
                     MOVE "STILL-FAILS" TO W-VERDICT
                     ADD 1 TO W-TK-FAIL(W-FND)
                  END-IF
                  MOVE SPACE TO W-LINE-WK
                  STRING W-DF-TKT(W-SUB) " " W-DF-PROG(W-SUB) " "
                         W-VR-CASE(W-SUB2) " " W-VR-STAMP(W-SUB2)
                         " " W-VR-RSLT(W-SUB2) " " W-VERDICT
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  WRITE VF-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
            IF NOT W-HIT
               ADD 1 TO W-TK-NRUN(W-FND)
               MOVE SPACE TO W-LINE-WK
               STRING W-DF-TKT(W-SUB) " " W-DF-PROG(W-SUB) " "
                      W-DF-CASE(W-SUB) " " "(NOT RUN ON BUILD)"
                      "    NOT-RUN"
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE VF-REC FROM W-LINE-WK
            END-IF.
            .
      *
      *   受付番号の集計行を引く（無ければ作る）→W-FND。
       P-370.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-TK-CNT OR W-FND > 0
               IF W-TK-TKT(W-SUB2) = W-DF-TKT(W-SUB)
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-TK-CNT < 100
               ADD 1 TO W-TK-CNT
               MOVE W-TK-CNT        TO W-FND
               MOVE W-DF-TKT(W-SUB) TO W-TK-TKT(W-FND)
               MOVE 0 TO W-TK-FLIP(W-FND) W-TK-FAIL(W-FND)
                         W-TK-NRUN(W-FND)
            END-IF.
            .
      *
      *   受付番号ごとの結論。STILL-FAILSがあれば全行REOPEN、
      *   全行がFLIPPEDならVERIFIED、未実行が残ればそのまま。
       P-400.
            MOVE SPACE TO VF-REC.
            WRITE VF-REC.
            MOVE "TICKET SUMMARY" TO VF-REC.
            WRITE VF-REC.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-TK-CNT
               EVALUATE TRUE
                   WHEN W-TK-FAIL(W-SUB2) > 0
                        MOVE "REOPEN"   TO W-TX-STS
                        MOVE "REOPEN WITH VENDOR" TO W-LST-WK
                        ADD 1 TO W-REOPEN-CNT
                   WHEN W-TK-NRUN(W-SUB2) = 0
                        AND W-TK-FLIP(W-SUB2) > 0
                        MOVE "VERIFIED" TO W-TX-STS
                        MOVE "VERIFIED FIXED"     TO W-LST-WK
                        ADD 1 TO W-VERIFY-CNT
                   WHEN OTHER
                        MOVE SPACE      TO W-TX-STS
                        MOVE "PENDING (NOT ALL CASES RUN)"
                                                  TO W-LST-WK
               END-EVALUATE
               MOVE SPACE TO W-LINE-WK
               STRING W-TK-TKT(W-SUB2) " FLIPPED="
                      W-TK-FLIP(W-SUB2) " STILL-FAILS="
                      W-TK-FAIL(W-SUB2) " NOT-RUN="
                      W-TK-NRUN(W-SUB2) "  "
                      W-LST-WK(1:30)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE VF-REC FROM W-LINE-WK
               IF W-TX-STS NOT = SPACE
                  PERFORM VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-DF-CNT
                     IF W-DF-TKT(W-SUB) = W-TK-TKT(W-SUB2)
                        AND W-DF-STS(W-SUB) NOT = "CLOSED"
                        MOVE W-TX-STS TO W-DF-STS(W-SUB)
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
            ADD W-REOPEN-CNT W-VERIFY-CNT GIVING W-CHG-CNT.
            .
      *
      *   ケース4．LIST。生きた障害の一覧。
       P-500.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-DF-CNT
               IF W-DF-STS(W-SUB) NOT = "CLOSED"
                  AND W-DF-STS(W-SUB) NOT = "VERIFIED"
                  DISPLAY W-DF-TKT(W-SUB) " " W-DF-PROG(W-SUB) " "
                          W-DF-CASE(W-SUB)(1:20) " "
                          W-DF-STS(W-SUB) " " W-DF-BLD(W-SUB)
               END-IF
            END-PERFORM.
            .
      *
      *   コントロールレコード。入＋追加−削除＝出の帳尻をBAT-BALが
      *   日次で検算できるよう、標準様式でBATCTLへ追記する。
       P-900.
            OPEN EXTEND BCT-FILE.
            IF W-BCT-FS = "35"
               OPEN OUTPUT BCT-FILE
            END-IF.
            IF W-BCT-FS NOT = "00"
               DISPLAY "DEF-REG: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "DEF-REG|" W-TODAY
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
