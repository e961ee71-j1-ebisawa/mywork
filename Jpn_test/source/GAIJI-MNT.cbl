      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：外字台帳の保守と外字の出現一覧
      *    処理概要　　：ＳＪＩＳ利用者定義領域（F040〜F9FC）の外字を
      *                  変換の各経路で引くための外字台帳GAIJIMST
      *                  （ＳＪＩＳ符号|字形の説明|読み|Unicode|
      *                  ＥＢＣＤＩＣ符号|帳票用の代替）を、ADD／CHG
      *                  ／DELトランザクション（GAIJITX）で保守する。
      *                  台帳はGAIJI-CNV-1が読み、UTF8-GW（取り込み）
      *                  とEBC-CNV（Ｎ型項目）が引く。
      *                  環境変数 GAIJI_MNT_MODE で動作を選ぶ。
      *                    未指定／APPLY：トランザクションを当て、
      *                      新台帳GAIJIMSTO・更新リストGAIJILST・
      *                      コントロールレコード（BATCTL）を書く。
      *                      新旧台帳の入れ替えはYOMI-MNTと同じ作法
      *                      で運用者が行う。
      *                    SCAN：外字の出現一覧GAIJIOCC。走査表
      *                      GAIJISCN（ファイル|様式カード|PIPEまたは
      *                      FIXED）に並べたマスタを読み、外字の出現
      *                      ごとにファイル・レコード番号・項目・
      *                      バイト位置・形・台帳の符号・代替・字形の
      *                      説明を書く。形は
      *                        SJIS　　　 ＳＪＩＳのまま残った外字
      *                        PUA　　　　私用領域の相当字
      *                        STD　　　　標準の相当字
      *                        UNREG-SJIS 台帳に無いＳＪＩＳ外字
      *                        UNREG-PUA  台帳に無い私用領域の字
      *                      項目はPIPEなら項目番号、FIXEDなら様式
      *                      カードの範囲で決め、カードがあれば項目名
      *                      を添える。台帳に無い出現があれば
      *                      RETURN-CODE 4。マスタは読むだけ。
      *    使用方法　　：APPLYはOPERATOR_IDの権限（PERM-CHK-1）を
      *                  照会する。トランザクションは先頭３桁が
      *                  ADD／CHG／DEL、続けて台帳と同じ６欄。符号は
      *                  １６進４桁（ＳＪＩＳはF040〜F9FC、ＥＢＣＤＩＣ
      *                  は先行バイト41〜FE）。Unicodeは１６進で
      *                  FFFF以下（４バイト形はUTF8-GWの検疫で落ちる
      *                  ため私用領域を使う）。Unicode・ＥＢＣＤＩＣ
      *                  符号が別の行と重なるもの、代替の無いものは
      *                  はねる。
      *  --------------------------------------------------------------
      *   対象：外字を含む抽出の受け入れ（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           GAIJI-MNT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-02.
       DATE-COMPILED.        2026-10-02.
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
           SELECT GJ-IN      ASSIGN TO "GAIJIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT GJ-TX      ASSIGN TO "GAIJITX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT GJ-OU      ASSIGN TO "GAIJIMSTO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GJ-LS      ASSIGN TO "GAIJILST"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCN-IN     ASSIGN TO "GAIJISCN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SCN-FS.
           SELECT LAY-IN     ASSIGN USING W-LAY-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LAY-FS.
           SELECT SRC-IN     ASSIGN USING W-SRC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT OCC-OU     ASSIGN TO "GAIJIOCC"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  GJ-IN.
       01  GI-REC             PIC X(200).
       FD  GJ-TX.
       01  GX-REC             PIC X(200).
       FD  GJ-OU.
       01  GO-REC             PIC X(200).
       FD  GJ-LS.
       01  GL-REC             PIC X(132).
       FD  SCN-IN.
       01  SC-REC             PIC X(80).
       FD  LAY-IN.
       01  LY-REC             PIC X(80).
       FD  SRC-IN.
       01  SR-REC             PIC X(300).
       FD  OCC-OU.
       01  OC-REC             PIC X(200).
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
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-SCN-FS           PIC X(02).
       01  W-LAY-FS           PIC X(02).
       01  W-SRC-FS           PIC X(02).
       01  W-LAY-NAME         PIC X(40).
       01  W-SRC-NAME         PIC X(40).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-SC-EOF-SW        PIC X              VALUE "N".
           88  W-SC-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
      *    台帳表（最大500件）。キーはＳＪＩＳ符号の１６進。
       01  W-TBL-CNT          PIC 9(03)          VALUE 0.
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-GT-TBL.
           05  W-GT           OCCURS 500.
               10  W-GT-SJ    PIC X(04).
               10  W-GT-DESC  PIC X(40).
               10  W-GT-YOMI  PIC X(20).
               10  W-GT-UNI   PIC X(06).
               10  W-GT-EB    PIC X(04).
               10  W-GT-FB    PIC X(20).
               10  W-GT-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-SJ            PIC X(10).
       01  W-TX-DESC          PIC X(40).
       01  W-TX-YOMI          PIC X(20).
       01  W-TX-UNI           PIC X(10).
       01  W-TX-EB            PIC X(10).
       01  W-TX-FB            PIC X(20).
       01  W-REJ-RSN          PIC X(40).
      *    １６進の検査
       01  W-HEXDIG           PIC X(16)  VALUE "0123456789ABCDEF".
       01  W-HEX              PIC X(10).
       01  W-HLEN             PIC 9(02).
       01  W-NUM              PIC 9(08).
       01  W-HEX-OK           PIC X(01).
       01  W-K                PIC 9(02).
       01  W-D                PIC 9(02).
       01  W-LEAD             PIC 9(03).
       01  W-TRAIL            PIC 9(03).
      *    件数
       01  W-ADD-CNT          PIC 9(04)          VALUE 0.
       01  W-CHG-CNT          PIC 9(04)          VALUE 0.
       01  W-DEL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OUT-CNT          PIC 9(04)          VALUE 0.
      *    出現一覧の作業域
       01  W-SC-FILE          PIC X(20).
       01  W-SC-LAY           PIC X(20).
       01  W-SC-FMT           PIC X(10).
       01  W-LY-CNT           PIC 9(02)          VALUE 0.
       01  W-LY-TBL.
           05  W-LY           OCCURS 40.
               10  W-LY-NAME  PIC X(12).
               10  W-LY-POS   PIC 9(03).
               10  W-LY-LEN   PIC 9(03).
       01  W-LD-NAME          PIC X(12).
       01  W-LD-POS           PIC X(06).
       01  W-LD-LEN           PIC X(06).
       01  W-REC-NO           PIC 9(06).
       01  W-REC-LEN          PIC 9(03).
       01  W-I                PIC 9(03).
       01  W-ORD              PIC 9(03).
       01  W-ORD2             PIC 9(03).
       01  W-CL               PIC 9(01).
       01  W-FLD-NO           PIC 9(03).
       01  W-FLD-NAME         PIC X(12).
       01  W-FORM             PIC X(10).
       01  W-CODE             PIC X(06).
       01  W-CP               PIC 9(05).
       01  W-OC-CNT           PIC 9(05)          VALUE 0.
       01  W-UNREG-CNT        PIC 9(05)          VALUE 0.
       01  W-FILE-CNT         PIC 9(05).
      *    GAIJI-CNV-1の受け渡し域
       01  W-GJ-FUNC          PIC X(01)          VALUE "R".
       01  W-GJ-IN            PIC X(04).
       01  W-GJ-IN-LEN        PIC 9(02).
       01  W-GJ-OUT           PIC X(80).
       01  W-GJ-OUT-LEN       PIC 9(02).
       01  W-GJ-STS           PIC X(01).
       01  W-GJ-AVL           PIC X(01)          VALUE "Y".
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
       01  W-LST-WK           PIC X(200).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (GAIJI-MNT)".
            DISPLAY "GAIJI_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE           FROM ENVIRONMENT-VALUE.
            IF W-MODE = "SCAN"
               PERFORM P-500
               DISPLAY "TEST END   (GAIJI-MNT)"
               GOBACK
            END-IF.
            MOVE "APPLY" TO W-MODE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "GAIJI-MNT" TO W-PRM-PROG.
            MOVE W-MODE      TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "GAIJI-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT GJ-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-030.
            PERFORM P-060.
            PERFORM P-070.
            PERFORM P-900.
            CLOSE GJ-LS.
            DISPLAY "TEST END   (GAIJI-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行台帳GAIJIMSTを表へロードする。
       P-020.
            OPEN INPUT GJ-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "GAIJI-MNT: NO GAIJIMST, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ GJ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE GJ-IN
            END-IF.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF GI-REC(1:1) NOT = "#" AND GI-REC NOT = SPACE
               AND W-TBL-CNT < 500
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-TX-SJ W-TX-UNI W-TX-EB
               UNSTRING GI-REC DELIMITED BY "|"
                   INTO W-TX-SJ
                        W-GT-DESC(W-TBL-CNT)
                        W-GT-YOMI(W-TBL-CNT)
                        W-TX-UNI
                        W-TX-EB
                        W-GT-FB(W-TBL-CNT)
               END-UNSTRING
               MOVE W-TX-SJ  TO W-GT-SJ(W-TBL-CNT)
               MOVE W-TX-UNI TO W-GT-UNI(W-TBL-CNT)
               MOVE W-TX-EB  TO W-GT-EB(W-TBL-CNT)
               MOVE "N" TO W-GT-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションGAIJITXを１件ずつ適用する。
       P-030.
            OPEN INPUT GJ-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "GAIJI-MNT: NO GAIJITX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ GJ-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE GJ-TX
            END-IF.
            .
       P-031.
            IF GX-REC(1:1) = "#" OR GX-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-SJ W-TX-DESC W-TX-YOMI W-TX-UNI
                          W-TX-EB W-TX-FB W-REJ-RSN.
            MOVE GX-REC(1:3) TO W-TX-KBN.
            UNSTRING GX-REC(4:) DELIMITED BY "|"
                INTO W-TX-SJ W-TX-DESC W-TX-YOMI W-TX-UNI
                     W-TX-EB W-TX-FB
            END-UNSTRING.
            PERFORM P-032.
            IF W-REJ-RSN NOT = SPACE
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TX-KBN NOT = "DEL"
               PERFORM P-033
               IF W-REJ-RSN NOT = SPACE
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
            END-IF.
            PERFORM P-035.
            IF W-TX-KBN NOT = "DEL"
               PERFORM P-036
               IF W-REJ-RSN NOT = SPACE
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
            END-IF.
            EVALUATE W-TX-KBN ALSO W-HIT-SW
                WHEN "ADD" ALSO "N"
                     PERFORM P-040
                WHEN "CHG" ALSO "Y"
                     PERFORM P-041
                WHEN "DEL" ALSO "Y"
                     ADD 1 TO W-DEL-CNT
                     MOVE "Y" TO W-GT-DEL(W-FND)
                     MOVE W-GT-DESC(W-FND) TO W-TX-DESC
                     MOVE W-GT-UNI(W-FND)  TO W-TX-UNI
                     MOVE W-GT-EB(W-FND)   TO W-TX-EB
                     MOVE W-GT-FB(W-FND)   TO W-TX-FB
                     PERFORM P-050
                WHEN "ADD" ALSO "Y"
                     MOVE "CODE ALREADY REGISTERED"     TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH CODE / BAD KBN"      TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   ＳＪＩＳ符号の検査（１６進４桁、F040〜F9FC、後続バイト
      *   40〜FCで7F以外）。
       P-032.
            MOVE W-TX-SJ TO W-HEX.
            MOVE 4 TO W-HLEN.
            PERFORM P-800.
            IF W-HEX-OK = "N" OR W-TX-SJ(5:1) NOT = SPACE
               MOVE "SJIS CODE MUST BE 4 HEX DIGITS"  TO W-REJ-RSN
            ELSE
               DIVIDE W-NUM BY 256 GIVING W-LEAD REMAINDER W-TRAIL
               IF W-LEAD < 240 OR W-LEAD > 249
                  OR W-TRAIL < 64 OR W-TRAIL > 252 OR W-TRAIL = 127
                  MOVE "SJIS CODE NOT IN F040-F9FC"   TO W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   ADD／CHGの欄の検査（Unicode・ＥＢＣＤＩＣ符号・代替）。
       P-033.
            MOVE 0 TO W-HLEN.
            INSPECT W-TX-UNI TALLYING W-HLEN
                    FOR CHARACTERS BEFORE INITIAL SPACE.
            MOVE W-TX-UNI TO W-HEX.
            PERFORM P-800.
            EVALUATE TRUE
                WHEN W-HLEN < 4 OR W-HLEN > 6 OR W-HEX-OK = "N"
                     MOVE "UNICODE MUST BE 4-6 HEX DIGITS" TO W-REJ-RSN
                WHEN W-NUM > 65535
                     MOVE "UNICODE BEYOND FFFF - USE PUA" TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN = SPACE
               MOVE W-TX-EB TO W-HEX
               MOVE 4 TO W-HLEN
               PERFORM P-800
               DIVIDE W-NUM BY 256 GIVING W-LEAD REMAINDER W-TRAIL
               IF W-HEX-OK = "N" OR W-TX-EB(5:1) NOT = SPACE
                  OR W-LEAD < 65 OR W-LEAD > 254
                  MOVE "EBCDIC CODE MUST BE 4100-FEFF HEX"
                                                 TO W-REJ-RSN
               END-IF
            END-IF.
            IF W-REJ-RSN = SPACE AND W-TX-FB = SPACE
               MOVE "FALLBACK REQUIRED"          TO W-REJ-RSN
            END-IF.
            .
      *
      *   ＳＪＩＳ符号で表を探す（W-TX-SJ→W-FND）。
       P-035.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-GT-SJ(W-SUB) = W-TX-SJ
                  AND W-GT-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   Unicode・ＥＢＣＤＩＣ符号が別の行と重ならないこと（重なると
      *   逆向きの引き当てが一意に決まらない）。
       P-036.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-REJ-RSN NOT = SPACE
               IF W-GT-DEL(W-SUB) NOT = "Y"
                  AND W-GT-SJ(W-SUB) NOT = W-TX-SJ
                  IF W-GT-UNI(W-SUB) = W-TX-UNI
                     STRING "UNICODE ALREADY USED BY "
                            W-GT-SJ(W-SUB)
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
                  IF W-GT-EB(W-SUB) = W-TX-EB
                     AND W-REJ-RSN = SPACE
                     STRING "EBCDIC CODE ALREADY USED BY "
                            W-GT-SJ(W-SUB)
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   追加。
       P-040.
            IF W-TBL-CNT >= 500
               MOVE "REGISTRY FULL"              TO W-REJ-RSN
               PERFORM P-043
            ELSE
               ADD 1 TO W-TBL-CNT
               MOVE W-TX-SJ   TO W-GT-SJ(W-TBL-CNT)
               PERFORM P-042
               MOVE "N"       TO W-GT-DEL(W-TBL-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。適用前の行をリストへ残してから書き替える。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-GT-SJ(W-FND) " " W-GT-UNI(W-FND)
                   " " W-GT-EB(W-FND) " " W-GT-FB(W-FND)
                   " " W-GT-DESC(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE GL-REC FROM W-LST-WK.
            MOVE W-FND TO W-SUB.
            MOVE W-TBL-CNT TO W-OUT-CNT.
            MOVE W-FND TO W-TBL-CNT.
            PERFORM P-042.
            MOVE W-OUT-CNT TO W-TBL-CNT.
            MOVE 0 TO W-OUT-CNT.
            PERFORM P-050.
            .
       P-042.
            MOVE W-TX-DESC TO W-GT-DESC(W-TBL-CNT).
            MOVE W-TX-YOMI TO W-GT-YOMI(W-TBL-CNT).
            MOVE W-TX-UNI  TO W-GT-UNI(W-TBL-CNT).
            MOVE W-TX-EB   TO W-GT-EB(W-TBL-CNT).
            MOVE W-TX-FB   TO W-GT-FB(W-TBL-CNT).
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-SJ(1:4) " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE GL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-SJ(1:4) " " W-TX-UNI(1:6)
                   " " W-TX-EB(1:4) " " W-TX-FB " " W-TX-DESC
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE GL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．論理削除の行を除き新台帳GAIJIMSTOへ書き出す。
       P-060.
            OPEN OUTPUT GJ-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE GJ-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-GT-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO GO-REC
               STRING W-GT-SJ(W-SUB)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-GT-DESC(W-SUB) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-GT-YOMI(W-SUB) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-GT-UNI(W-SUB)  DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-GT-EB(W-SUB)   DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-GT-FB(W-SUB)   DELIMITED BY SPACE
                      INTO GO-REC
               END-STRING
               WRITE GO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   ケース4．適用件数の報告。
       P-070.
            MOVE SPACE TO W-LST-WK.
            STRING "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                   " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE GL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT.
            .
      *
      *   ケース5．外字の出現一覧。走査表の１行ずつ、様式カードを
      *            ロードしてからマスタを読む。
       P-500.
            OPEN INPUT SCN-IN.
            IF W-SCN-FS NOT = "00"
               DISPLAY "GAIJI-MNT: NO GAIJISCN FS=" W-SCN-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT OCC-OU.
            MOVE "# FILE|REC|FIELD|POS|FORM|CODE|FALLBACK|GLYPH"
                 TO OC-REC.
            WRITE OC-REC.
            PERFORM UNTIL W-SC-EOF
               READ SCN-IN
                    AT END      MOVE "Y" TO W-SC-EOF-SW
                    NOT AT END  PERFORM P-510
               END-READ
            END-PERFORM.
            CLOSE SCN-IN OCC-OU.
            DISPLAY "OCCURRENCES=" W-OC-CNT
                    " UNREGISTERED=" W-UNREG-CNT.
            IF W-UNREG-CNT > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            .
       P-510.
            IF SC-REC(1:1) = "#" OR SC-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-SC-FILE W-SC-LAY W-SC-FMT
               UNSTRING SC-REC DELIMITED BY "|"
                   INTO W-SC-FILE W-SC-LAY W-SC-FMT
               END-UNSTRING
               IF W-SC-FMT NOT = "FIXED"
                  MOVE "PIPE" TO W-SC-FMT
               END-IF
               PERFORM P-520
               MOVE W-SC-FILE TO W-SRC-NAME
               MOVE 0 TO W-REC-NO W-FILE-CNT
               MOVE "N" TO W-EOF-SW
               OPEN INPUT SRC-IN
               IF W-SRC-FS NOT = "00"
                  DISPLAY "GAIJI-MNT: " W-SC-FILE " NOT FOUND - SKIPPED"
               ELSE
                  PERFORM UNTIL W-EOF
                     READ SRC-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  ADD 1 TO W-REC-NO
                                      PERFORM P-530
                     END-READ
                  END-PERFORM
                  CLOSE SRC-IN
                  DISPLAY W-SC-FILE " RECORDS=" W-REC-NO
                          " GAIJI=" W-FILE-CNT
               END-IF
            END-IF.
            .
      *
      *   様式カード（項目名|開始位置|バイト長|型）のロード。PIPEの
      *   開始位置は項目番号。
       P-520.
            MOVE 0 TO W-LY-CNT.
            IF W-SC-LAY NOT = SPACE
               MOVE W-SC-LAY TO W-LAY-NAME
               OPEN INPUT LAY-IN
               IF W-LAY-FS NOT = "00"
                  DISPLAY "GAIJI-MNT: LAYOUT " W-SC-LAY
                          " NOT FOUND - FIELDS BY NUMBER"
               ELSE
                  PERFORM UNTIL W-LAY-FS NOT = "00"
                     READ LAY-IN
                          AT END      CONTINUE
                          NOT AT END  PERFORM P-521
                     END-READ
                  END-PERFORM
                  CLOSE LAY-IN
               END-IF
            END-IF.
            .
       P-521.
            IF LY-REC(1:1) NOT = "#" AND LY-REC NOT = SPACE
               AND W-LY-CNT < 40
               MOVE SPACE TO W-LD-NAME W-LD-POS W-LD-LEN
               UNSTRING LY-REC DELIMITED BY "|"
                   INTO W-LD-NAME W-LD-POS W-LD-LEN
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(W-LD-POS) = 0
                  AND FUNCTION TEST-NUMVAL(W-LD-LEN) = 0
                  ADD 1 TO W-LY-CNT
                  MOVE W-LD-NAME TO W-LY-NAME(W-LY-CNT)
                  MOVE FUNCTION NUMVAL(W-LD-POS) TO W-LY-POS(W-LY-CNT)
                  MOVE FUNCTION NUMVAL(W-LD-LEN) TO W-LY-LEN(W-LY-CNT)
               END-IF
            END-IF.
            .
      *
      *   １レコードを文字の区切りでたどり、外字を拾う。
       P-530.
            IF SR-REC(1:1) NOT = "#" AND SR-REC NOT = SPACE
               PERFORM P-531
            END-IF.
            .
       P-531.
            MOVE 0 TO W-REC-LEN.
            INSPECT FUNCTION REVERSE(SR-REC)
                    TALLYING W-REC-LEN FOR LEADING SPACE.
            COMPUTE W-REC-LEN = 300 - W-REC-LEN.
            MOVE 1 TO W-I.
            PERFORM UNTIL W-I > W-REC-LEN
               COMPUTE W-ORD = FUNCTION ORD(SR-REC(W-I:1)) - 1
               MOVE SPACE TO W-FORM
               EVALUATE TRUE
                   WHEN W-ORD >= 240 AND W-ORD <= 249
                        AND W-I < W-REC-LEN
                        COMPUTE W-ORD2
                              = FUNCTION ORD(SR-REC(W-I + 1:1)) - 1
                        IF W-ORD2 >= 64 AND W-ORD2 <= 252
                           AND W-ORD2 NOT = 127
                           MOVE 2 TO W-CL
                           PERFORM P-540
                           IF W-GJ-STS = "0"
                              MOVE "SJIS"       TO W-FORM
                           ELSE
                              MOVE "UNREG-SJIS" TO W-FORM
                              COMPUTE W-CP = W-ORD * 256 + W-ORD2
                              PERFORM P-810
                           END-IF
                        ELSE
                           MOVE 1 TO W-CL
                        END-IF
                   WHEN W-ORD >= 224 AND W-ORD <= 239
                        MOVE 3 TO W-CL
                        PERFORM P-540
                        COMPUTE W-CP
                              = (W-ORD - 224) * 4096
                              + (FUNCTION ORD(SR-REC(W-I + 1:1))
                                 - 129) * 64
                              + FUNCTION ORD(SR-REC(W-I + 2:1)) - 129
                        IF W-GJ-STS = "0"
                           IF W-CP >= 57344 AND W-CP <= 63743
                              MOVE "PUA"  TO W-FORM
                           ELSE
                              MOVE "STD"  TO W-FORM
                           END-IF
                        ELSE
                           IF W-CP >= 57344 AND W-CP <= 63743
                              MOVE "UNREG-PUA" TO W-FORM
                              PERFORM P-810
                           END-IF
                        END-IF
                   WHEN W-ORD >= 192 AND W-ORD <= 223
                        MOVE 2 TO W-CL
                   WHEN OTHER
                        MOVE 1 TO W-CL
               END-EVALUATE
               IF W-FORM NOT = SPACE
                  PERFORM P-550
               END-IF
               ADD W-CL TO W-I
            END-PERFORM.
            .
      *
      *   W-I位置の外字を台帳で引く（"R"：符号|代替|字形の説明）。
       P-540.
            MOVE "1" TO W-GJ-STS.
            MOVE SPACE TO W-GJ-OUT.
            IF W-GJ-AVL = "Y"
               MOVE SR-REC(W-I:W-CL) TO W-GJ-IN
               CALL "GAIJI-CNV-1" USING W-GJ-FUNC W-GJ-IN W-GJ-IN-LEN
                                        W-GJ-OUT W-GJ-OUT-LEN W-GJ-STS
                   ON EXCEPTION
                       DISPLAY "GAIJI-MNT: GAIJI-CNV-1 NOT LINKED -"
                               " ONLY UNREGISTERED FORMS REPORTED"
                       MOVE "N" TO W-GJ-AVL
                       MOVE "1" TO W-GJ-STS
               END-CALL
            END-IF.
            .
      *
      *   出現１件を書く。項目はPIPEなら「|」の数＋１、FIXEDなら
      *   様式カードの範囲。
       P-550.
            ADD 1 TO W-OC-CNT W-FILE-CNT.
            IF W-FORM(1:6) = "UNREG-"
               ADD 1 TO W-UNREG-CNT
            END-IF.
            MOVE SPACE TO W-FLD-NAME.
            MOVE 0 TO W-FLD-NO.
            IF W-SC-FMT = "PIPE"
               INSPECT SR-REC(1:W-I) TALLYING W-FLD-NO FOR ALL "|"
               ADD 1 TO W-FLD-NO
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-LY-CNT
                  IF W-LY-POS(W-SUB) = W-FLD-NO
                     MOVE W-LY-NAME(W-SUB) TO W-FLD-NAME
                  END-IF
               END-PERFORM
            ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-LY-CNT
                  IF W-I >= W-LY-POS(W-SUB)
                     AND W-I < W-LY-POS(W-SUB) + W-LY-LEN(W-SUB)
                     MOVE W-SUB TO W-FLD-NO
                     MOVE W-LY-NAME(W-SUB) TO W-FLD-NAME
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FLD-NAME = SPACE
               IF W-FLD-NO = 0
                  MOVE "-" TO W-FLD-NAME
               ELSE
                  MOVE W-FLD-NO TO W-FLD-NAME
               END-IF
            END-IF.
            IF W-FORM(1:6) = "UNREG-"
               MOVE SPACE TO W-GJ-OUT
               STRING W-CODE    DELIMITED BY SPACE
                      "|〓|"    DELIMITED BY SIZE
                      INTO W-GJ-OUT
               END-STRING
            END-IF.
            MOVE SPACE TO OC-REC.
            STRING W-SC-FILE  DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-REC-NO   DELIMITED BY SIZE
                   "|"        DELIMITED BY SIZE
                   W-FLD-NAME DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-I        DELIMITED BY SIZE
                   "|"        DELIMITED BY SIZE
                   W-FORM     DELIMITED BY SPACE
                   "|"        DELIMITED BY SIZE
                   W-GJ-OUT   DELIMITED BY "  "
                   INTO OC-REC
            END-STRING.
            WRITE OC-REC.
            .
      *
      *   １６進W-HEX（先頭W-HLEN桁）→数値W-NUM。
       P-800.
            MOVE "Y" TO W-HEX-OK.
            MOVE 0 TO W-NUM.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-HLEN
               PERFORM VARYING W-D FROM 1 BY 1
                       UNTIL W-D > 16
                          OR W-HEXDIG(W-D:1) = W-HEX(W-K:1)
                  CONTINUE
               END-PERFORM
               IF W-D > 16
                  MOVE "N" TO W-HEX-OK
                  MOVE 1 TO W-D
               END-IF
               COMPUTE W-NUM = W-NUM * 16 + W-D - 1
            END-PERFORM.
            .
      *
      *   数値W-CP→１６進４桁W-CODE（台帳に無い外字の表示用）。
       P-810.
            MOVE SPACE TO W-CODE.
            MOVE W-CP TO W-NUM.
            PERFORM VARYING W-K FROM 4 BY -1 UNTIL W-K < 1
               DIVIDE W-NUM BY 16 GIVING W-NUM REMAINDER W-D
               MOVE W-HEXDIG(W-D + 1:1) TO W-CODE(W-K:1)
            END-PERFORM.
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
               DISPLAY "GAIJI-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "GAIJI-MNT|" W-BC-DATE
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
