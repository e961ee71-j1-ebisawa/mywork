      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：読みマスタの保守と未登録読みの例外表
      *    処理概要　　：漢字のキー（OCCTBLIN／OCCTBLMSの名前、
      *                  CASEMETAの持ち主）をコードポイント順でなく
      *                  五十音順に並べ・読みで引くための読みマスタ
      *                  YOMIMST（キー文字列|かなの読み）を、ADD／CHG／
      *                  DELトランザクション（YOMITX）で保守する。
      *                  読みはひらがな・カタカナ・長音だけを受け
      *                  付ける（カタカナで登録しても引くときは
      *                  YOMI-CNV-1がひらがなへ畳む）。
      *                  環境変数 YOMI_MNT_MODE で動作を選ぶ。
      *                    未指定／APPLY：トランザクションを当て、
      *                      新マスタYOMIMSTO・更新リストYOMILST・
      *                      コントロールレコード（BATCTL）を書く。
      *                      新旧マスタの入れ替えはCAL-MNTの新旧
      *                      マスタと同じ作法で運用者が行う。
      *                    EXCP：例外表YOMIEXCP。OCCTBLIN・OCCTBLMS・
      *                      CASEMETAの漢字を含むキーのうち、読みが
      *                      まだ登録されていないものを出所つきで
      *                      重複なく一覧する（読みの無いキーは
      *                      並べるとかなの後ろへ落ちるので、登録の
      *                      やり残しをここで拾う）。１件でもあれば
      *                      RETURN-CODE 4。
      *    使用方法　　：APPLYはOPERATOR_IDの権限（PERM-CHK-1）を
      *                  照会する。トランザクションは先頭３桁が
      *                  ADD／CHG／DEL、続けてキー|読み。
      *  --------------------------------------------------------------
      *   対象：漢字キーの五十音順（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           YOMI-MNT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-18.
       DATE-COMPILED.        2026-09-18.
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
           SELECT YOM-IN     ASSIGN TO "YOMIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT YOM-TX     ASSIGN TO "YOMITX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT YOM-OU     ASSIGN TO "YOMIMSTO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YOM-LS     ASSIGN TO "YOMILST"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OIN-IN     ASSIGN TO "OCCTBLIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT OMS-IN     ASSIGN TO "OCCTBLMS"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT MET-IN     ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT EXC-OU     ASSIGN TO "YOMIEXCP"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  YOM-IN.
       01  YI-REC             PIC X(130).
       FD  YOM-TX.
       01  YT-REC             PIC X(130).
       FD  YOM-OU.
       01  YO-REC             PIC X(130).
       FD  YOM-LS.
       01  YL-REC             PIC X(160).
       FD  OIN-IN.
       01  OI-REC.
           05  OI-KEY         PIC X(10).
           05  FILLER         PIC X(29).
       FD  OMS-IN.
       01  OM-REC.
           05  OM-KEY         PIC X(10).
           05  FILLER         PIC X(29).
       FD  MET-IN.
       01  ME-REC             PIC X(200).
       FD  EXC-OU.
       01  EX-REC             PIC X(132).
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
       01  W-SRC-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
      *    マスタ表（最大2000件）。キーは文字列そのもの。
       01  W-TBL-CNT          PIC 9(04)          VALUE 0.
       01  W-SUB              PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-YM-TBL.
           05  W-YM           OCCURS 2000.
               10  W-YM-KEY   PIC X(40).
               10  W-YM-YOMI  PIC X(80).
               10  W-YM-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-KEY           PIC X(40).
       01  W-TX-YOMI          PIC X(80).
       01  W-REJ-RSN          PIC X(40).
       01  W-I                PIC 9(03).
       01  W-B1               PIC 9(03).
       01  W-B2               PIC 9(03).
       01  W-KANA-SW          PIC X.
           88  W-ALL-KANA                        VALUE "Y".
      *    例外表（出所ごとに重複なく。最大2000キー）
       01  W-EX-CNT           PIC 9(04)          VALUE 0.
       01  W-EX-TBL.
           05  W-EX           OCCURS 2000.
               10  W-EX-KEY   PIC X(40).
       01  W-EX-SRC           PIC X(08).
       01  W-CV-KEY           PIC X(40).
       01  W-CV-YOMI          PIC X(80).
       01  W-CV-STS           PIC X(01).
       01  W-CHK-CNT          PIC 9(05)          VALUE 0.
       01  W-MISS-CNT         PIC 9(05)          VALUE 0.
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
      *    件数
       01  W-ADD-CNT          PIC 9(04)          VALUE 0.
       01  W-CHG-CNT          PIC 9(04)          VALUE 0.
       01  W-DEL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OUT-CNT          PIC 9(04)          VALUE 0.
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
       01  W-LST-WK           PIC X(160).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (YOMI-MNT)".
            DISPLAY "YOMI_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            IF W-MODE = "EXCP"
               PERFORM P-500
               DISPLAY "TEST END   (YOMI-MNT)"
               GOBACK
            END-IF.
            MOVE "APPLY" TO W-MODE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "YOMI-MNT" TO W-PRM-PROG.
            MOVE W-MODE     TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "YOMI-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT YOM-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-030.
            PERFORM P-060.
            PERFORM P-070.
            PERFORM P-900.
            CLOSE YOM-LS.
            DISPLAY "TEST END   (YOMI-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行マスタYOMIMSTを表へロードする。
       P-020.
            OPEN INPUT YOM-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "YOMI-MNT: NO YOMIMST, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ YOM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE YOM-IN
            END-IF.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF YI-REC(1:1) NOT = "#" AND YI-REC NOT = SPACE
               AND W-TBL-CNT < 2000
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-YM-KEY(W-TBL-CNT) W-YM-YOMI(W-TBL-CNT)
               UNSTRING YI-REC DELIMITED BY "|"
                   INTO W-YM-KEY (W-TBL-CNT)
                        W-YM-YOMI(W-TBL-CNT)
               END-UNSTRING
               MOVE "N" TO W-YM-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションYOMITXを１件ずつ適用する。
       P-030.
            OPEN INPUT YOM-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "YOMI-MNT: NO YOMITX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ YOM-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE YOM-TX
            END-IF.
            .
       P-031.
            IF YT-REC(1:1) = "#" OR YT-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-KEY W-TX-YOMI W-REJ-RSN.
            MOVE YT-REC(1:3) TO W-TX-KBN.
            UNSTRING YT-REC(4:) DELIMITED BY "|"
                INTO W-TX-KEY W-TX-YOMI
            END-UNSTRING.
            IF W-TX-KEY = SPACE
               MOVE "KEY REQUIRED"               TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TX-KBN NOT = "DEL"
               PERFORM P-036
               IF NOT W-ALL-KANA
                  MOVE "READING MUST BE KANA ONLY" TO W-REJ-RSN
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
            END-IF.
            PERFORM P-035.
            EVALUATE W-TX-KBN ALSO W-HIT-SW
                WHEN "ADD" ALSO "N"
                     PERFORM P-040
                WHEN "CHG" ALSO "Y"
                     PERFORM P-041
                WHEN "DEL" ALSO "Y"
                     ADD 1 TO W-DEL-CNT
                     MOVE "Y" TO W-YM-DEL(W-FND)
                     MOVE W-YM-YOMI(W-FND) TO W-TX-YOMI
                     PERFORM P-050
                WHEN "ADD" ALSO "Y"
                     MOVE "KEY ALREADY REGISTERED"      TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH KEY / BAD KBN"       TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   キーで表を探す（W-TX-KEY→W-FND）。
       P-035.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-YM-KEY(W-SUB) = W-TX-KEY
                  AND W-YM-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   読みの検査。空でなく、ひらがな・カタカナ・長音（先頭
      *   バイトE3・第２バイト81〜83の３バイト文字）だけであること。
       P-036.
            MOVE "Y" TO W-KANA-SW.
            IF W-TX-YOMI = SPACE
               MOVE "N" TO W-KANA-SW
            END-IF.
            MOVE 1 TO W-I.
            PERFORM UNTIL W-I > 78 OR NOT W-ALL-KANA
               IF W-TX-YOMI(W-I:) = SPACE
                  MOVE 79 TO W-I
               ELSE
                  COMPUTE W-B1 = FUNCTION ORD(W-TX-YOMI(W-I:1)) - 1
                  COMPUTE W-B2 = FUNCTION ORD(W-TX-YOMI(W-I + 1:1))
                               - 1
                  IF W-B1 = 227 AND W-B2 >= 129 AND W-B2 <= 131
                     ADD 3 TO W-I
                  ELSE
                     MOVE "N" TO W-KANA-SW
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   追加。
       P-040.
            IF W-TBL-CNT >= 2000
               MOVE "MASTER FULL"                TO W-REJ-RSN
               PERFORM P-043
            ELSE
               ADD 1 TO W-TBL-CNT
               MOVE W-TX-KEY  TO W-YM-KEY (W-TBL-CNT)
               MOVE W-TX-YOMI TO W-YM-YOMI(W-TBL-CNT)
               MOVE "N"       TO W-YM-DEL (W-TBL-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。適用前の読みをリストへ残してから書き替える。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-YM-KEY(W-FND) " " W-YM-YOMI(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE YL-REC FROM W-LST-WK.
            MOVE W-TX-YOMI TO W-YM-YOMI(W-FND).
            PERFORM P-050.
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-KEY " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE YL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-KEY " " W-TX-YOMI
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE YL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．論理削除の行を除き新マスタYOMIMSTOへ書き出す。
       P-060.
            OPEN OUTPUT YOM-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE YOM-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-YM-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO YO-REC
               STRING W-YM-KEY (W-SUB) DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-YM-YOMI(W-SUB) DELIMITED BY SPACE
                      INTO YO-REC
               END-STRING
               WRITE YO-REC
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
            WRITE YL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT.
            .
      *
      *   ケース5．未登録読みの例外表。３つの出所のキーを１件ずつ
      *            YOMI-CNV-1へ通し、状態"2"（漢字あり・読みなし）を
      *            出所ごとに重複なく載せる。
       P-500.
            OPEN OUTPUT EXC-OU.
            MOVE "KANJI KEYS WITH NO READING IN YOMIMST" TO EX-REC.
            WRITE EX-REC.
            MOVE "SOURCE    KEY" TO EX-REC.
            WRITE EX-REC.
            MOVE "OCCTBLIN" TO W-EX-SRC.
            MOVE 0 TO W-EX-CNT.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT OIN-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OIN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  MOVE SPACE  TO W-CV-KEY
                                   MOVE OI-KEY TO W-CV-KEY
                                   PERFORM P-510
                  END-READ
               END-PERFORM
               CLOSE OIN-IN
            END-IF.
            MOVE "OCCTBLMS" TO W-EX-SRC.
            MOVE 0 TO W-EX-CNT.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT OMS-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OMS-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  MOVE SPACE  TO W-CV-KEY
                                   MOVE OM-KEY TO W-CV-KEY
                                   PERFORM P-510
                  END-READ
               END-PERFORM
               CLOSE OMS-IN
            END-IF.
            MOVE "CASEMETA" TO W-EX-SRC.
            MOVE 0 TO W-EX-CNT.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MET-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MET-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                         IF ME-REC(1:1) NOT = "#" AND ME-REC NOT = SPACE
                            MOVE SPACE TO W-F1 W-F2 W-F3
                            UNSTRING ME-REC DELIMITED BY "|"
                                INTO W-F1 W-F2 W-F3
                            END-UNSTRING
                            MOVE W-F3 TO W-CV-KEY
                            PERFORM P-510
                         END-IF
                  END-READ
               END-PERFORM
               CLOSE MET-IN
            END-IF.
            MOVE SPACE TO W-LST-WK.
            STRING "KEYS CHECKED=" W-CHK-CNT
                   " WITHOUT READING=" W-MISS-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE EX-REC FROM W-LST-WK.
            CLOSE EXC-OU.
            DISPLAY "KEYS CHECKED=" W-CHK-CNT
                    " WITHOUT READING=" W-MISS-CNT.
            IF W-MISS-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   キー１件の判定。同じ出所で一度載せたキーは繰り返さない。
       P-510.
            IF W-CV-KEY = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-CHK-CNT
               CALL "YOMI-CNV-1" USING W-CV-KEY W-CV-YOMI W-CV-STS
                   ON EXCEPTION
                       MOVE "1" TO W-CV-STS
               END-CALL
               IF W-CV-STS = "2"
                  MOVE 0 TO W-FND
                  PERFORM VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-EX-CNT OR W-FND > 0
                     IF W-EX-KEY(W-SUB) = W-CV-KEY
                        MOVE W-SUB TO W-FND
                     END-IF
                  END-PERFORM
                  IF W-FND = 0 AND W-EX-CNT < 2000
                     ADD 1 TO W-EX-CNT
                     MOVE W-CV-KEY TO W-EX-KEY(W-EX-CNT)
                     ADD 1 TO W-MISS-CNT
                     MOVE SPACE TO W-LST-WK
                     STRING W-EX-SRC "  " W-CV-KEY
                            DELIMITED BY SIZE INTO W-LST-WK
                     END-STRING
                     WRITE EX-REC FROM W-LST-WK
                  END-IF
               END-IF
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
               DISPLAY "YOMI-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "YOMI-MNT|" W-BC-DATE
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
