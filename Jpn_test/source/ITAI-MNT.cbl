      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：異体字マスタの保守と異体字衝突の照合表
      *    処理概要　　：名前やキーに混じる異体字（髙／高、﨑／崎、
      *                  邊／邉／辺、齋／斎）を照合のときだけ標準字へ
      *                  畳むための異体字マスタITAIMST（異体字|標準字|
      *                  表示）を、ADD／CHG／DELトランザクション
      *                  （ITAITX）で保守する。表示は S（標準字で見せ
      *                  る）か V（書かれた異体字のまま見せる。人名
      *                  など）。
      *                  環境変数 ITAI_MNT_MODE で動作を選ぶ。
      *                    未指定／APPLY：トランザクションを当て、
      *                      新マスタITAIMSTO・更新リストITAILST・
      *                      コントロールレコード（BATCTL）を書く。
      *                      新旧マスタの入れ替えはYOMI-MNTと同じ作法
      *                      で運用者が行う。
      *                    COLL：照合表ITAICOLL。OCCTBLIN・OCCTBLMS・
      *                      QA99MNT・CASEMETA（持ち主）のキーを
      *                      ITAI-CNV-1で畳み、畳むと別のキーと同じに
      *                      なるキーの組をマスタごとに一覧する（異体
      *                      字違いの二重登録の洗い出し）。１組でも
      *                      あればRETURN-CODE 4。マスタは読むだけで
      *                      書き替えない。
      *    使用方法　　：APPLYはOPERATOR_IDの権限（PERM-CHK-1）を
      *                  照会する。トランザクションは先頭３桁が
      *                  ADD／CHG／DEL、続けて異体字|標準字|表示
      *                  （表示の省略はS）。標準字が別の行の異体字で
      *                  あるもの、異体字が別の行の標準字であるもの
      *                  （畳み込みの連鎖）ははねる。
      *  --------------------------------------------------------------
      *   対象：異体字を含む名前の照合（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ITAI-MNT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-30.
       DATE-COMPILED.        2026-09-30.
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
           SELECT ITA-IN     ASSIGN TO "ITAIMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT ITA-TX     ASSIGN TO "ITAITX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT ITA-OU     ASSIGN TO "ITAIMSTO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITA-LS     ASSIGN TO "ITAILST"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OIN-IN     ASSIGN TO "OCCTBLIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT OMS-IN     ASSIGN TO "OCCTBLMS"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT MNT-IN     ASSIGN TO "QA99MNT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT MET-IN     ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT COL-OU     ASSIGN TO "ITAICOLL"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  ITA-IN.
       01  II-REC             PIC X(80).
       FD  ITA-TX.
       01  IX-REC             PIC X(80).
       FD  ITA-OU.
       01  IO-REC             PIC X(80).
       FD  ITA-LS.
       01  IL-REC             PIC X(132).
       FD  OIN-IN.
       01  OI-REC.
           05  OI-KEY         PIC X(10).
           05  FILLER         PIC X(29).
       FD  OMS-IN.
       01  OM-REC.
           05  OM-KEY         PIC X(10).
           05  FILLER         PIC X(29).
       FD  MNT-IN.
       01  MN-REC.
           05  FILLER         PIC X(04).
           05  MN-KEY         PIC X(20).
           05  FILLER         PIC X(226).
       FD  MET-IN.
       01  ME-REC             PIC X(200).
       FD  COL-OU.
       01  CO-REC             PIC X(132).
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
      *    マスタ表（最大1000件）。キーは異体字の並び。
       01  W-TBL-CNT          PIC 9(04)          VALUE 0.
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-IT-TBL.
           05  W-IT           OCCURS 1000.
               10  W-IT-VAR   PIC X(12).
               10  W-IT-STD   PIC X(12).
               10  W-IT-DSP   PIC X(01).
               10  W-IT-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-VAR           PIC X(12).
       01  W-TX-STD           PIC X(12).
       01  W-TX-DSP           PIC X(01).
       01  W-REJ-RSN          PIC X(40).
      *    照合表（マスタごとに、重複を除いたキーと畳んだキー。
      *    最大2000キー）
       01  W-CK-CNT           PIC 9(04)          VALUE 0.
       01  W-CK-TBL.
           05  W-CK           OCCURS 2000.
               10  W-CK-KEY   PIC X(40).
               10  W-CK-NORM  PIC X(40).
               10  W-CK-DONE  PIC X(01).
       01  W-CK-SRC           PIC X(08).
       01  W-CV-KEY           PIC X(40).
       01  W-CV-NORM          PIC X(40).
       01  W-CV-DISP          PIC X(40).
       01  W-CV-STS           PIC X(01).
       01  W-CHK-CNT          PIC 9(05)          VALUE 0.
       01  W-GRP-CNT          PIC 9(05)          VALUE 0.
       01  W-GRP-KEYS         PIC 9(03).
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
       01  W-LST-WK           PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (ITAI-MNT)".
            DISPLAY "ITAI_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            IF W-MODE = "COLL"
               PERFORM P-500
               DISPLAY "TEST END   (ITAI-MNT)"
               GOBACK
            END-IF.
            MOVE "APPLY" TO W-MODE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "ITAI-MNT" TO W-PRM-PROG.
            MOVE W-MODE     TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "ITAI-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT ITA-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-030.
            PERFORM P-060.
            PERFORM P-070.
            PERFORM P-900.
            CLOSE ITA-LS.
            DISPLAY "TEST END   (ITAI-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行マスタITAIMSTを表へロードする。
       P-020.
            OPEN INPUT ITA-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "ITAI-MNT: NO ITAIMST, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ ITA-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE ITA-IN
            END-IF.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF II-REC(1:1) NOT = "#" AND II-REC NOT = SPACE
               AND W-TBL-CNT < 1000
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-IT-VAR(W-TBL-CNT) W-IT-STD(W-TBL-CNT)
                             W-IT-DSP(W-TBL-CNT)
               UNSTRING II-REC DELIMITED BY "|"
                   INTO W-IT-VAR(W-TBL-CNT)
                        W-IT-STD(W-TBL-CNT)
                        W-IT-DSP(W-TBL-CNT)
               END-UNSTRING
               IF W-IT-DSP(W-TBL-CNT) NOT = "V"
                  MOVE "S" TO W-IT-DSP(W-TBL-CNT)
               END-IF
               MOVE "N" TO W-IT-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションITAITXを１件ずつ適用する。
       P-030.
            OPEN INPUT ITA-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "ITAI-MNT: NO ITAITX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ ITA-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE ITA-TX
            END-IF.
            .
       P-031.
            IF IX-REC(1:1) = "#" OR IX-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-VAR W-TX-STD W-TX-DSP W-REJ-RSN.
            MOVE IX-REC(1:3) TO W-TX-KBN.
            UNSTRING IX-REC(4:) DELIMITED BY "|"
                INTO W-TX-VAR W-TX-STD W-TX-DSP
            END-UNSTRING.
            IF W-TX-DSP = SPACE
               MOVE "S" TO W-TX-DSP
            END-IF.
            IF W-TX-VAR = SPACE
               MOVE "VARIANT REQUIRED"           TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            IF W-TX-KBN NOT = "DEL"
               IF W-TX-STD = SPACE OR W-TX-STD = W-TX-VAR
                  MOVE "STANDARD MISSING OR SAME AS VARIANT"
                                                 TO W-REJ-RSN
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
               IF W-TX-DSP NOT = "S" AND W-TX-DSP NOT = "V"
                  MOVE "DISPLAY MUST BE S OR V"  TO W-REJ-RSN
                  PERFORM P-043
                  GO TO P-031-EXIT
               END-IF
               PERFORM P-036
               IF W-REJ-RSN NOT = SPACE
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
                     MOVE "Y" TO W-IT-DEL(W-FND)
                     MOVE W-IT-STD(W-FND) TO W-TX-STD
                     MOVE W-IT-DSP(W-FND) TO W-TX-DSP
                     PERFORM P-050
                WHEN "ADD" ALSO "Y"
                     MOVE "VARIANT ALREADY REGISTERED"  TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH VARIANT / BAD KBN"   TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   異体字で表を探す（W-TX-VAR→W-FND）。
       P-035.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-IT-VAR(W-SUB) = W-TX-VAR
                  AND W-IT-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   畳み込みの連鎖の検査。標準字が別の行の異体字であるか、
      *   異体字が別の行の標準字であれば理由を立てる。
       P-036.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-REJ-RSN NOT = SPACE
               IF W-IT-DEL(W-SUB) NOT = "Y"
                  IF W-IT-VAR(W-SUB) = W-TX-STD
                     MOVE "STANDARD IS ITSELF A VARIANT" TO W-REJ-RSN
                  END-IF
                  IF W-IT-STD(W-SUB) = W-TX-VAR
                     MOVE "VARIANT IS A STANDARD ELSEWHERE"
                                                 TO W-REJ-RSN
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   追加。
       P-040.
            IF W-TBL-CNT >= 1000
               MOVE "MASTER FULL"                TO W-REJ-RSN
               PERFORM P-043
            ELSE
               ADD 1 TO W-TBL-CNT
               MOVE W-TX-VAR  TO W-IT-VAR(W-TBL-CNT)
               MOVE W-TX-STD  TO W-IT-STD(W-TBL-CNT)
               MOVE W-TX-DSP  TO W-IT-DSP(W-TBL-CNT)
               MOVE "N"       TO W-IT-DEL(W-TBL-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。適用前の標準字・表示をリストへ残してから書き替える。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-IT-VAR(W-FND) " " W-IT-STD(W-FND)
                   " " W-IT-DSP(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE IL-REC FROM W-LST-WK.
            MOVE W-TX-STD TO W-IT-STD(W-FND).
            MOVE W-TX-DSP TO W-IT-DSP(W-FND).
            PERFORM P-050.
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-VAR " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE IL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-VAR " " W-TX-STD " " W-TX-DSP
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE IL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．論理削除の行を除き新マスタITAIMSTOへ書き出す。
       P-060.
            OPEN OUTPUT ITA-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE ITA-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-IT-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO IO-REC
               STRING W-IT-VAR(W-SUB) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-IT-STD(W-SUB) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-IT-DSP(W-SUB) DELIMITED BY SIZE
                      INTO IO-REC
               END-STRING
               WRITE IO-REC
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
            WRITE IL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT.
            .
      *
      *   ケース5．異体字衝突の照合表。４つの出所ごとにキーを重複
      *            なく集めてITAI-CNV-1で畳み、畳んだキーが同じに
      *            なる別のキーの組を一覧する。
       P-500.
            OPEN OUTPUT COL-OU.
            MOVE "KEYS THAT COLLIDE ONCE VARIANT KANJI ARE FOLDED"
                 TO CO-REC.
            WRITE CO-REC.
            MOVE "SOURCE    MATCH-KEY                 KEY AS STORED"
                 TO CO-REC.
            WRITE CO-REC.
            MOVE "OCCTBLIN" TO W-CK-SRC.
            MOVE 0 TO W-CK-CNT.
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
               PERFORM P-550
            END-IF.
            MOVE "OCCTBLMS" TO W-CK-SRC.
            MOVE 0 TO W-CK-CNT.
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
               PERFORM P-550
            END-IF.
            MOVE "QA99MNT" TO W-CK-SRC.
            MOVE 0 TO W-CK-CNT.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MNT-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MNT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  MOVE SPACE  TO W-CV-KEY
                                   MOVE MN-KEY TO W-CV-KEY
                                   PERFORM P-510
                  END-READ
               END-PERFORM
               CLOSE MNT-IN
               PERFORM P-550
            END-IF.
            MOVE "CASEMETA" TO W-CK-SRC.
            MOVE 0 TO W-CK-CNT.
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
               PERFORM P-550
            END-IF.
            MOVE SPACE TO W-LST-WK.
            STRING "KEYS CHECKED=" W-CHK-CNT
                   " COLLIDING GROUPS=" W-GRP-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE CO-REC FROM W-LST-WK.
            CLOSE COL-OU.
            DISPLAY "KEYS CHECKED=" W-CHK-CNT
                    " COLLIDING GROUPS=" W-GRP-CNT.
            IF W-GRP-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   キー１件を出所の表へ（同じキーは１回だけ）。
       P-510.
            IF W-CV-KEY NOT = SPACE
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-CK-CNT OR W-FND > 0
                  IF W-CK-KEY(W-SUB) = W-CV-KEY
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-CK-CNT < 2000
                  ADD 1 TO W-CHK-CNT
                  CALL "ITAI-CNV-1" USING W-CV-KEY W-CV-NORM
                                          W-CV-DISP W-CV-STS
                      ON EXCEPTION
                          MOVE W-CV-KEY TO W-CV-NORM
                  END-CALL
                  ADD 1 TO W-CK-CNT
                  MOVE W-CV-KEY  TO W-CK-KEY (W-CK-CNT)
                  MOVE W-CV-NORM TO W-CK-NORM(W-CK-CNT)
                  MOVE "N"       TO W-CK-DONE(W-CK-CNT)
               END-IF
            END-IF.
            .
      *
      *   出所１つ分の衝突の組を書く。畳んだキーが同じ別のキーが
      *   あれば、その畳んだキーの下に格納どおりのキーを並べる。
       P-550.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CK-CNT
               IF W-CK-DONE(W-SUB) = "N"
                  MOVE 1 TO W-GRP-KEYS
                  PERFORM VARYING W-SUB2 FROM W-SUB BY 1
                          UNTIL W-SUB2 > W-CK-CNT
                     IF W-SUB2 > W-SUB
                        AND W-CK-NORM(W-SUB2) = W-CK-NORM(W-SUB)
                        ADD 1 TO W-GRP-KEYS
                     END-IF
                  END-PERFORM
                  IF W-GRP-KEYS > 1
                     ADD 1 TO W-GRP-CNT
                     PERFORM VARYING W-SUB2 FROM W-SUB BY 1
                             UNTIL W-SUB2 > W-CK-CNT
                        IF W-CK-NORM(W-SUB2) = W-CK-NORM(W-SUB)
                           MOVE "Y" TO W-CK-DONE(W-SUB2)
                           MOVE SPACE TO W-LST-WK
                           STRING W-CK-SRC "  " W-CK-NORM(W-SUB)(1:24)
                                  "  " W-CK-KEY(W-SUB2)
                                  DELIMITED BY SIZE INTO W-LST-WK
                           END-STRING
                           WRITE CO-REC FROM W-LST-WK
                        END-IF
                     END-PERFORM
                  END-IF
               END-IF
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
               DISPLAY "ITAI-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "ITAI-MNT|" W-BC-DATE
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
