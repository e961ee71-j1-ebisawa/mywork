      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：要員マスタの保守・名寄せ照合・異動の引き継ぎ
      *    処理概要　　：CASEMETAとINCDREGの持ち主は漢字の自由記述
      *                  （田中・佐藤）、OPERPERMとPERMLOGの操作者は
      *                  ＩＤ、SIGNLEDの判断者はまた別の書き方で、
      *                  異動した人のケース・インシデント・権限が
      *                  いない人に付いたまま残っていた。要員マスタ
      *                  STAFFMST（要員ＩＤ|漢字氏名|読み|操作者ＩＤ
      *                  |所属|状態A／I）を設け、各ファイルの名前・
      *                  ＩＤをここへ名寄せする。名寄せは要員ＩＤ・
      *                  漢字氏名・読み・操作者ＩＤのどれと一致しても
      *                  よい（同じ値に有効・無効の行があれば有効を
      *                  採る）。環境変数 STAFF_MNT_MODE で動作を選ぶ。
      *                    未指定／APPLY：STAFFTX（先頭３桁がADD／CHG
      *                      ／DEL、続けてマスタと同じ６欄）を当て、
      *                      新マスタSTAFFMSTO・更新リストSTAFFLST・
      *                      コントロールレコード（BATCTL）を書く。
      *                      有効な行どうしで漢字氏名が重なるもの、
      *                      操作者ＩＤが重なるもの、状態がA／I以外の
      *                      ものははねる。DELは状態Iの行だけ（先に
      *                      CHGで無効にする。照合の履歴が読めなく
      *                      なるため）。
      *                    RECON：名寄せ照合表STAFFREC。CASEMETAの
      *                      持ち主、INCDREGの生きたインシデントの
      *                      持ち主、OPERPERMとPERMLOGの操作者、
      *                      SIGNLEDの判断者のうち、有効な要員に
      *                      名寄せできないものをファイル・レコード
      *                      番号・項目・値・結果（UNKNOWN＝該当なし、
      *                      INACTIVE＝無効の要員、BLANK＝空）で書く。
      *                      例外があればRETURN-CODE 4。
      *                    DEPART：異動・退職の引き継ぎ。
      *                      STAFF_LEAVER（去る人）とSTAFF_SUCCESSOR
      *                      （後任。有効な要員）を名寄せの値で指定
      *                      すると、次を作る（マスタそのものは書き
      *                      替えない）。
      *                        STAFFCMX：CASEMETX様式のCHG。去る人が
      *                          持ち主の行を後任の漢字氏名にする。
      *                        STAFFITX：INCDTX様式。去る人が持ち主
      *                          の生きたインシデントを後任へ移す。
      *                        OPERPERO：OPERPERMの差し替え案。去る人
      *                          の行を消し、同じプログラムの後任の行
      *                          へモードを足す（行が無ければ作る）。
      *                          後任がAPPLYとQUALIFYを同じ
      *                          プログラムに持つことになれば、リスト
      *                          へREVIEWを残す（BLD-MNTの分掌）。
      *                        STAFFMSTO：去る人を状態Iにしたマスタ。
      *                      運用者は DD_CASEMETX=STAFFCMX でMETA-MNT
      *                      を、DD_INCDTX=STAFFITX でINCD-REGの
      *                      UPDATEを流し、OPERPERMとSTAFFMSTを入れ
      *                      替える。
      *    使用方法　　：APPLY・DEPARTはOPERATOR_IDの権限（PERM-CHK-1
      *                  のAPPLY）を照会する。要員マスタが無い照合・
      *                  引き継ぎ、去る人・後任の指定の誤りは
      *                  RETURN-CODE 12。
      *  --------------------------------------------------------------
      *   対象：持ち主・操作者・判断者の名寄せ（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           STAFF-MNT.
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
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT STF-TX     ASSIGN TO "STAFFTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT STF-OU     ASSIGN TO "STAFFMSTO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STF-LS     ASSIGN TO "STAFFLST"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRC-IN     ASSIGN USING W-SRC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT REC-OU     ASSIGN TO "STAFFREC"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMX-OU     ASSIGN TO "STAFFCMX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITX-OU     ASSIGN TO "STAFFITX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRM-OU     ASSIGN TO "OPERPERO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  STF-IN.
       01  SI-REC             PIC X(160).
       FD  STF-TX.
       01  SX-REC             PIC X(160).
       FD  STF-OU.
       01  SO-REC             PIC X(160).
       FD  STF-LS.
       01  SL-REC             PIC X(132).
       FD  SRC-IN.
       01  SR-REC             PIC X(300).
       FD  REC-OU.
       01  RC-REC             PIC X(160).
       FD  CMX-OU.
       01  CX-REC             PIC X(200).
       FD  ITX-OU.
       01  IX-REC             PIC X(200).
       FD  PRM-OU.
       01  PO-REC             PIC X(160).
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
       01  W-SRC-NAME         PIC X(40).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
       01  W-BAD-SW           PIC X              VALUE "N".
           88  W-BAD                             VALUE "Y".
      *    要員マスタの表（最大300件）
       01  W-TBL-CNT          PIC 9(03)          VALUE 0.
       01  W-SUB              PIC 9(03).
       01  W-SUB2             PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-ID    PIC X(08).
               10  W-ST-KANJI PIC X(16).
               10  W-ST-YOMI  PIC X(40).
               10  W-ST-OPER  PIC X(16).
               10  W-ST-SECT  PIC X(12).
               10  W-ST-STS   PIC X(01).
               10  W-ST-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-ID            PIC X(10).
       01  W-TX-KANJI         PIC X(20).
       01  W-TX-YOMI          PIC X(40).
       01  W-TX-OPER          PIC X(20).
       01  W-TX-SECT          PIC X(12).
       01  W-TX-STS           PIC X(02).
       01  W-REJ-RSN          PIC X(40).
      *    件数
       01  W-ADD-CNT          PIC 9(04)          VALUE 0.
       01  W-CHG-CNT          PIC 9(04)          VALUE 0.
       01  W-DEL-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-OUT-CNT          PIC 9(04)          VALUE 0.
      *    名寄せ（P-700）の受け渡し域
       01  W-VAL              PIC X(40).
       01  W-RES              PIC X(08).
       01  W-RES-IX           PIC 9(03).
      *    照合の作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-F8               PIC X(60).
       01  W-FLD-IX           PIC 9(01).
       01  W-FLD-LBL          PIC X(10).
       01  W-LIVE-ONLY        PIC X(01).
       01  W-REC-NO           PIC 9(06).
       01  W-CHK-CNT          PIC 9(06).
       01  W-EXC-CNT          PIC 9(06).
       01  W-EXC-TOT          PIC 9(06)          VALUE 0.
      *    引き継ぎの作業域
       01  W-LV               PIC 9(03)          VALUE 0.
       01  W-SC               PIC 9(03)          VALUE 0.
       01  W-CMX-CNT          PIC 9(04)          VALUE 0.
       01  W-ITX-CNT          PIC 9(04)          VALUE 0.
       01  W-PRM-MOV          PIC 9(04)          VALUE 0.
       01  W-REVIEW-CNT       PIC 9(04)          VALUE 0.
      *    OPERPERMの表（注記行も順に持つ。最大300行）
       01  W-PM-CNT           PIC 9(03)          VALUE 0.
       01  W-PM-TBL.
           05  W-PM           OCCURS 300.
               10  W-PM-RAW   PIC X(100).
               10  W-PM-OPER  PIC X(16).
               10  W-PM-PROG  PIC X(10).
               10  W-PM-MODES PIC X(60).
               10  W-PM-KIND  PIC X(01).
      *            "C"＝注記行 "K"＝そのまま "U"＝書き替え "D"＝消す
       01  W-MD-TBL.
           05  W-MD           PIC X(10)  OCCURS 8.
       01  W-MD2-TBL.
           05  W-MD2          PIC X(10)  OCCURS 8.
       01  W-M                PIC 9(02).
       01  W-M2               PIC 9(02).
       01  W-MLEN             PIC 9(03).
       01  W-HAS-APPLY        PIC X(01).
       01  W-HAS-QUAL         PIC X(01).
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
            DISPLAY "TEST START (STAFF-MNT)".
            DISPLAY "STAFF_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE           FROM ENVIRONMENT-VALUE.
            IF W-MODE = "RECON"
               PERFORM P-020
               IF W-TBL-CNT = 0
                  DISPLAY "STAFF-MNT: NO STAFFMST - NOTHING TO RESOLVE"
                  MOVE 12 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM P-500
               DISPLAY "TEST END   (STAFF-MNT)"
               GOBACK
            END-IF.
            IF W-MODE NOT = "DEPART"
               MOVE "APPLY" TO W-MODE
            END-IF.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "STAFF-MNT" TO W-PRM-PROG.
            MOVE "APPLY"     TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "STAFF-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            IF W-MODE = "DEPART"
               IF W-TBL-CNT = 0
                  DISPLAY "STAFF-MNT: NO STAFFMST - CANNOT HAND OVER"
                  MOVE 12 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM P-600
               IF W-BAD
                  MOVE 12 TO RETURN-CODE
                  GOBACK
               END-IF
            ELSE
               OPEN OUTPUT STF-LS
               PERFORM P-030
               PERFORM P-070
            END-IF.
            PERFORM P-060.
            PERFORM P-900.
            CLOSE STF-LS.
            DISPLAY "TEST END   (STAFF-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行マスタSTAFFMSTを表へロードする。
       P-020.
            OPEN INPUT STF-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "STAFF-MNT: NO STAFFMST, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF SI-REC(1:1) NOT = "#" AND SI-REC NOT = SPACE
               AND W-TBL-CNT < 300
               ADD 1 TO W-TBL-CNT
               MOVE SPACE TO W-ST(W-TBL-CNT)
               UNSTRING SI-REC DELIMITED BY "|"
                   INTO W-ST-ID(W-TBL-CNT)
                        W-ST-KANJI(W-TBL-CNT)
                        W-ST-YOMI(W-TBL-CNT)
                        W-ST-OPER(W-TBL-CNT)
                        W-ST-SECT(W-TBL-CNT)
                        W-ST-STS(W-TBL-CNT)
               END-UNSTRING
               IF W-ST-STS(W-TBL-CNT) NOT = "I"
                  MOVE "A" TO W-ST-STS(W-TBL-CNT)
               END-IF
               MOVE "N" TO W-ST-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションSTAFFTXを１件ずつ適用する。
       P-030.
            OPEN INPUT STF-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "STAFF-MNT: NO STAFFTX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ STF-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE STF-TX
            END-IF.
            .
       P-031.
            IF SX-REC(1:1) = "#" OR SX-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-ID W-TX-KANJI W-TX-YOMI W-TX-OPER
                          W-TX-SECT W-TX-STS W-REJ-RSN.
            MOVE SX-REC(1:3) TO W-TX-KBN.
            UNSTRING SX-REC(4:) DELIMITED BY "|"
                INTO W-TX-ID W-TX-KANJI W-TX-YOMI W-TX-OPER
                     W-TX-SECT W-TX-STS
            END-UNSTRING.
            IF W-TX-ID = SPACE OR W-TX-ID(9:1) NOT = SPACE
               MOVE "STAFF ID REQUIRED (MAX 8)"   TO W-REJ-RSN
               PERFORM P-043
               GO TO P-031-EXIT
            END-IF.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-ST-ID(W-SUB) = W-TX-ID
                  AND W-ST-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-TX-KBN NOT = "DEL"
               PERFORM P-032
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
                     IF W-ST-STS(W-FND) NOT = "I"
                        MOVE "DEACTIVATE FIRST (CHG STATUS I)"
                                                 TO W-REJ-RSN
                        PERFORM P-043
                     ELSE
                        ADD 1 TO W-DEL-CNT
                        MOVE "Y" TO W-ST-DEL(W-FND)
                        MOVE W-FND TO W-SUB
                        PERFORM P-050
                     END-IF
                WHEN "ADD" ALSO "Y"
                     MOVE "STAFF ID ALREADY REGISTERED" TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH STAFF ID / BAD KBN"  TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   ADD／CHGの欄の検査。漢字氏名は有効な行どうしで、操作者ＩＤ
      *   は全行で重ならないこと（名寄せが一意に決まらなくなる）。
       P-032.
            IF W-TX-STS = SPACE
               MOVE "A" TO W-TX-STS
            END-IF.
            EVALUATE TRUE
                WHEN W-TX-KANJI = SPACE OR W-TX-KANJI(17:) NOT = SPACE
                     MOVE "KANJI NAME REQUIRED (MAX 16)" TO W-REJ-RSN
                WHEN W-TX-OPER(17:) NOT = SPACE
                     MOVE "OPERATOR ID MAX 16"           TO W-REJ-RSN
                WHEN W-TX-STS NOT = "A" AND W-TX-STS NOT = "I"
                     MOVE "STATUS MUST BE A OR I"        TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-REJ-RSN NOT = SPACE
               IF W-ST-DEL(W-SUB) NOT = "Y"
                  AND W-ST-ID(W-SUB) NOT = W-TX-ID
                  IF W-TX-OPER NOT = SPACE
                     AND W-ST-OPER(W-SUB) = W-TX-OPER
                     STRING "OPERATOR ID ALREADY USED BY "
                            W-ST-ID(W-SUB)
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
                  IF W-TX-STS = "A" AND W-ST-STS(W-SUB) = "A"
                     AND W-ST-KANJI(W-SUB) = W-TX-KANJI
                     AND W-REJ-RSN = SPACE
                     STRING "NAME SHARED WITH ACTIVE "
                            W-ST-ID(W-SUB)
                            DELIMITED BY SIZE INTO W-REJ-RSN
                     END-STRING
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   追加。
       P-040.
            IF W-TBL-CNT >= 300
               MOVE "STAFF MASTER FULL"          TO W-REJ-RSN
               PERFORM P-043
            ELSE
               ADD 1 TO W-TBL-CNT
               MOVE W-TX-ID TO W-ST-ID(W-TBL-CNT)
               MOVE W-TBL-CNT TO W-SUB
               PERFORM P-042
               MOVE "N" TO W-ST-DEL(W-TBL-CNT)
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。適用前の行をリストへ残してから書き替える。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-ST-ID(W-FND) " " W-ST-KANJI(W-FND)
                   " " W-ST-OPER(W-FND) " " W-ST-SECT(W-FND)
                   " " W-ST-STS(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE SL-REC FROM W-LST-WK.
            MOVE W-FND TO W-SUB.
            PERFORM P-042.
            PERFORM P-050.
            .
       P-042.
            MOVE W-TX-KANJI TO W-ST-KANJI(W-SUB).
            MOVE W-TX-YOMI  TO W-ST-YOMI(W-SUB).
            MOVE W-TX-OPER  TO W-ST-OPER(W-SUB).
            MOVE W-TX-SECT  TO W-ST-SECT(W-SUB).
            MOVE W-TX-STS   TO W-ST-STS(W-SUB).
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-ID(1:8) " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE SL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く（行はW-SUB）。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-ST-ID(W-SUB) " "
                   W-ST-KANJI(W-SUB) " " W-ST-OPER(W-SUB) " "
                   W-ST-SECT(W-SUB) " " W-ST-STS(W-SUB)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE SL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．論理削除の行を除き新マスタSTAFFMSTOへ書き出す。
       P-060.
            OPEN OUTPUT STF-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE STF-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-ST-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO SO-REC
               STRING W-ST-ID(W-SUB)    DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-ST-KANJI(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-ST-YOMI(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-ST-OPER(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-ST-SECT(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-ST-STS(W-SUB)   DELIMITED BY SIZE
                      INTO SO-REC
               END-STRING
               WRITE SO-REC
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
            WRITE SL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT.
            .
      *
      *   ケース5．名寄せ照合。ファイルごとに照合する項目番号を
      *            決めて読む。
       P-500.
            OPEN OUTPUT REC-OU.
            MOVE "# FILE|REC|FIELD|VALUE|RESULT|STAFF-ID|KANJI"
                 TO RC-REC.
            WRITE RC-REC.
            MOVE "CASEMETA" TO W-SRC-NAME.
            MOVE 3          TO W-FLD-IX.
            MOVE "OWNER"    TO W-FLD-LBL.
            MOVE "N"        TO W-LIVE-ONLY.
            PERFORM P-510.
            MOVE "INCDREG"  TO W-SRC-NAME.
            MOVE 4          TO W-FLD-IX.
            MOVE "OWNER"    TO W-FLD-LBL.
            MOVE "Y"        TO W-LIVE-ONLY.
            PERFORM P-510.
            MOVE "OPERPERM" TO W-SRC-NAME.
            MOVE 1          TO W-FLD-IX.
            MOVE "OPERATOR" TO W-FLD-LBL.
            MOVE "N"        TO W-LIVE-ONLY.
            PERFORM P-510.
            MOVE "PERMLOG"  TO W-SRC-NAME.
            MOVE 2          TO W-FLD-IX.
            MOVE "OPERATOR" TO W-FLD-LBL.
            PERFORM P-510.
            MOVE "SIGNLED"  TO W-SRC-NAME.
            MOVE 4          TO W-FLD-IX.
            MOVE "WHO"      TO W-FLD-LBL.
            PERFORM P-510.
            CLOSE REC-OU.
            DISPLAY "EXCEPTIONS=" W-EXC-TOT.
            IF W-EXC-TOT > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            .
       P-510.
            MOVE 0 TO W-REC-NO W-CHK-CNT W-EXC-CNT.
            OPEN INPUT SRC-IN.
            IF W-SRC-FS NOT = "00"
               DISPLAY "STAFF-MNT: " W-SRC-NAME(1:10)
                       " NOT FOUND - SKIPPED"
            ELSE
               PERFORM UNTIL W-EOF
                  READ SRC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  ADD 1 TO W-REC-NO
                                   PERFORM P-520
                  END-READ
               END-PERFORM
               CLOSE SRC-IN
               MOVE "N" TO W-EOF-SW
               MOVE SPACE TO RC-REC
               STRING "#SUM " W-SRC-NAME(1:10) " CHECKED=" W-CHK-CNT
                      " EXCEPTIONS=" W-EXC-CNT
                      DELIMITED BY SIZE INTO RC-REC
               END-STRING
               WRITE RC-REC
               DISPLAY W-SRC-NAME(1:10) " CHECKED=" W-CHK-CNT
                       " EXCEPTIONS=" W-EXC-CNT
            END-IF.
            .
       P-520.
            IF SR-REC(1:1) NOT = "#" AND SR-REC NOT = SPACE
               PERFORM P-530
               IF W-LIVE-ONLY = "Y" AND W-F3 = "CLOSED"
                  CONTINUE
               ELSE
                  ADD 1 TO W-CHK-CNT
                  EVALUATE W-FLD-IX
                      WHEN 1     MOVE W-F1 TO W-VAL
                      WHEN 2     MOVE W-F2 TO W-VAL
                      WHEN 3     MOVE W-F3 TO W-VAL
                      WHEN OTHER MOVE W-F4 TO W-VAL
                  END-EVALUATE
                  IF W-VAL = "(NONE)"
                     MOVE SPACE TO W-VAL
                  END-IF
                  PERFORM P-700
                  IF W-RES NOT = "OK"
                     PERFORM P-540
                  END-IF
               END-IF
            END-IF.
            .
       P-530.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
            END-UNSTRING.
            .
       P-540.
            ADD 1 TO W-EXC-CNT W-EXC-TOT.
            MOVE SPACE TO RC-REC.
            IF W-RES-IX > 0
               STRING W-SRC-NAME         DELIMITED BY SPACE
                      "|" W-REC-NO "|"   DELIMITED BY SIZE
                      W-FLD-LBL          DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-VAL              DELIMITED BY "  "
                      "|"                DELIMITED BY SIZE
                      W-RES              DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-ST-ID(W-RES-IX)  DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-ST-KANJI(W-RES-IX)
                                         DELIMITED BY SPACE
                      INTO RC-REC
               END-STRING
            ELSE
               STRING W-SRC-NAME         DELIMITED BY SPACE
                      "|" W-REC-NO "|"   DELIMITED BY SIZE
                      W-FLD-LBL          DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-VAL              DELIMITED BY "  "
                      "|"                DELIMITED BY SIZE
                      W-RES              DELIMITED BY SPACE
                      "||"               DELIMITED BY SIZE
                      INTO RC-REC
               END-STRING
            END-IF.
            WRITE RC-REC.
            .
      *
      *   ケース6．異動の引き継ぎ。去る人と後任を名寄せで決め、
      *            CASEMETA・INCDREG・OPERPERMの変更を作る。
       P-600.
            DISPLAY "STAFF_LEAVER" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-VAL.
            ACCEPT W-VAL          FROM ENVIRONMENT-VALUE.
            PERFORM P-700.
            MOVE W-RES-IX TO W-LV.
            DISPLAY "STAFF_SUCCESSOR" UPON ENVIRONMENT-NAME.
            MOVE SPACE TO W-VAL.
            ACCEPT W-VAL          FROM ENVIRONMENT-VALUE.
            PERFORM P-700.
            IF W-RES = "OK"
               MOVE W-RES-IX TO W-SC
            END-IF.
            IF W-LV = 0 OR W-SC = 0 OR W-LV = W-SC
               DISPLAY "STAFF-MNT: STAFF_LEAVER MUST RESOLVE AND"
                       " STAFF_SUCCESSOR MUST BE ANOTHER ACTIVE STAFF"
               MOVE "Y" TO W-BAD-SW
            ELSE
               OPEN OUTPUT STF-LS
               MOVE SPACE TO W-LST-WK
               STRING "DEPART  " W-ST-ID(W-LV) " " W-ST-KANJI(W-LV)
                      " -> " W-ST-ID(W-SC) " " W-ST-KANJI(W-SC)
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE SL-REC FROM W-LST-WK
               PERFORM P-610
               PERFORM P-620
               PERFORM P-630
               IF W-ST-STS(W-LV) NOT = "I"
                  MOVE "I" TO W-ST-STS(W-LV)
                  ADD 1 TO W-CHG-CNT
               END-IF
               MOVE SPACE TO W-LST-WK
               STRING "CASEMETX=" W-CMX-CNT " INCDTX=" W-ITX-CNT
                      " OPERPERM MOVED=" W-PRM-MOV
                      " REVIEW=" W-REVIEW-CNT
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE SL-REC FROM W-LST-WK
               DISPLAY W-LST-WK(1:72)
            END-IF.
            .
      *
      *   CASEMETA：去る人が持ち主の行をCHGで後任へ。
       P-610.
            OPEN OUTPUT CMX-OU.
            MOVE "CASEMETA" TO W-SRC-NAME.
            OPEN INPUT SRC-IN.
            IF W-SRC-FS NOT = "00"
               DISPLAY "STAFF-MNT: CASEMETA NOT FOUND - SKIPPED"
            ELSE
               PERFORM UNTIL W-EOF
                  READ SRC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-611
                  END-READ
               END-PERFORM
               CLOSE SRC-IN
               MOVE "N" TO W-EOF-SW
            END-IF.
            CLOSE CMX-OU.
            .
       P-611.
            IF SR-REC(1:1) NOT = "#" AND SR-REC NOT = SPACE
               PERFORM P-530
               MOVE W-F3 TO W-VAL
               PERFORM P-710
               IF W-HIT
                  ADD 1 TO W-CMX-CNT
                  MOVE SPACE TO CX-REC
                  STRING "CHG"             DELIMITED BY SIZE
                         W-F1              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F2              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-ST-KANJI(W-SC)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F4              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F5              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F6              DELIMITED BY SPACE
                         INTO CX-REC
                  END-STRING
                  WRITE CX-REC
                  MOVE SPACE TO W-LST-WK
                  STRING "CASEMETA " CX-REC(4:)
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE SL-REC FROM W-LST-WK
               END-IF
            END-IF.
            .
      *
      *   INCDREG：去る人が持ち主の生きたインシデントを後任へ。
      *   状態は今のまま、備考は空（台帳の備考を消さない）。
       P-620.
            OPEN OUTPUT ITX-OU.
            MOVE "INCDREG" TO W-SRC-NAME.
            OPEN INPUT SRC-IN.
            IF W-SRC-FS NOT = "00"
               DISPLAY "STAFF-MNT: INCDREG NOT FOUND - SKIPPED"
            ELSE
               PERFORM UNTIL W-EOF
                  READ SRC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-621
                  END-READ
               END-PERFORM
               CLOSE SRC-IN
               MOVE "N" TO W-EOF-SW
            END-IF.
            CLOSE ITX-OU.
            .
       P-621.
            IF SR-REC(1:1) NOT = "#" AND SR-REC NOT = SPACE
               PERFORM P-530
               MOVE W-F4 TO W-VAL
               PERFORM P-710
               IF W-HIT AND W-F3 NOT = "CLOSED"
                  ADD 1 TO W-ITX-CNT
                  MOVE SPACE TO IX-REC
                  STRING W-F1              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F2              DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-F3              DELIMITED BY SPACE
                         "||"              DELIMITED BY SIZE
                         W-ST-KANJI(W-SC)  DELIMITED BY SPACE
                         INTO IX-REC
                  END-STRING
                  WRITE IX-REC
                  MOVE SPACE TO W-LST-WK
                  STRING "INCDREG  " IX-REC
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE SL-REC FROM W-LST-WK
               END-IF
            END-IF.
            .
      *
      *   OPERPERM：去る人の行を消し、モードを後任の同じプログラム
      *   の行へ足す。
       P-630.
            IF W-ST-OPER(W-LV) = SPACE
               DISPLAY "STAFF-MNT: LEAVER HAS NO OPERATOR ID -"
                       " OPERPERM UNCHANGED"
            ELSE
               MOVE "OPERPERM" TO W-SRC-NAME
               OPEN INPUT SRC-IN
               IF W-SRC-FS NOT = "00"
                  DISPLAY "STAFF-MNT: OPERPERM NOT FOUND - SKIPPED"
               ELSE
                  PERFORM UNTIL W-EOF
                     READ SRC-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-631
                     END-READ
                  END-PERFORM
                  CLOSE SRC-IN
                  MOVE "N" TO W-EOF-SW
                  PERFORM P-632 VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-PM-CNT
                  PERFORM P-636
                  PERFORM P-638
               END-IF
            END-IF.
            .
       P-631.
            IF W-PM-CNT < 300
               ADD 1 TO W-PM-CNT
               MOVE SR-REC TO W-PM-RAW(W-PM-CNT)
               MOVE SPACE  TO W-PM-OPER(W-PM-CNT) W-PM-PROG(W-PM-CNT)
                              W-PM-MODES(W-PM-CNT)
               IF SR-REC(1:1) = "#" OR SR-REC = SPACE
                  MOVE "C" TO W-PM-KIND(W-PM-CNT)
               ELSE
                  MOVE "K" TO W-PM-KIND(W-PM-CNT)
                  UNSTRING SR-REC DELIMITED BY "|"
                      INTO W-PM-OPER(W-PM-CNT) W-PM-PROG(W-PM-CNT)
                           W-PM-MODES(W-PM-CNT)
                  END-UNSTRING
               END-IF
            END-IF.
            .
       P-632.
            IF W-PM-KIND(W-SUB) NOT = "C"
               AND W-PM-OPER(W-SUB) = W-ST-OPER(W-LV)
               MOVE "D" TO W-PM-KIND(W-SUB)
               ADD 1 TO W-PRM-MOV
               IF W-ST-OPER(W-SC) = SPACE
                  MOVE SPACE TO W-LST-WK
                  STRING "OPERPERM DROP " W-PM-RAW(W-SUB)(1:60)
                         " (SUCCESSOR HAS NO OPERATOR ID)"
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE SL-REC FROM W-LST-WK
               ELSE
                  PERFORM P-633
               END-IF
            END-IF.
            .
      *
      *   後任の同じプログラムの行を探し、無いモードだけ足す。行が
      *   無ければ表の末尾に作る。
       P-633.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-PM-CNT OR W-FND > 0
               IF W-PM-KIND(W-SUB2) NOT = "C"
                  AND W-PM-KIND(W-SUB2) NOT = "D"
                  AND W-PM-OPER(W-SUB2) = W-ST-OPER(W-SC)
                  AND W-PM-PROG(W-SUB2) = W-PM-PROG(W-SUB)
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0
               IF W-PM-CNT < 300
                  ADD 1 TO W-PM-CNT
                  MOVE W-PM-CNT TO W-FND
                  MOVE SPACE TO W-PM-RAW(W-FND)
                  MOVE W-ST-OPER(W-SC)   TO W-PM-OPER(W-FND)
                  MOVE W-PM-PROG(W-SUB)  TO W-PM-PROG(W-FND)
                  MOVE W-PM-MODES(W-SUB) TO W-PM-MODES(W-FND)
                  MOVE "U" TO W-PM-KIND(W-FND)
               END-IF
            ELSE
               MOVE SPACE TO W-MD-TBL W-MD2-TBL
               UNSTRING W-PM-MODES(W-SUB) DELIMITED BY ALL SPACE
                   INTO W-MD(1) W-MD(2) W-MD(3) W-MD(4)
                        W-MD(5) W-MD(6) W-MD(7) W-MD(8)
               END-UNSTRING
               PERFORM P-634 VARYING W-M FROM 1 BY 1 UNTIL W-M > 8
            END-IF.
            IF W-FND > 0
               MOVE SPACE TO W-LST-WK
               STRING "OPERPERM MOVE " W-PM-OPER(W-SUB) " "
                      W-PM-PROG(W-SUB) " -> " W-ST-OPER(W-SC) " "
                      W-PM-MODES(W-FND)
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE SL-REC FROM W-LST-WK
            END-IF.
            .
       P-634.
            IF W-MD(W-M) NOT = SPACE
               MOVE SPACE TO W-MD2-TBL
               UNSTRING W-PM-MODES(W-FND) DELIMITED BY ALL SPACE
                   INTO W-MD2(1) W-MD2(2) W-MD2(3) W-MD2(4)
                        W-MD2(5) W-MD2(6) W-MD2(7) W-MD2(8)
               END-UNSTRING
               MOVE "N" TO W-HIT-SW
               PERFORM VARYING W-M2 FROM 1 BY 1
                       UNTIL W-M2 > 8 OR W-HIT
                  IF W-MD2(W-M2) = W-MD(W-M)
                     MOVE "Y" TO W-HIT-SW
                  END-IF
               END-PERFORM
               IF NOT W-HIT
                  MOVE 0 TO W-MLEN
                  INSPECT FUNCTION REVERSE(W-PM-MODES(W-FND))
                          TALLYING W-MLEN FOR LEADING SPACE
                  COMPUTE W-MLEN = 60 - W-MLEN
                  IF W-MLEN < 49
                     MOVE W-MD(W-M)
                       TO W-PM-MODES(W-FND)(W-MLEN + 2:10)
                     MOVE "U" TO W-PM-KIND(W-FND)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   分掌の確認。後任が同じプログラム（または"*"）にAPPLYと
      *   QUALIFYを併せ持つことになればREVIEWを残す。
       P-636.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PM-CNT
               IF W-PM-KIND(W-SUB) NOT = "C"
                  AND W-PM-KIND(W-SUB) NOT = "D"
                  AND W-PM-OPER(W-SUB) = W-ST-OPER(W-SC)
                  MOVE W-SUB TO W-FND
                  MOVE "QUALIFY" TO W-MD(1)
                  PERFORM P-637
                  IF W-HIT
                     MOVE "N" TO W-HAS-APPLY
                     MOVE "APPLY" TO W-MD(1)
                     PERFORM VARYING W-SUB2 FROM 1 BY 1
                             UNTIL W-SUB2 > W-PM-CNT
                        IF W-PM-KIND(W-SUB2) NOT = "C"
                           AND W-PM-KIND(W-SUB2) NOT = "D"
                           AND W-PM-OPER(W-SUB2) = W-ST-OPER(W-SC)
                           AND (W-PM-PROG(W-SUB2) = W-PM-PROG(W-SUB)
                                OR W-PM-PROG(W-SUB2) = "*")
                           MOVE W-SUB2 TO W-FND
                           PERFORM P-637
                           IF W-HIT
                              MOVE "Y" TO W-HAS-APPLY
                           END-IF
                        END-IF
                     END-PERFORM
                     IF W-HAS-APPLY = "Y"
                        ADD 1 TO W-REVIEW-CNT
                        MOVE SPACE TO W-LST-WK
                        STRING "REVIEW   " W-ST-OPER(W-SC)
                               " HOLDS APPLY AND QUALIFY FOR "
                               W-PM-PROG(W-SUB)
                               DELIMITED BY SIZE INTO W-LST-WK
                        END-STRING
                        WRITE SL-REC FROM W-LST-WK
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            .
      *    W-FND行のモード列にW-MD(1)があるか（W-HIT）。
       P-637.
            MOVE SPACE TO W-MD2-TBL.
            UNSTRING W-PM-MODES(W-FND) DELIMITED BY ALL SPACE
                INTO W-MD2(1) W-MD2(2) W-MD2(3) W-MD2(4)
                     W-MD2(5) W-MD2(6) W-MD2(7) W-MD2(8)
            END-UNSTRING.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-M2 FROM 1 BY 1
                    UNTIL W-M2 > 8 OR W-HIT
               IF W-MD2(W-M2) = W-MD(1)
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            .
      *
      *   差し替え案OPERPEROを書く。注記行とそのままの行は原文の
      *   まま、書き替えた行は組み直す。
       P-638.
            OPEN OUTPUT PRM-OU.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PM-CNT
               EVALUATE W-PM-KIND(W-SUB)
                   WHEN "C"
                   WHEN "K"
                        WRITE PO-REC FROM W-PM-RAW(W-SUB)
                   WHEN "U"
                        MOVE SPACE TO PO-REC
                        STRING W-PM-OPER(W-SUB)   DELIMITED BY SPACE
                               "|"                DELIMITED BY SIZE
                               W-PM-PROG(W-SUB)   DELIMITED BY SPACE
                               "|"                DELIMITED BY SIZE
                               W-PM-MODES(W-SUB)  DELIMITED BY "  "
                               INTO PO-REC
                        END-STRING
                        WRITE PO-REC
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-PERFORM.
            CLOSE PRM-OU.
            .
      *
      *   名寄せ。W-VALを要員ＩＤ・漢字氏名・読み・操作者ＩＤと
      *   突き合わせ、W-RES（OK／INACTIVE／UNKNOWN／BLANK）と行
      *   W-RES-IXを返す。有効な行を優先する。
       P-700.
            MOVE 0 TO W-RES-IX.
            IF W-VAL = SPACE
               MOVE "BLANK"   TO W-RES
            ELSE
               MOVE "UNKNOWN" TO W-RES
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-TBL-CNT OR W-RES = "OK"
                  IF W-ST-DEL(W-SUB) NOT = "Y"
                     AND (W-VAL = W-ST-ID(W-SUB)
                       OR W-VAL = W-ST-KANJI(W-SUB)
                       OR (W-VAL = W-ST-YOMI(W-SUB)
                           AND W-ST-YOMI(W-SUB) NOT = SPACE)
                       OR (W-VAL = W-ST-OPER(W-SUB)
                           AND W-ST-OPER(W-SUB) NOT = SPACE))
                     MOVE W-SUB TO W-RES-IX
                     IF W-ST-STS(W-SUB) = "A"
                        MOVE "OK"       TO W-RES
                     ELSE
                        MOVE "INACTIVE" TO W-RES
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   W-VALが去る人（行W-LV）の名寄せ値のどれかか（W-HIT）。
       P-710.
            MOVE "N" TO W-HIT-SW.
            IF W-VAL NOT = SPACE
               AND (W-VAL = W-ST-ID(W-LV)
                 OR W-VAL = W-ST-KANJI(W-LV)
                 OR W-VAL = W-ST-YOMI(W-LV)
                 OR W-VAL = W-ST-OPER(W-LV))
               MOVE "Y" TO W-HIT-SW
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
               DISPLAY "STAFF-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "STAFF-MNT|" W-BC-DATE
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
