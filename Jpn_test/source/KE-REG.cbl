      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：既知障害台帳の保守
      *    処理概要　　：cluster_failures.shは四十件のＮＧが一つの
      *                  症状だと教えてくれるが、半年後のコンパイラ
      *                  更新で同じ症状が戻ってきたとき、それが一度
      *                  診断され、どう回避したかを誰も覚えていない。
      *                  症状の型（クラスタリングと同じ正規化をした
      *                  DETAIL）ごとに、原因・回避策・関連する業者
      *                  障害（VNDDEFの受付番号）とINCDREGの事故・
      *                  記録者を持つ既知障害台帳KNOWNERRを設ける。
      *                  夜間のクラスタとの突き合わせは
      *                  cluster_failures.shが行い、一致したものは
      *                  障害明細報告とOPS-BULLに既知障害番号と
      *                  回避策が載る。
      *                  環境変数 KE_REG_MODE で動作を選ぶ。
      *                    UPDATE：ADD／CHG／DELトランザクション
      *                      KERRTX（先頭３桁＋下記様式）を当て、
      *                      新台帳KERROと更新リストKERRLを出す。
      *                      CHGの空白項目は現行のまま。記録者が空白
      *                      なら環境変数OPERATOR_IDを記録者とし、
      *                      記録日は当てた日になる。業者障害の受付
      *                      番号はVNDDEFに、事故（PROGRAM/CASE-ID を
      *                      空白区切り）はINCDREGに無ければリジェクト
      *                      （どちらもファイルが無いときは確かめない）。
      *                      同じ症状の型を二つの番号に持たせない。
      *                      リジェクトがあればRETURN-CODE 4。
      *                    未指定／LIST：台帳の一覧。
      *    台帳の様式　：既知障害番号|記録者|記録日|業者障害の受付
      *                  番号|事故|原因|回避策|症状の型
      *                  症状の型は行末まで（DETAILの「|」を含んで
      *                  よい）。末尾の「*」は前方一致。
      *    使用方法　　：tools/known_errors.shから実行する（症状の型の
      *                  正規化と新旧台帳の入れ替えはそこで行う）。
      *  --------------------------------------------------------------
      *   対象：既知障害の記録（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           KE-REG.
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
           SELECT KE-IN      ASSIGN TO "KNOWNERR"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT KE-TX      ASSIGN TO "KERRTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT KE-OU      ASSIGN TO "KERRO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KE-LS      ASSIGN TO "KERRL"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEF-IN     ASSIGN TO "VNDDEF"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DEF-FS.
           SELECT INC-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-INC-FS.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  KE-IN.
       01  KI-REC             PIC X(600).
       FD  KE-TX.
       01  KT-REC             PIC X(600).
       FD  KE-OU.
       01  KO-REC             PIC X(600).
       FD  KE-LS.
       01  KL-REC             PIC X(200).
       FD  DEF-IN.
       01  DF-REC             PIC X(200).
       FD  INC-IN.
       01  IC-REC             PIC X(200).
       FD  BCT-FILE.
       01  BCT-REC            PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-DEF-FS           PIC X(02).
       01  W-INC-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-OPERATOR         PIC X(16).
       01  W-TODAY            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
      *    既知障害台帳の表（最大300件）。キーは既知障害番号。
       01  W-KE-CNT           PIC 9(03)          VALUE 0.
       01  W-KE-TBL.
           05  W-KE           OCCURS 300.
               10  W-KE-ID    PIC X(10).
               10  W-KE-AUTH  PIC X(16).
               10  W-KE-DATE  PIC X(08).
               10  W-KE-VND   PIC X(16).
               10  W-KE-INC   PIC X(80).
               10  W-KE-ROOT  PIC X(120).
               10  W-KE-WORK  PIC X(120).
               10  W-KE-SIG   PIC X(200).
               10  W-KE-DEL   PIC X(01).
      *    参照先の控え（VNDDEFの受付番号・INCDREGのPROGRAM/CASE-ID）
       01  W-VD-CHK           PIC X(01)          VALUE "N".
       01  W-VD-CNT           PIC 9(03)          VALUE 0.
       01  W-VD-TBL.
           05  W-VD           OCCURS 200         PIC X(16).
       01  W-IR-CHK           PIC X(01)          VALUE "N".
       01  W-IR-CNT           PIC 9(03)          VALUE 0.
       01  W-IR-TBL.
           05  W-IR           OCCURS 300         PIC X(53).
      *    トランザクション分解域
       01  W-TX-BODY          PIC X(597).
       01  W-TX-KBN           PIC X(03).
       01  W-TX-ID            PIC X(10).
       01  W-TX-AUTH          PIC X(16).
       01  W-TX-DATE          PIC X(08).
       01  W-TX-VND           PIC X(16).
       01  W-TX-INC           PIC X(80).
       01  W-TX-ROOT          PIC X(120).
       01  W-TX-WORK          PIC X(120).
       01  W-TX-SIG           PIC X(200).
       01  W-REJ-WHY          PIC X(30).
      *    作業域
       01  W-PTR              PIC 9(03).
       01  W-SUB              PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-IC-PROG          PIC X(12).
       01  W-IC-CASE          PIC X(40).
       01  W-INC-ONE          PIC X(53).
       01  W-ADD-CNT          PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-DEL-CNT          PIC 9(03)          VALUE 0.
       01  W-REJ-CNT          PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
       01  W-LST-WK           PIC X(200).
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
            DISPLAY "TEST START (KE-REG)".
            DISPLAY "KE_REG_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-OPERATOR      FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            PERFORM P-020.
            MOVE W-KE-CNT TO W-IN-CNT0.
            EVALUATE W-MODE
                WHEN "UPDATE"
                     PERFORM P-025
                     OPEN OUTPUT KE-LS
                     PERFORM P-030
                     PERFORM P-060
                     MOVE SPACE TO W-LST-WK
                     STRING "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                            " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                            DELIMITED BY SIZE INTO W-LST-WK
                     END-STRING
                     WRITE KL-REC FROM W-LST-WK
                     CLOSE KE-LS
                     DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                             " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                     PERFORM P-900
                     IF W-REJ-CNT > 0
                        MOVE 4 TO RETURN-CODE
                     END-IF
                WHEN OTHER
                     PERFORM P-500
            END-EVALUATE.
            DISPLAY "TEST END   (KE-REG)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行台帳KNOWNERRを表へロードする。
       P-020.
            OPEN INPUT KE-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "KE-REG: NO KNOWNERR, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ KE-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE KE-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "LOAD-COUNT=" W-KE-CNT.
            .
       P-021.
            IF KI-REC(1:1) NOT = "#" AND KI-REC NOT = SPACE
               AND W-KE-CNT < 300
               ADD 1 TO W-KE-CNT
               MOVE 1 TO W-PTR
               UNSTRING KI-REC DELIMITED BY "|"
                   INTO W-KE-ID  (W-KE-CNT)
                        W-KE-AUTH(W-KE-CNT)
                        W-KE-DATE(W-KE-CNT)
                        W-KE-VND (W-KE-CNT)
                        W-KE-INC (W-KE-CNT)
                        W-KE-ROOT(W-KE-CNT)
                        W-KE-WORK(W-KE-CNT)
                   WITH POINTER W-PTR
               END-UNSTRING
               MOVE SPACE TO W-KE-SIG(W-KE-CNT)
               IF W-PTR <= 600
                  MOVE KI-REC(W-PTR:) TO W-KE-SIG(W-KE-CNT)
               END-IF
               MOVE "N" TO W-KE-DEL(W-KE-CNT)
            END-IF.
            .
      *
      *   参照先の控え。無いファイルは確かめない（CHKがNのまま）。
       P-025.
            OPEN INPUT DEF-IN.
            IF W-DEF-FS = "00"
               MOVE "Y" TO W-VD-CHK
               PERFORM UNTIL W-EOF
                  READ DEF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF DF-REC(1:1) NOT = "#"
                              AND DF-REC NOT = SPACE
                              AND W-VD-CNT < 200
                              ADD 1 TO W-VD-CNT
                              UNSTRING DF-REC DELIMITED BY "|"
                                  INTO W-VD(W-VD-CNT)
                              END-UNSTRING
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DEF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT INC-IN.
            IF W-INC-FS = "00"
               MOVE "Y" TO W-IR-CHK
               PERFORM UNTIL W-EOF
                  READ INC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF IC-REC(1:1) NOT = "#"
                              AND IC-REC NOT = SPACE
                              AND W-IR-CNT < 300
                              MOVE SPACE TO W-IC-PROG W-IC-CASE
                              UNSTRING IC-REC DELIMITED BY "|"
                                  INTO W-IC-PROG W-IC-CASE
                              END-UNSTRING
                              ADD 1 TO W-IR-CNT
                              MOVE SPACE TO W-IR(W-IR-CNT)
                              STRING W-IC-PROG DELIMITED BY SPACE
                                     "/"       DELIMITED BY SIZE
                                     W-IC-CASE DELIMITED BY SPACE
                                     INTO W-IR(W-IR-CNT)
                              END-STRING
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE INC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
      *
      *   ケース2．UPDATE。KERRTXを１件ずつ当てる。
       P-030.
            OPEN INPUT KE-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "KE-REG: NO KERRTX"
            ELSE
               PERFORM UNTIL W-EOF
                  READ KE-TX
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE KE-TX
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-031.
            IF KT-REC(1:1) = "#" OR KT-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-ID W-TX-AUTH W-TX-DATE W-TX-VND
                          W-TX-INC W-TX-ROOT W-TX-WORK W-TX-SIG
                          W-REJ-WHY.
            MOVE KT-REC(1:3) TO W-TX-KBN.
            MOVE KT-REC(4:)  TO W-TX-BODY.
            MOVE 1 TO W-PTR.
            UNSTRING W-TX-BODY DELIMITED BY "|"
                INTO W-TX-ID W-TX-AUTH W-TX-DATE W-TX-VND
                     W-TX-INC W-TX-ROOT W-TX-WORK
                WITH POINTER W-PTR
            END-UNSTRING.
            IF W-PTR <= 597
               MOVE W-TX-BODY(W-PTR:) TO W-TX-SIG
            END-IF.
            IF W-TX-AUTH = SPACE
               MOVE W-OPERATOR TO W-TX-AUTH
            END-IF.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-KE-CNT OR W-HIT
               IF W-KE-ID(W-SUB) = W-TX-ID
                  AND W-KE-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-TX-KBN NOT = "DEL"
               PERFORM P-045
               IF W-REJ-WHY NOT = SPACE
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
                     PERFORM P-042
                WHEN "ADD" ALSO "Y"
                     MOVE "ID ALREADY ON FILE" TO W-REJ-WHY
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH ID / BAD KBN" TO W-REJ-WHY
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   追加。症状の型・回避策・記録者は必須。
       P-040.
            EVALUATE TRUE
                WHEN W-KE-CNT >= 300
                     MOVE "TABLE FULL" TO W-REJ-WHY
                WHEN W-TX-ID = SPACE
                     MOVE "NO ID" TO W-REJ-WHY
                WHEN W-TX-SIG = SPACE
                     MOVE "NO SIGNATURE" TO W-REJ-WHY
                WHEN W-TX-WORK = SPACE
                     MOVE "NO WORKAROUND" TO W-REJ-WHY
                WHEN W-TX-AUTH = SPACE
                     MOVE "NO AUTHOR" TO W-REJ-WHY
            END-EVALUATE.
            IF W-REJ-WHY NOT = SPACE
               PERFORM P-043
            ELSE
               ADD 1 TO W-KE-CNT
               MOVE W-TX-ID   TO W-KE-ID  (W-KE-CNT)
               MOVE W-TX-AUTH TO W-KE-AUTH(W-KE-CNT)
               MOVE W-TODAY   TO W-KE-DATE(W-KE-CNT)
               MOVE W-TX-VND  TO W-KE-VND (W-KE-CNT)
               MOVE W-TX-INC  TO W-KE-INC (W-KE-CNT)
               MOVE W-TX-ROOT TO W-KE-ROOT(W-KE-CNT)
               MOVE W-TX-WORK TO W-KE-WORK(W-KE-CNT)
               MOVE W-TX-SIG  TO W-KE-SIG (W-KE-CNT)
               MOVE "N"       TO W-KE-DEL (W-KE-CNT)
               MOVE W-TODAY   TO W-TX-DATE
               ADD 1 TO W-ADD-CNT
               PERFORM P-050
            END-IF.
            .
      *
      *   変更。空白の項目は現行のまま。適用前の値をリストへ残す。
      *   記録者と記録日は変更した人と日に替わる。
       P-041.
            ADD 1 TO W-CHG-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-KE-ID(W-FND) " " W-KE-AUTH(W-FND)
                   " " W-KE-DATE(W-FND) " " W-KE-VND(W-FND)
                   " " W-KE-WORK(W-FND)(1:60)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE KL-REC FROM W-LST-WK.
            IF W-TX-VND NOT = SPACE
               MOVE W-TX-VND  TO W-KE-VND(W-FND)
            END-IF.
            IF W-TX-INC NOT = SPACE
               MOVE W-TX-INC  TO W-KE-INC(W-FND)
            END-IF.
            IF W-TX-ROOT NOT = SPACE
               MOVE W-TX-ROOT TO W-KE-ROOT(W-FND)
            END-IF.
            IF W-TX-WORK NOT = SPACE
               MOVE W-TX-WORK TO W-KE-WORK(W-FND)
            END-IF.
            IF W-TX-SIG NOT = SPACE
               MOVE W-TX-SIG  TO W-KE-SIG(W-FND)
            END-IF.
            IF W-TX-AUTH NOT = SPACE
               MOVE W-TX-AUTH TO W-KE-AUTH(W-FND)
            END-IF.
            MOVE W-TODAY TO W-KE-DATE(W-FND).
            MOVE W-KE-AUTH(W-FND) TO W-TX-AUTH.
            MOVE W-KE-DATE(W-FND) TO W-TX-DATE.
            MOVE W-KE-VND(W-FND)  TO W-TX-VND.
            MOVE W-KE-WORK(W-FND) TO W-TX-WORK.
            PERFORM P-050.
            .
      *
      *   削除（論理削除）。
       P-042.
            ADD 1 TO W-DEL-CNT.
            MOVE "Y" TO W-KE-DEL(W-FND).
            MOVE W-KE-AUTH(W-FND) TO W-TX-AUTH.
            MOVE W-KE-DATE(W-FND) TO W-TX-DATE.
            MOVE W-KE-VND(W-FND)  TO W-TX-VND.
            MOVE W-KE-WORK(W-FND) TO W-TX-WORK.
            PERFORM P-050.
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-ID " " W-REJ-WHY
                   " " W-TX-SIG(1:80)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE KL-REC FROM W-LST-WK.
            DISPLAY "KE-REG: REJ " W-TX-KBN " " W-TX-ID " "
                    W-REJ-WHY.
            .
      *
      *   ADD・CHGの参照の検査。受付番号はVNDDEFに、事故はINCDREGに
      *   あること。症状の型は他の番号（削除済みを除く）と重ねない。
       P-045.
            IF W-TX-VND NOT = SPACE AND W-VD-CHK = "Y"
               MOVE "N" TO W-HIT-SW
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-VD-CNT
                  IF W-VD(W-SUB) = W-TX-VND
                     MOVE "Y" TO W-HIT-SW
                  END-IF
               END-PERFORM
               IF NOT W-HIT
                  MOVE "VENDOR TICKET NOT IN VNDDEF" TO W-REJ-WHY
               END-IF
            END-IF.
            IF W-TX-INC NOT = SPACE AND W-IR-CHK = "Y"
               AND W-REJ-WHY = SPACE
               MOVE 1 TO W-PTR
               PERFORM UNTIL W-PTR > 80 OR W-REJ-WHY NOT = SPACE
                  MOVE SPACE TO W-INC-ONE
                  UNSTRING W-TX-INC DELIMITED BY ALL SPACE
                      INTO W-INC-ONE
                      WITH POINTER W-PTR
                  END-UNSTRING
                  IF W-INC-ONE NOT = SPACE
                     MOVE "N" TO W-HIT-SW
                     PERFORM VARYING W-SUB FROM 1 BY 1
                             UNTIL W-SUB > W-IR-CNT
                        IF W-IR(W-SUB) = W-INC-ONE
                           MOVE "Y" TO W-HIT-SW
                        END-IF
                     END-PERFORM
                     IF NOT W-HIT
                        MOVE "INCIDENT NOT IN INCDREG" TO W-REJ-WHY
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
            IF W-TX-SIG NOT = SPACE AND W-REJ-WHY = SPACE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-KE-CNT
                  IF W-KE-SIG(W-SUB) = W-TX-SIG
                     AND W-KE-ID(W-SUB) NOT = W-TX-ID
                     AND W-KE-DEL(W-SUB) NOT = "Y"
                     MOVE "SIGNATURE HELD BY " TO W-REJ-WHY
                     MOVE W-KE-ID(W-SUB) TO W-REJ-WHY(19:10)
                  END-IF
               END-PERFORM
            END-IF.
            MOVE "N" TO W-HIT-SW.
            IF W-FND > 0
               MOVE "Y" TO W-HIT-SW
            END-IF.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-ID " " W-TX-AUTH " "
                   W-TX-DATE " " W-TX-VND " " W-TX-WORK(1:60)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE KL-REC FROM W-LST-WK.
            .
      *
      *   論理削除の行を除き新台帳KERROへ書き出す。見出しの注記も
      *   付けて、入れ替えた台帳だけで様式が分かるようにする。
       P-060.
            OPEN OUTPUT KE-OU.
            MOVE 0 TO W-OUT-CNT.
            MOVE SPACE TO KO-REC.
            STRING "# KNOWNERR - known-error master"
                   " (KE-REG maintains it)."
                   DELIMITED BY SIZE INTO KO-REC
            END-STRING.
            WRITE KO-REC.
            MOVE SPACE TO KO-REC.
            STRING "# KE-ID|AUTHOR|RECORDED|VENDOR TICKET|"
                   "INCIDENTS|ROOT CAUSE|WORKAROUND|SIGNATURE"
                   DELIMITED BY SIZE INTO KO-REC
            END-STRING.
            WRITE KO-REC.
            MOVE SPACE TO KO-REC.
            STRING "#   INCIDENTS  INCDREG PROGRAM/CASE-ID,"
                   " space separated"
                   DELIMITED BY SIZE INTO KO-REC
            END-STRING.
            WRITE KO-REC.
            MOVE SPACE TO KO-REC.
            STRING "#   SIGNATURE  normalized symptom as"
                   " cluster_failures.sh prints it (to end of"
                   " line; a trailing * matches by prefix)"
                   DELIMITED BY SIZE INTO KO-REC
            END-STRING.
            WRITE KO-REC.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-KE-CNT.
            CLOSE KE-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-KE-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO KO-REC
               STRING W-KE-ID  (W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-KE-AUTH(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-KE-DATE(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-KE-VND (W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-KE-INC (W-SUB) DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-KE-ROOT(W-SUB) DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-KE-WORK(W-SUB) DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-KE-SIG (W-SUB) DELIMITED BY "  "
                      INTO KO-REC
               END-STRING
               WRITE KO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   ケース3．LIST。台帳の一覧。
       P-500.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-KE-CNT
               DISPLAY W-KE-ID(W-SUB) " " W-KE-DATE(W-SUB) " "
                       W-KE-AUTH(W-SUB) " " W-KE-VND(W-SUB)
               DISPLAY "    SIGNATURE : "
                       FUNCTION TRIM(W-KE-SIG(W-SUB) TRAILING)
               DISPLAY "    WORKAROUND: "
                       FUNCTION TRIM(W-KE-WORK(W-SUB) TRAILING)
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
               DISPLAY "KE-REG: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "KE-REG|" W-TODAY
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
