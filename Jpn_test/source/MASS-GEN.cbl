      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：一括変更トランザクションの生成（事前確認つき）
      *    処理概要　　：F-MNT-NEWやOCCTBLMSの名前に現れる用語を改める
      *                  ような、数百件にわたる値の変更を、変更行を
      *                  MNTTX・OCCTBLTXへ手で打ち込んで作っていた。
      *                  選択カードMASSCARD
      *                    マスタ|項目|一致条件|一致文字列|置換文字列
      *                  に従って現行マスタを読み、一致したレコード
      *                  ごとに正しい形の変更（CHG）トランザクションを
      *                  書き出す。
      *                    マスタ　：QA99MNT（項目NEW）／OCCTBLMS
      *                              （項目GEかX）。キー項目は変更の
      *                              対象にしない。
      *                    一致条件：CONTAINS＝一致文字列を含む
      *                              （含まれる箇所をすべて置換）
      *                              EQUALS　＝値全体が一致（値を
      *                              置換文字列に置き替え）
      *                              PREFIX　＝一致文字列で始まる
      *                              （先頭だけ置換）
      *                  カードは複数行書け、同じマスタの行は上から
      *                  順に重ねて当てる（１レコード１トランザク
      *                  ション）。文字の比較と置換はバイト列で行う。
      *                  置換後の値が項目の長さに収まらないレコードは
      *                  生成せず、事前確認リストにLONGとして残す。
      *                  出力は通常の取引ファイルで、そのままTX-VALID
      *                  の検証とMNT-UPDT／OCC-UPDTの適用に通す——
      *                  新しい更新経路は作らない。
      *    使用方法　　：環境変数MASS_MODE＝PREVIEW（既定）で事前確認
      *                  リストMASSPRV（レコードごとの変更前・変更後と
      *                  件数）だけを書く。GENで同じリストとともに取引
      *                  ファイルMASSTXを書く（QA99MNTならMNTTX様式、
      *                  OCCTBLMSならOCCTBLTX様式）。MASSTXをTXVALIN
      *                  としてTX-VALIDに掛け、合格分を適用へ回す。
      *                  OCCTBLMSの行は基準日（MASS_DATE、未指定なら
      *                  当日）に生きている行だけを対象にする
      *                  （OCC-MAINTのLOADFと同じ読み方）。
      *                  一致が無ければRETURN-CODE＝4、LONGがあっても
      *                  4、カードが無いか不正なら12。
      *    注意　　　　：QA99MNTはKEYIO-1経由で順読みする。OCCTBLTXは
      *                  既存の取引ファイルと同じ行テキスト様式（区分
      *                  ６バイト・キー１５バイト・GE１５バイト・
      *                  X５バイト）で書く。
      *  --------------------------------------------------------------
      *   対象：大量の値変更の取引化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           MASS-GEN.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-26.
       DATE-COMPILED.        2026-09-26.
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
           SELECT CRD-IN     ASSIGN TO "MASSCARD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CRD-FS.
           SELECT OMS-IN     ASSIGN TO "OCCTBLMS"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-OMS-FS.
           SELECT PRV-FILE   ASSIGN TO "MASSPRV"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GTX-FILE   ASSIGN TO "MASSTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-GTX-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  CRD-IN.
       01  CD-REC             PIC X(200).
       FD  OMS-IN.
       01  MS-REC.
           05  MS-G           PIC X(10).
           05  MS-GE          PIC X(08).
           05  MS-X           PIC X(05).
           05  MS-EFF-FROM    PIC X(08).
           05  MS-EFF-TO      PIC X(08).
       FD  PRV-FILE.
       01  PRV-REC            PIC X(132).
       FD  GTX-FILE.
       01  GT-REC             PIC X(120).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-CRD-FS           PIC X(02).
       01  W-OMS-FS           PIC X(02).
       01  W-GTX-FS           PIC X(02).
       01  W-MNT-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-GEN-SW           PIC X              VALUE "N".
           88  W-GEN                             VALUE "Y".
       01  W-ASOF             PIC X(08).
       01  W-MASTER           PIC X(08)          VALUE SPACE.
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    KEYIO-1への受け渡し域（QA99MNT。キーは５バイト目から２０）
       01  W-KIO-OP           PIC X(02).
       01  W-KIO-FID          PIC X(01)          VALUE "M".
       01  W-KIO-REC          PIC X(250).
       01  W-KIO-KOFF         PIC 9(03)          VALUE 5.
       01  W-KIO-KLEN         PIC 9(03)          VALUE 20.
       01  W-KIO-RLEN         PIC 9(03)          VALUE 104.
      *    選択カード
       01  W-CD-CNT           PIC 9(03)          VALUE 0.
       01  W-CD-TBL.
           05  W-CD           OCCURS 50.
               10  W-CD-FLD   PIC X(04).
               10  W-CD-COND  PIC X(08).
               10  W-CD-MTXT  PIC X(40).
               10  W-CD-MLEN  PIC 9(03).
               10  W-CD-RTXT  PIC X(40).
               10  W-CD-RLEN  PIC 9(03).
       01  W-CD-BAD           PIC 9(03)          VALUE 0.
      *    レコード１件の作業域（項目ごとの変更前・変更後）
       01  W-KEY-WK           PIC X(20).
       01  W-NEW-BEF          PIC X(40).
       01  W-NEW-AFT          PIC X(40).
       01  W-GE-BEF           PIC X(08).
       01  W-GE-AFT           PIC X(08).
       01  W-X-BEF            PIC X(05).
       01  W-X-AFT            PIC X(05).
      *    置換の作業域
       01  W-VAL-IN           PIC X(40).
       01  W-VAL-MAX          PIC 9(03).
       01  W-VAL-LEN          PIC 9(03).
       01  W-OUT-WK           PIC X(200).
       01  W-OUT-LEN          PIC 9(04).
       01  W-POS              PIC 9(03).
       01  W-MLEN             PIC 9(03).
       01  W-RLEN             PIC 9(03).
      *    一致の印（カード単位・項目単位・レコード単位）と長さ超過
       01  W-CARD-HIT         PIC X(01).
       01  W-HIT-SW           PIC X(01).
       01  W-REC-HIT          PIC X(01).
       01  W-FLD-LONG         PIC X(01).
       01  W-LONG-SW          PIC X(01).
       01  W-TRL              PIC 9(03).
      *    件数
       01  W-READ-CNT         PIC 9(05)          VALUE 0.
       01  W-MATCH-CNT        PIC 9(05)          VALUE 0.
       01  W-LONG-CNT         PIC 9(05)          VALUE 0.
       01  W-GEN-CNT          PIC 9(05)          VALUE 0.
      *    作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-LINE-WK          PIC X(132).
       01  W-TX-WK            PIC X(120).
      *    事前確認リストの明細
       01  P1-LINE.
           03  P1-TAG         PIC X(06).
           03  P1-KEY         PIC X(20).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  P1-FLD         PIC X(04).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  P1-BEF         PIC X(40).
           03  FILLER         PIC X(04)  VALUE " -> ".
           03  P1-AFT         PIC X(56).
       01  P2-LINE.
           03  FILLER         PIC X(10)  VALUE "RECORDS=".
           03  P2-READ        PIC ZZZZ9.
           03  FILLER         PIC X(10)  VALUE "  MATCHED=".
           03  P2-MATCH       PIC ZZZZ9.
           03  FILLER         PIC X(07)  VALUE "  LONG=".
           03  P2-LONG        PIC ZZZZ9.
           03  FILLER         PIC X(12)  VALUE "  GENERATED=".
           03  P2-GEN         PIC ZZZZ9.
           03  FILLER         PIC X(73)  VALUE SPACE.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (MASS-GEN)".
            DISPLAY "MASS_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE       FROM ENVIRONMENT-VALUE.
            IF W-MODE = "GEN"
               MOVE "Y" TO W-GEN-SW
            ELSE
               MOVE "PREVIEW" TO W-MODE
            END-IF.
            DISPLAY "MASS_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-ASOF       FROM ENVIRONMENT-VALUE.
            IF W-ASOF = SPACE OR W-ASOF NOT NUMERIC
               ACCEPT W-ASOF FROM DATE YYYYMMDD
            END-IF.
            PERFORM P-100.
            IF RETURN-CODE NOT = 12
               PERFORM P-150
               EVALUATE W-MASTER
                  WHEN "QA99MNT"
                       PERFORM P-200
                  WHEN "OCCTBLMS"
                       PERFORM P-300
               END-EVALUATE
               PERFORM P-800
               DISPLAY "RECORDS=" W-READ-CNT " MATCHED=" W-MATCH-CNT
                       " LONG=" W-LONG-CNT " GENERATED=" W-GEN-CNT
               IF RETURN-CODE NOT = 12
                  AND (W-MATCH-CNT = 0 OR W-LONG-CNT > 0)
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "TEST END   (MASS-GEN)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．選択カードの読み込みと検査。マスタは１回の実行で
      *            １つ（最初のカードのマスタ）に限る。
       P-100.
            OPEN INPUT CRD-IN.
            IF W-CRD-FS NOT = "00"
               DISPLAY "MASS-GEN NG: NO MASSCARD FS=" W-CRD-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ CRD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE CRD-IN
               MOVE "N" TO W-EOF-SW
               IF W-CD-CNT = 0 OR W-CD-BAD > 0
                  DISPLAY "MASS-GEN NG: NO VALID SELECTION CARD"
                          " (BAD=" W-CD-BAD ")"
                  MOVE 12 TO RETURN-CODE
               END-IF
            END-IF.
            .
       P-110.
            IF CD-REC(1:1) = "#" OR CD-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING CD-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-MASTER = SPACE
                  MOVE W-F1 TO W-MASTER
               END-IF
               EVALUATE TRUE
                  WHEN W-F1 NOT = W-MASTER
                       DISPLAY "MASS-GEN CARD NG (ONE MASTER PER RUN): "
                               W-F1
                       ADD 1 TO W-CD-BAD
                  WHEN NOT ((W-F1 = "QA99MNT" AND W-F2 = "NEW")
                         OR (W-F1 = "OCCTBLMS"
                             AND (W-F2 = "GE" OR W-F2 = "X")))
                       DISPLAY "MASS-GEN CARD NG (MASTER/FIELD): "
                               W-F1 " " W-F2
                       ADD 1 TO W-CD-BAD
                  WHEN W-F3 NOT = "CONTAINS" AND W-F3 NOT = "EQUALS"
                       AND W-F3 NOT = "PREFIX"
                       DISPLAY "MASS-GEN CARD NG (CONDITION): " W-F3
                       ADD 1 TO W-CD-BAD
                  WHEN W-F4 = SPACE
                       DISPLAY "MASS-GEN CARD NG (EMPTY MATCH TEXT)"
                       ADD 1 TO W-CD-BAD
                  WHEN W-CD-CNT >= 50
                       DISPLAY "MASS-GEN CARD NG (MORE THAN 50 CARDS)"
                       ADD 1 TO W-CD-BAD
                  WHEN OTHER
                       ADD 1 TO W-CD-CNT
                       MOVE W-F2 TO W-CD-FLD (W-CD-CNT)
                       MOVE W-F3 TO W-CD-COND(W-CD-CNT)
                       MOVE W-F4 TO W-CD-MTXT(W-CD-CNT)
                       MOVE W-F5 TO W-CD-RTXT(W-CD-CNT)
                       MOVE 0 TO W-TRL
                       INSPECT FUNCTION REVERSE(W-F4)
                               TALLYING W-TRL FOR LEADING SPACE
                       COMPUTE W-CD-MLEN(W-CD-CNT) = 40 - W-TRL
                       MOVE 0 TO W-TRL
                       INSPECT FUNCTION REVERSE(W-F5)
                               TALLYING W-TRL FOR LEADING SPACE
                       COMPUTE W-CD-RLEN(W-CD-CNT) = 40 - W-TRL
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース2．出力の用意。GENのときだけ取引ファイルを開く。
       P-150.
            OPEN OUTPUT PRV-FILE.
            MOVE SPACE TO W-LINE-WK.
            STRING "MASS-GEN  PREVIEW  MASTER=" W-MASTER
                   "  MODE="        DELIMITED BY SIZE
                   W-MODE           DELIMITED BY SPACE
                   "  AS-OF=" W-ASOF
                                    DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE PRV-REC FROM W-LINE-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CD-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "CARD " W-CD-FLD(W-SUB) " "
                      W-CD-COND(W-SUB) " ["
                                    DELIMITED BY SIZE
                      W-CD-MTXT(W-SUB)(1:W-CD-MLEN(W-SUB))
                                    DELIMITED BY SIZE
                      "] -> ["      DELIMITED BY SIZE
                      W-CD-RTXT(W-SUB) DELIMITED BY "  "
                      "]"           DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE PRV-REC FROM W-LINE-WK
            END-PERFORM.
            MOVE SPACE TO PRV-REC.
            WRITE PRV-REC.
            IF W-GEN
               OPEN OUTPUT GTX-FILE
            END-IF.
            .
      *
      *   ケース3．QA99MNTをキー順に読み、NEW項目に選択カードを
      *            当てる。
       P-200.
            MOVE "OP" TO W-KIO-OP.
            PERFORM P-290.
            IF W-MNT-FS NOT = "00"
               DISPLAY "MASS-GEN OPEN NG QA99MNT FS=" W-MNT-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  MOVE "RN" TO W-KIO-OP
                  PERFORM P-290
                  IF W-MNT-FS = "00"
                     PERFORM P-210
                  ELSE
                     MOVE "Y" TO W-EOF-SW
                  END-IF
               END-PERFORM
               MOVE "CL" TO W-KIO-OP
               PERFORM P-290
            END-IF.
            .
       P-210.
            ADD 1 TO W-READ-CNT.
            MOVE W-KIO-REC(5:20)  TO W-KEY-WK.
            MOVE W-KIO-REC(65:40) TO W-NEW-BEF W-VAL-IN.
            MOVE 40 TO W-VAL-MAX.
            MOVE "NEW" TO P1-FLD.
            MOVE "N" TO W-REC-HIT W-LONG-SW.
            PERFORM P-500.
            MOVE W-VAL-IN TO W-NEW-AFT.
            IF W-REC-HIT = "Y"
               ADD 1 TO W-MATCH-CNT
               MOVE SPACE     TO P1-BEF P1-AFT
               MOVE W-KEY-WK  TO P1-KEY
               MOVE W-NEW-BEF TO P1-BEF
               IF W-LONG-SW = "Y"
                  ADD 1 TO W-LONG-CNT
                  MOVE "LONG  "  TO P1-TAG
                  MOVE W-OUT-WK  TO P1-AFT
               ELSE
                  MOVE "CHG   "  TO P1-TAG
                  MOVE W-NEW-AFT TO P1-AFT
               END-IF
               WRITE PRV-REC FROM P1-LINE
               IF W-GEN AND W-LONG-SW = "N"
                  MOVE SPACE TO W-TX-WK
                  STRING "CHG|"    DELIMITED BY SIZE
                         W-KEY-WK  DELIMITED BY "  "
                         "|"       DELIMITED BY SIZE
                         W-NEW-AFT DELIMITED BY "  "
                         INTO W-TX-WK
                  END-STRING
                  WRITE GT-REC FROM W-TX-WK
                  ADD 1 TO W-GEN-CNT
               END-IF
            END-IF.
            .
       P-290.
            CALL "KEYIO-1" USING W-KIO-OP W-KIO-FID W-KIO-REC
                                 W-KIO-KOFF W-KIO-KLEN
                                 W-KIO-RLEN W-MNT-FS
                ON EXCEPTION
                    MOVE "30" TO W-MNT-FS
            END-CALL.
            .
      *
      *   ケース4．OCCTBLMSを読み、基準日に生きている行のGE・Xに
      *            選択カードを当てる。
       P-300.
            OPEN INPUT OMS-IN.
            IF W-OMS-FS NOT = "00"
               DISPLAY "MASS-GEN OPEN NG OCCTBLMS FS=" W-OMS-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ OMS-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE OMS-IN
            END-IF.
            .
       P-310.
            IF MS-EFF-FROM = SPACE
               MOVE "00000000" TO MS-EFF-FROM
            END-IF.
            IF MS-EFF-TO = SPACE
               MOVE "99999999" TO MS-EFF-TO
            END-IF.
            IF MS-EFF-FROM <= W-ASOF AND MS-EFF-TO > W-ASOF
               ADD 1 TO W-READ-CNT
               MOVE MS-G  TO W-KEY-WK
               MOVE "N" TO W-REC-HIT W-LONG-SW
               MOVE MS-GE TO W-GE-BEF W-GE-AFT
               MOVE MS-X  TO W-X-BEF  W-X-AFT
               MOVE SPACE TO W-VAL-IN
               MOVE MS-GE TO W-VAL-IN
               MOVE 8     TO W-VAL-MAX
               MOVE "GE"  TO P1-FLD
               PERFORM P-500
               MOVE W-VAL-IN TO W-GE-AFT
               IF W-HIT-SW = "Y"
                  PERFORM P-320
               END-IF
               MOVE SPACE TO W-VAL-IN
               MOVE MS-X  TO W-VAL-IN
               MOVE 5     TO W-VAL-MAX
               MOVE "X"   TO P1-FLD
               PERFORM P-500
               MOVE W-VAL-IN TO W-X-AFT
               IF W-HIT-SW = "Y"
                  PERFORM P-320
               END-IF
               IF W-REC-HIT = "Y"
                  ADD 1 TO W-MATCH-CNT
                  IF W-LONG-SW = "Y"
                     ADD 1 TO W-LONG-CNT
                  ELSE
                     IF W-GEN
                        PERFORM P-330
                     END-IF
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   項目ごとの事前確認行。
       P-320.
            MOVE SPACE    TO P1-BEF P1-AFT P1-KEY.
            MOVE W-KEY-WK TO P1-KEY.
            IF P1-FLD = "GE"
               MOVE W-GE-BEF TO P1-BEF
            ELSE
               MOVE W-X-BEF  TO P1-BEF
            END-IF.
            IF W-FLD-LONG = "Y"
               MOVE "LONG  " TO P1-TAG
               MOVE W-OUT-WK TO P1-AFT
            ELSE
               MOVE "CHG   " TO P1-TAG
               MOVE W-VAL-IN TO P1-AFT
            END-IF.
            WRITE PRV-REC FROM P1-LINE.
            .
      *
      *   OCCTBLTXの変更行（行テキスト様式：区分６・キー１５・
      *   GE１５・X５バイト）。
       P-330.
            MOVE SPACE TO W-TX-WK.
            MOVE "変更"   TO W-TX-WK(1:6).
            MOVE W-KEY-WK(1:10) TO W-TX-WK(7:15).
            MOVE W-GE-AFT TO W-TX-WK(22:15).
            MOVE W-X-AFT  TO W-TX-WK(37:5).
            WRITE GT-REC FROM W-TX-WK.
            ADD 1 TO W-GEN-CNT.
            .
      *
      *   ケース5．置換。W-VAL-INの値（長さの上限W-VAL-MAX）に、
      *            項目P1-FLD宛てのカードを上から順に当てる。置換後が
      *            上限を超えたら項目をLONGとし、値は変えない（超えた
      *            結果はW-OUT-WKに残す）。
       P-500.
            MOVE "N" TO W-HIT-SW W-FLD-LONG.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CD-CNT OR W-FLD-LONG = "Y"
               IF W-CD-FLD(W-SUB) = P1-FLD
                  PERFORM P-510
               END-IF
            END-PERFORM.
            .
       P-510.
            MOVE 0 TO W-TRL.
            INSPECT FUNCTION REVERSE(W-VAL-IN(1:W-VAL-MAX))
                    TALLYING W-TRL FOR LEADING SPACE.
            COMPUTE W-VAL-LEN = W-VAL-MAX - W-TRL.
            MOVE W-CD-MLEN(W-SUB) TO W-MLEN.
            MOVE W-CD-RLEN(W-SUB) TO W-RLEN.
            MOVE SPACE TO W-OUT-WK.
            MOVE 0     TO W-OUT-LEN.
            MOVE "N"   TO W-CARD-HIT.
            EVALUATE W-CD-COND(W-SUB)
               WHEN "EQUALS"
                    IF W-VAL-LEN = W-MLEN
                       AND W-VAL-IN(1:W-MLEN)
                           = W-CD-MTXT(W-SUB)(1:W-MLEN)
                       MOVE "Y" TO W-CARD-HIT
                       PERFORM P-520
                    END-IF
               WHEN "PREFIX"
                    IF W-VAL-LEN >= W-MLEN
                       AND W-VAL-IN(1:W-MLEN)
                           = W-CD-MTXT(W-SUB)(1:W-MLEN)
                       MOVE "Y" TO W-CARD-HIT
                       PERFORM P-520
                       PERFORM VARYING W-POS FROM W-MLEN BY 1
                               UNTIL W-POS >= W-VAL-LEN
                          PERFORM P-530
                       END-PERFORM
                    END-IF
               WHEN "CONTAINS"
                    MOVE 1 TO W-POS
                    PERFORM UNTIL W-POS > W-VAL-LEN
                       IF W-POS + W-MLEN - 1 <= W-VAL-LEN
                          AND W-VAL-IN(W-POS:W-MLEN)
                              = W-CD-MTXT(W-SUB)(1:W-MLEN)
                          MOVE "Y" TO W-CARD-HIT
                          PERFORM P-520
                          ADD W-MLEN TO W-POS
                       ELSE
                          SUBTRACT 1 FROM W-POS
                          PERFORM P-530
                          ADD 2 TO W-POS
                       END-IF
                    END-PERFORM
            END-EVALUATE.
            IF W-CARD-HIT = "Y"
               MOVE "Y" TO W-HIT-SW W-REC-HIT
               IF W-OUT-LEN > W-VAL-MAX
                  MOVE "Y" TO W-FLD-LONG W-LONG-SW
               ELSE
                  MOVE SPACE TO W-VAL-IN
                  IF W-OUT-LEN > 0
                     MOVE W-OUT-WK(1:W-OUT-LEN) TO W-VAL-IN
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   置換文字列を出力へ足す。
       P-520.
            IF W-RLEN > 0
               IF W-OUT-LEN + W-RLEN <= 200
                  MOVE W-CD-RTXT(W-SUB)(1:W-RLEN)
                       TO W-OUT-WK(W-OUT-LEN + 1:W-RLEN)
               END-IF
               ADD W-RLEN TO W-OUT-LEN
            END-IF.
            .
      *
      *   元の値の（W-POS＋１）バイト目を出力へ足す。
       P-530.
            IF W-OUT-LEN < 200
               MOVE W-VAL-IN(W-POS + 1:1)
                    TO W-OUT-WK(W-OUT-LEN + 1:1)
            END-IF.
            ADD 1 TO W-OUT-LEN.
            .
      *
      *   ケース6．件数の行を足して閉じる。
       P-800.
            MOVE W-READ-CNT  TO P2-READ.
            MOVE W-MATCH-CNT TO P2-MATCH.
            MOVE W-LONG-CNT  TO P2-LONG.
            MOVE W-GEN-CNT   TO P2-GEN.
            MOVE SPACE TO PRV-REC.
            WRITE PRV-REC.
            WRITE PRV-REC FROM P2-LINE.
            CLOSE PRV-FILE.
            IF W-GEN
               CLOSE GTX-FILE
            END-IF.
            .
