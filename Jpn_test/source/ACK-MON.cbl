      ******************************************************************
      *    テストケース：－（受け渡し管理）
      *    プログラム名：送信ファイルの受領確認の受け入れと送達監視
      *    処理概要　　：XMIT-REGは送るファイル（本社へのKPIFEED、
      *                  EBC-CNV経由のホスト向け抽出など）に枠を付けて
      *                  授受台帳TRANSREGへ記帳するが、相手が受け
      *                  付けたかどうかは分からない（本社の品質
      *                  システムが黙ってKPIフィードをはね、ダッシュ
      *                  ボードから一か月分が抜けたことが二度ある）。
      *                  相手先から返る受領確認（ACK）ファイルを
      *                  受け入れ、ファイルＩＤ＋世代でTRANSREGの
      *                  送信（OUT）記帳と突き合わせ、送信ごとの
      *                  送達状況を報告する。環境変数 ACK_MODE で
      *                  動作を選ぶ。
      *                    RECEIVE：受領確認ファイルACKINを読み、
      *                             受領確認台帳ACKREG（追記のみ）へ
      *                             記帳する。TRANSREGに無い送信への
      *                             確認はUNMATCHEDとして記帳し、
      *                             RETURN-CODE 4。
      *                    未指定／STATUS：相手先表ACKPARTに載った
      *                             ファイルＩＤの送信ごとに
      *                               ACKED  ：受理、件数一致
      *                               NACKED ：拒否、または受理件数が
      *                                        送信件数と違う
      *                               NO-ACK ：送信日の翌日から基準日
      *                                        までの営業日数が待ち
      *                                        日数を超えて未確認
      *                               WAITING：未確認だが待ち日数内
      *                             を判定して報告ACKRPTへ書く。
      *                             NACKEDとNO-ACKはメッセージカタログ
      *                             の警報（MSG00006／MSG00007、重大度
      *                             E→OPALERT）を上げる。同じ送信の
      *                             同じ状態で上げた警報はACKREGに
      *                             記帳し、次回からは上げ直さない。
      *                             NACKED・NO-ACKがあればRETURN-CODE
      *                             8。
      *    受領確認の様式：（相手先と取り決めた平ファイル）
      *                    ACK|ファイルＩＤ|世代|ACCEPTED又はREJECTED|
      *                        受領件数|相手先
      *                    RSN|レコード番号|拒否理由  （０行以上）
      *                  １ファイルに複数のACKを並べてよい。
      *    相手先表　　：ファイルＩＤ|相手先|連絡先|待ち営業日数
      *                  （空欄は環境変数ACK_DAYS、既定２）
      *    台帳の様式　：A|記帳時刻|ファイルＩＤ|世代|受否|受領件数|
      *                    相手先|拒否理由数|MATCH又はUNMATCHED
      *                  R|ファイルＩＤ|世代|レコード番号|拒否理由
      *                  X|記帳時刻|ファイルＩＤ|世代|警報を上げた状態
      *    使用方法　　：TRANSREG・ACKPART・ACKREG（・CALMST）を置いて
      *                  実行する。基準日は環境変数ACK_DATE（未指定
      *                  なら当日）。TRANSREGが無ければ12。
      *    注意　　　　：営業日の判定はBIZDATE-1（機能D）による。
      *                  結合していない単体ビルドでは土日だけを非営業
      *                  とみなし、その旨を報告に記す。
      *  --------------------------------------------------------------
      *   対象：送信ファイルの受領確認と未達の検知（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ACK-MON.
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
           SELECT TRG-IN     ASSIGN TO "TRANSREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TRG-FS.
           SELECT PRT-IN     ASSIGN TO "ACKPART"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PRT-FS.
           SELECT ACK-IN     ASSIGN TO "ACKIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ACK-FS.
           SELECT REG-FILE   ASSIGN TO "ACKREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT RPT-FILE   ASSIGN TO "ACKRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  TRG-IN.
       01  TI-REC             PIC X(80).
       FD  PRT-IN.
       01  PI-REC             PIC X(200).
       FD  ACK-IN.
       01  AI-REC             PIC X(200).
       FD  REG-FILE.
       01  RG-REC             PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-TRG-FS           PIC X(02).
       01  W-PRT-FS           PIC X(02).
       01  W-ACK-FS           PIC X(02).
       01  W-REG-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-TODAY            PIC X(08).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
       01  W-DAYS-X           PIC X(04).
       01  W-DEF-DAYS         PIC 9(03)          VALUE 2.
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
       01  W-BD-FALLBACK      PIC X(01)          VALUE "N".
       01  W-DATE-N           PIC 9(08).
       01  W-INT-FROM         PIC 9(08).
       01  W-INT-TO           PIC 9(08).
       01  W-INT              PIC 9(08).
       01  W-DOW              PIC 9(01).
      *    メッセージカタログ（MSG-CAT-1）の受け渡し域
       01  W-MSG-ID           PIC X(08).
       01  W-MSG-SUBST        PIC X(20).
       01  W-MSG-TEXT         PIC X(80).
       01  W-MSG-SEV          PIC X(01).
       01  W-MSG-STS          PIC X(01).
      *    相手先表
       01  W-PT-CNT           PIC 9(03)          VALUE 0.
       01  W-PT-TBL.
           05  W-PT           OCCURS 100.
               10  W-PT-FILE  PIC X(08).
               10  W-PT-NAME  PIC X(16).
               10  W-PT-CONT  PIC X(30).
               10  W-PT-DAYS  PIC 9(03).
      *    送信の表（TRANSREGの送信記帳と受領確認の状況）
       01  W-OT-CNT           PIC 9(04)          VALUE 0.
       01  W-OT-TBL.
           05  W-OT           OCCURS 1000.
               10  W-OT-FILE  PIC X(08).
               10  W-OT-GEN   PIC 9(06).
               10  W-OT-DATE  PIC X(08).
               10  W-OT-SCNT  PIC X(06).
               10  W-OT-PT    PIC 9(03).
               10  W-OT-ASTS  PIC X(08).
               10  W-OT-ACNT  PIC X(06).
               10  W-OT-NRSN  PIC 9(04).
               10  W-OT-RSN   PIC X(40).
               10  W-OT-ALRT  PIC X(08).
               10  W-OT-BDAYS PIC 9(04).
               10  W-OT-STATE PIC X(08).
       01  W-ACKED-CNT        PIC 9(04)          VALUE 0.
       01  W-NACK-CNT         PIC 9(04)          VALUE 0.
       01  W-NOACK-CNT        PIC 9(04)          VALUE 0.
       01  W-WAIT-CNT         PIC 9(04)          VALUE 0.
       01  W-UNTR-CNT         PIC 9(04)          VALUE 0.
       01  W-ALRT-CNT         PIC 9(04)          VALUE 0.
      *    受け入れの作業域
       01  W-RC-CNT           PIC 9(04)          VALUE 0.
       01  W-UM-CNT           PIC 9(04)          VALUE 0.
       01  W-BAD-CNT          PIC 9(04)          VALUE 0.
       01  W-CUR-FILE         PIC X(08).
       01  W-CUR-GEN          PIC 9(06).
       01  W-CUR-OK           PIC X(01)          VALUE "N".
       01  W-RSN-CNT          PIC 9(04).
      *    作業域
       01  W-FX-TBL.
           05  W-FX           OCCURS 9           PIC X(60).
       01  W-GEN              PIC 9(06).
       01  W-SUB              PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-I                PIC 9(04).
       01  W-LINE-WK          PIC X(200).
      *    報告の見出しと明細
       01  H1-LINE.
           03  FILLER         PIC X(26)
                              VALUE "ACK-MON  OUTBOUND DELIVERY".
           03  FILLER         PIC X(20)  VALUE " ACKNOWLEDGMENT DATE".
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  H1-DATE        PIC X(08).
           03  FILLER         PIC X(105) VALUE SPACE.
       01  H2-LINE.
           03  FILLER         PIC X(09)  VALUE "FILE-ID".
           03  FILLER         PIC X(07)  VALUE "GEN".
           03  FILLER         PIC X(09)  VALUE "SENT".
           03  FILLER         PIC X(07)  VALUE "RECS".
           03  FILLER         PIC X(17)  VALUE "PARTNER".
           03  FILLER         PIC X(05)  VALUE "BDAY".
           03  FILLER         PIC X(09)  VALUE "STATUS".
           03  FILLER         PIC X(07)  VALUE "ACKED".
           03  FILLER         PIC X(05)  VALUE "RSN".
           03  FILLER         PIC X(41)  VALUE "FIRST REASON".
           03  FILLER         PIC X(44)  VALUE "CONTACT".
       01  D1-LINE.
           03  D1-FILE        PIC X(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-GEN         PIC X(06).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-DATE        PIC X(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-SCNT        PIC X(06).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-PART        PIC X(16).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-BDAYS       PIC ZZZ9.
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-STATE       PIC X(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-ACNT        PIC X(06).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-NRSN        PIC ZZZ9.
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-RSN         PIC X(40).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-CONT        PIC X(30).
           03  FILLER         PIC X(14)  VALUE SPACE.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (ACK-MON)".
            DISPLAY "ACK_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            DISPLAY "ACK_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY     FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            DISPLAY "ACK_DAYS" UPON ENVIRONMENT-NAME.
            ACCEPT W-DAYS-X    FROM ENVIRONMENT-VALUE.
            IF W-DAYS-X NOT = SPACE
               MOVE FUNCTION NUMVAL(W-DAYS-X) TO W-DEF-DAYS
            END-IF.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-STAMP
            END-STRING.
            PERFORM P-100.
            IF RETURN-CODE NOT = 12
               IF W-MODE = "RECEIVE"
                  PERFORM P-200
               ELSE
                  PERFORM P-150
                  PERFORM P-300
                  PERFORM P-400
                  PERFORM P-500
                  DISPLAY "ACKED=" W-ACKED-CNT " NACKED=" W-NACK-CNT
                          " NO-ACK=" W-NOACK-CNT " WAITING="
                          W-WAIT-CNT " NEW-ALERTS=" W-ALRT-CNT
                  IF W-NACK-CNT > 0 OR W-NOACK-CNT > 0
                     MOVE 8 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.
            DISPLAY "TEST END   (ACK-MON)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース0．授受台帳の送信記帳（判定OKのもの）を拾う。同じ
      *            ファイルＩＤ＋世代は最後の記帳を残す。
       P-100.
            OPEN INPUT TRG-IN.
            IF W-TRG-FS NOT = "00"
               DISPLAY "ACK-MON NG: NO TRANSREG FS=" W-TRG-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ TRG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE TRG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING TI-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5) W-FX(6)
            END-UNSTRING.
            IF W-FX(3) = "OUT" AND W-FX(5) = "OK"
               MOVE W-FX(2) TO W-CUR-FILE
               MOVE FUNCTION NUMVAL(W-FX(4)) TO W-CUR-GEN
               PERFORM P-190
               IF W-FND = 0 AND W-OT-CNT < 1000
                  ADD 1 TO W-OT-CNT
                  MOVE W-OT-CNT TO W-FND
                  MOVE SPACE TO W-OT(W-FND)
                  MOVE 0 TO W-OT-PT(W-FND) W-OT-NRSN(W-FND)
                            W-OT-BDAYS(W-FND)
               END-IF
               IF W-FND > 0
                  MOVE W-CUR-FILE    TO W-OT-FILE(W-FND)
                  MOVE W-CUR-GEN     TO W-OT-GEN(W-FND)
                  MOVE W-FX(1)(1:8)  TO W-OT-DATE(W-FND)
                  MOVE W-FX(6)       TO W-OT-SCNT(W-FND)
               END-IF
            END-IF.
            .
      *
      *   相手先表と受領確認台帳のロード（STATUSのみ）。
       P-150.
            OPEN INPUT PRT-IN.
            IF W-PRT-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PRT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE PRT-IN
            ELSE
               DISPLAY "ACK-MON: NO ACKPART - NO TRANSMISSION TRACKED"
            END-IF.
            MOVE "N" TO W-EOF-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-PT-CNT
                  IF W-PT-FILE(W-I) = W-OT-FILE(W-SUB)
                     MOVE W-I TO W-OT-PT(W-SUB)
                  END-IF
               END-PERFORM
            END-PERFORM.
            OPEN INPUT REG-FILE.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-170
                  END-READ
               END-PERFORM
               CLOSE REG-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-160.
            IF PI-REC(1:1) NOT = "#" AND PI-REC NOT = SPACE
               AND W-PT-CNT < 100
               MOVE SPACE TO W-FX-TBL
               UNSTRING PI-REC DELIMITED BY "|"
                   INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4)
               END-UNSTRING
               ADD 1 TO W-PT-CNT
               MOVE W-FX(1) TO W-PT-FILE(W-PT-CNT)
               MOVE W-FX(2) TO W-PT-NAME(W-PT-CNT)
               MOVE W-FX(3) TO W-PT-CONT(W-PT-CNT)
               IF W-FX(4) = SPACE
                  MOVE W-DEF-DAYS TO W-PT-DAYS(W-PT-CNT)
               ELSE
                  MOVE FUNCTION NUMVAL(W-FX(4))
                    TO W-PT-DAYS(W-PT-CNT)
               END-IF
            END-IF.
            .
      *
      *   受領確認台帳の１行。確認は後のものが前のものに優先する
      *   （相手先が訂正して出し直した確認）。
       P-170.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING RG-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                     W-FX(6) W-FX(7) W-FX(8) W-FX(9)
            END-UNSTRING.
            EVALUATE W-FX(1)
                WHEN "A"
                     MOVE W-FX(3) TO W-CUR-FILE
                     MOVE FUNCTION NUMVAL(W-FX(4)) TO W-CUR-GEN
                     PERFORM P-190
                     IF W-FND > 0 AND W-FX(9) = "MATCH"
                        MOVE W-FX(5) TO W-OT-ASTS(W-FND)
                        MOVE W-FX(6) TO W-OT-ACNT(W-FND)
                        MOVE 0       TO W-OT-NRSN(W-FND)
                        MOVE SPACE   TO W-OT-RSN(W-FND)
                     END-IF
                WHEN "R"
                     MOVE W-FX(2) TO W-CUR-FILE
                     MOVE FUNCTION NUMVAL(W-FX(3)) TO W-CUR-GEN
                     PERFORM P-190
                     IF W-FND > 0
                        ADD 1 TO W-OT-NRSN(W-FND)
                        IF W-OT-RSN(W-FND) = SPACE
                           MOVE W-FX(5) TO W-OT-RSN(W-FND)
                        END-IF
                     END-IF
                WHEN "X"
                     MOVE W-FX(3) TO W-CUR-FILE
                     MOVE FUNCTION NUMVAL(W-FX(4)) TO W-CUR-GEN
                     PERFORM P-190
                     IF W-FND > 0
                        MOVE W-FX(5) TO W-OT-ALRT(W-FND)
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   送信の表をファイルＩＤ＋世代で引く（W-FND、無ければ０）。
       P-190.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-OT-CNT OR W-FND > 0
               IF W-OT-FILE(W-I) = W-CUR-FILE
                  AND W-OT-GEN(W-I) = W-CUR-GEN
                  MOVE W-I TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   ケース1．RECEIVE。受領確認ファイルを台帳へ記帳する。
       P-200.
            OPEN INPUT ACK-IN.
            IF W-ACK-FS NOT = "00"
               DISPLAY "ACK-MON NG: NO ACKIN FS=" W-ACK-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               OPEN OUTPUT RPT-FILE
               OPEN EXTEND REG-FILE
               IF W-REG-FS = "35"
                  OPEN OUTPUT REG-FILE
               END-IF
               PERFORM UNTIL W-EOF
                  READ ACK-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE ACK-IN REG-FILE
               MOVE SPACE TO W-LINE-WK
               STRING "TOTAL|RECEIVED=" W-RC-CNT "|UNMATCHED="
                      W-UM-CNT "|INVALID=" W-BAD-CNT
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               WRITE RPT-REC FROM W-LINE-WK
               CLOSE RPT-FILE
               DISPLAY W-LINE-WK(1:60)
               EVALUATE TRUE
                   WHEN W-BAD-CNT > 0  MOVE 8 TO RETURN-CODE
                   WHEN W-UM-CNT > 0   MOVE 4 TO RETURN-CODE
                   WHEN OTHER          CONTINUE
               END-EVALUATE
            END-IF.
            .
       P-210.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING AI-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5) W-FX(6)
            END-UNSTRING.
            EVALUATE TRUE
                WHEN W-FX(1) = "ACK"
                     AND (W-FX(4) = "ACCEPTED" OR W-FX(4) = "REJECTED")
                     AND W-FX(2) NOT = SPACE AND W-FX(3) NOT = SPACE
                     PERFORM P-220
                WHEN W-FX(1) = "ACK"
                     ADD 1 TO W-BAD-CNT
                     MOVE "N" TO W-CUR-OK
                     MOVE SPACE TO W-LINE-WK
                     STRING "INVALID|" AI-REC
                            DELIMITED BY SIZE INTO W-LINE-WK
                     END-STRING
                     WRITE RPT-REC FROM W-LINE-WK
                WHEN W-FX(1) = "RSN" AND W-CUR-OK = "Y"
                     MOVE SPACE TO W-LINE-WK
                     STRING "R|" W-CUR-FILE    DELIMITED BY SPACE
                            "|" W-CUR-GEN "|"  DELIMITED BY SIZE
                            W-FX(2)            DELIMITED BY SPACE
                            "|"                DELIMITED BY SIZE
                            W-FX(3)            DELIMITED BY "  "
                            INTO W-LINE-WK
                     END-STRING
                     WRITE RG-REC FROM W-LINE-WK
                     ADD 1 TO W-RSN-CNT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   ACK見出し１件。拒否理由の件数の欄は"-"とし、STATUSは
      *   後続のRSN行を記帳したR行を数える。
       P-220.
            ADD 1 TO W-RC-CNT.
            MOVE "Y" TO W-CUR-OK.
            MOVE 0 TO W-RSN-CNT.
            MOVE W-FX(2) TO W-CUR-FILE.
            MOVE FUNCTION NUMVAL(W-FX(3)) TO W-CUR-GEN.
            PERFORM P-190.
            MOVE SPACE TO W-LINE-WK.
            STRING "A|" W-STAMP "|"    DELIMITED BY SIZE
                   W-CUR-FILE          DELIMITED BY SPACE
                   "|" W-CUR-GEN "|"   DELIMITED BY SIZE
                   W-FX(4)             DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-FX(5)             DELIMITED BY SPACE
                   "|"                 DELIMITED BY SIZE
                   W-FX(6)             DELIMITED BY SPACE
                   "|-|"               DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            MOVE 0 TO W-I.
            INSPECT W-LINE-WK TALLYING W-I FOR CHARACTERS
                    BEFORE INITIAL "   ".
            IF W-FND > 0
               MOVE "MATCH"     TO W-LINE-WK(W-I + 1:9)
            ELSE
               MOVE "UNMATCHED" TO W-LINE-WK(W-I + 1:9)
               ADD 1 TO W-UM-CNT
            END-IF.
            WRITE RG-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "RECEIVED|" W-CUR-FILE DELIMITED BY SPACE
                   "|" W-CUR-GEN "|"      DELIMITED BY SIZE
                   W-FX(4)                DELIMITED BY SPACE
                   "|RECS="               DELIMITED BY SIZE
                   W-FX(5)                DELIMITED BY SPACE
                   INTO W-LINE-WK
            END-STRING.
            MOVE 0 TO W-I.
            INSPECT W-LINE-WK TALLYING W-I FOR CHARACTERS
                    BEFORE INITIAL "   ".
            ADD 1 TO W-I.
            IF W-FND > 0
               STRING "|SENT=" W-OT-SCNT(W-FND) "|MATCH"
                      DELIMITED BY SIZE INTO W-LINE-WK
                      WITH POINTER W-I
               END-STRING
            ELSE
               STRING "|NOT IN TRANSREG|UNMATCHED"
                      DELIMITED BY SIZE INTO W-LINE-WK
                      WITH POINTER W-I
               END-STRING
            END-IF.
            WRITE RPT-REC FROM W-LINE-WK.
            .
      *
      *   ケース2．送信ごとの判定。相手先表に無いファイルは追跡
      *            しない。
       P-300.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               IF W-OT-PT(W-SUB) = 0
                  ADD 1 TO W-UNTR-CNT
               ELSE
                  PERFORM P-310
                  EVALUATE TRUE
                     WHEN W-OT-ASTS(W-SUB) = "ACCEPTED"
                          AND (W-OT-SCNT(W-SUB) = SPACE
                               OR FUNCTION NUMVAL(W-OT-ACNT(W-SUB))
                                = FUNCTION NUMVAL(W-OT-SCNT(W-SUB)))
                          MOVE "ACKED"   TO W-OT-STATE(W-SUB)
                          ADD 1 TO W-ACKED-CNT
                     WHEN W-OT-ASTS(W-SUB) = "ACCEPTED"
                          MOVE "NACKED"  TO W-OT-STATE(W-SUB)
                          IF W-OT-RSN(W-SUB) = SPACE
                             MOVE "RECORD COUNT DIFFERS FROM SENT"
                               TO W-OT-RSN(W-SUB)
                          END-IF
                          ADD 1 TO W-NACK-CNT
                     WHEN W-OT-ASTS(W-SUB) = "REJECTED"
                          MOVE "NACKED"  TO W-OT-STATE(W-SUB)
                          ADD 1 TO W-NACK-CNT
                     WHEN W-OT-BDAYS(W-SUB)
                          > W-PT-DAYS(W-OT-PT(W-SUB))
                          MOVE "NO-ACK"  TO W-OT-STATE(W-SUB)
                          ADD 1 TO W-NOACK-CNT
                     WHEN OTHER
                          MOVE "WAITING" TO W-OT-STATE(W-SUB)
                          ADD 1 TO W-WAIT-CNT
                  END-EVALUATE
               END-IF
            END-PERFORM.
            .
      *
      *   送信日の翌日から基準日までの営業日数。BIZDATE-1が無い
      *   （範囲外を含む）ときは土日を除いて数える。
       P-310.
            MOVE "D"                TO W-BD-FUNC.
            MOVE W-OT-DATE(W-SUB)   TO W-BD-D1.
            MOVE W-TODAY            TO W-BD-D2.
            MOVE 0                  TO W-BD-RN.
            IF W-BD-D1 NOT < W-BD-D2
               MOVE 0 TO W-OT-BDAYS(W-SUB)
            ELSE
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS = "0"
                  MOVE W-BD-RN TO W-OT-BDAYS(W-SUB)
               ELSE
                  MOVE "Y" TO W-BD-FALLBACK
                  MOVE W-BD-D1 TO W-DATE-N
                  COMPUTE W-INT-FROM =
                          FUNCTION INTEGER-OF-DATE(W-DATE-N) + 1
                  MOVE W-BD-D2 TO W-DATE-N
                  COMPUTE W-INT-TO = FUNCTION INTEGER-OF-DATE(W-DATE-N)
                  MOVE 0 TO W-OT-BDAYS(W-SUB)
                  PERFORM VARYING W-INT FROM W-INT-FROM BY 1
                          UNTIL W-INT > W-INT-TO
                     COMPUTE W-DOW = FUNCTION MOD(W-INT - 1, 7) + 1
                     IF W-DOW < 6
                        ADD 1 TO W-OT-BDAYS(W-SUB)
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.
            .
      *
      *   ケース3．警報。NACKED・NO-ACKで、同じ状態の警報をまだ
      *            上げていない送信だけ上げ、台帳に記帳する。
       P-400.
            DISPLAY "MSG_CALLER" UPON ENVIRONMENT-NAME.
            DISPLAY "ACK-MON"    UPON ENVIRONMENT-VALUE.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               IF (W-OT-STATE(W-SUB) = "NACKED"
                   OR W-OT-STATE(W-SUB) = "NO-ACK")
                  AND W-OT-ALRT(W-SUB) NOT = W-OT-STATE(W-SUB)
                  PERFORM P-410
               END-IF
            END-PERFORM.
            .
       P-410.
            ADD 1 TO W-ALRT-CNT.
            IF W-OT-STATE(W-SUB) = "NACKED"
               MOVE "MSG00006" TO W-MSG-ID
            ELSE
               MOVE "MSG00007" TO W-MSG-ID
            END-IF.
            MOVE SPACE TO W-MSG-SUBST.
            STRING W-OT-FILE(W-SUB) DELIMITED BY SPACE
                   "/" W-OT-GEN(W-SUB) DELIMITED BY SIZE
                   INTO W-MSG-SUBST
            END-STRING.
            CALL "MSG-CAT-1" USING W-MSG-ID W-MSG-SUBST
                                   W-MSG-TEXT W-MSG-SEV W-MSG-STS
                ON EXCEPTION
                    DISPLAY "E TRANSMISSION " W-OT-STATE(W-SUB)
                            ": " W-MSG-SUBST
            END-CALL.
            OPEN EXTEND REG-FILE.
            IF W-REG-FS = "35"
               OPEN OUTPUT REG-FILE
            END-IF.
            IF W-REG-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING "X|" W-STAMP "|"    DELIMITED BY SIZE
                      W-OT-FILE(W-SUB)    DELIMITED BY SPACE
                      "|" W-OT-GEN(W-SUB) "|"
                                          DELIMITED BY SIZE
                      W-OT-STATE(W-SUB)   DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE RG-REC FROM W-LINE-WK
               CLOSE REG-FILE
            END-IF.
            .
      *
      *   ケース4．報告書。要対処（NACKED・NO-ACK）、待ち、確認済み
      *            の順。
       P-500.
            OPEN OUTPUT RPT-FILE.
            MOVE W-TODAY TO H1-DATE.
            WRITE RPT-REC FROM H1-LINE.
            IF W-BD-FALLBACK = "Y"
               MOVE "NOTE: CALENDAR SERVICE UNAVAILABLE - WEEKENDS ONLY"
                    TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** ACTION REQUIRED (NACKED / NO-ACK)" TO RPT-REC.
            WRITE RPT-REC.
            WRITE RPT-REC FROM H2-LINE.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               IF W-OT-STATE(W-SUB) = "NACKED"
                  OR W-OT-STATE(W-SUB) = "NO-ACK"
                  ADD 1 TO W-FND
                  PERFORM P-510
               END-IF
            END-PERFORM.
            IF W-FND = 0
               MOVE "   (NONE)" TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** AWAITING ACKNOWLEDGMENT" TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               IF W-OT-STATE(W-SUB) = "WAITING"
                  ADD 1 TO W-FND
                  PERFORM P-510
               END-IF
            END-PERFORM.
            IF W-FND = 0
               MOVE "   (NONE)" TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** ACKNOWLEDGED" TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-OT-CNT
               IF W-OT-STATE(W-SUB) = "ACKED"
                  ADD 1 TO W-FND
                  PERFORM P-510
               END-IF
            END-PERFORM.
            IF W-FND = 0
               MOVE "   (NONE)" TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACE TO W-LINE-WK.
            STRING "TOTAL|ACKED=" W-ACKED-CNT "|NACKED=" W-NACK-CNT
                   "|NO-ACK=" W-NOACK-CNT "|WAITING=" W-WAIT-CNT
                   "|NOT-TRACKED=" W-UNTR-CNT
                   "|NEW-ALERTS=" W-ALRT-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RPT-REC FROM W-LINE-WK.
            CLOSE RPT-FILE.
            .
       P-510.
            MOVE SPACE TO D1-LINE.
            MOVE W-OT-FILE(W-SUB)  TO D1-FILE.
            MOVE W-OT-GEN(W-SUB)   TO D1-GEN.
            MOVE W-OT-DATE(W-SUB)  TO D1-DATE.
            MOVE W-OT-SCNT(W-SUB)  TO D1-SCNT.
            MOVE W-PT-NAME(W-OT-PT(W-SUB)) TO D1-PART.
            MOVE W-OT-BDAYS(W-SUB) TO D1-BDAYS.
            MOVE W-OT-STATE(W-SUB) TO D1-STATE.
            MOVE W-OT-ACNT(W-SUB)  TO D1-ACNT.
            MOVE W-OT-NRSN(W-SUB)  TO D1-NRSN.
            MOVE W-OT-RSN(W-SUB)   TO D1-RSN.
            MOVE W-PT-CONT(W-OT-PT(W-SUB)) TO D1-CONT.
            WRITE RPT-REC FROM D1-LINE.
            .
