      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：表マスタの字種・字幅ちがい重複キーの検出
      *    処理概要　　：OCCTBLMS・QA99MNTは かかか・カカカ・ｶｶｶ（ABC
      *                  とＡＢＣも）を別々のキーとして平気で持つ。
      *                  上流の抽出が届くたびに近似の重複が増え、
      *                  OCC-MAINTの検索が「違うほう」を引く。HZ-BATCH
      *                  はこれからの字幅をそろえるが、マスタに既に
      *                  いる重複は誰も洗い出していない。マスタの全
      *                  レコードについて比較用の畳みキーを作り、
      *                  畳みキーの衝突するレコードの組ごとに、レコー
      *                  ド番号と、食い違うバイトをHEX-DUMPと同じ
      *                  １６進・復号列で示す。組ごとに削除／変更の
      *                  トランザクション案を書き出し、操作員が手を
      *                  入れてOCC-UPDT／MNT-UPDTの通常の適用経路へ
      *                  流せるようにする。
      *    畳みキー　　：キーの字幅をHZ-CNV-1で全角へそろえ（半角
      *                  カナ・半角英数字）、ひらがなをカタカナへ
      *                  畳む（ゝゞはヽヾへ）。環境変数DKY_FOLDに
      *                  次の語を並べると畳みを足す（既定は足さない）。
      *                    CHOON：長音の異体（〜～－―‐—−）をーへ
      *                    SMALL：小書きのカナ（ァィゥェォッャュョ
      *                      ヮヵヶ）を並のカナへ
      *    使用方法　　：環境変数DKY_FILEで対象マスタを選ぶ。
      *                    OCCTBLMS：固定長の正本（G 1-10・GE 11-8・
      *                      X 19-5）。キーはG。
      *                    OCCTBLIN：行テキストの表。キーはG。発効日
      *                      で閉じた行（終了日が当日より前）は見ない。
      *                    QA99MNT：QA-99のF-MNT-RECORD（キー 5-20・
      *                      新値 65-40）。
      *                  組の中で残す１件は、キーが既に全角形のもの
      *                  のうちレコード番号の最も若いもの（無ければ
      *                  最も若いもの）。残りには削除を、残す１件の
      *                  値が空で落とすほうに値があれば残すほうへの
      *                  変更を案として書く。値の食い違う組は報告に
      *                  "VALUES DIFFER"と出すので、案を直してから
      *                  流す。
      *    出力　　　　：DKYRPT　検出報告
      *                  DKYTX 　トランザクション案。QA99MNTはMNTTXの
      *                  様式（DEL|キー| ／ CHG|キー|新値）、OCCは
      *                  OCCTBLTXの行テキスト（区分６バイト・キー
      *                  １５バイト・新値）。
      *                  衝突があればRETURN-CODE 4、DKY_FILEの誤りや
      *                  マスタが無ければ12。
      *  --------------------------------------------------------------
      *   対象：表マスタに既にいる近似重複キーの洗い出し（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DUP-KEY.
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
           SELECT OMS-IN     ASSIGN TO "OCCTBLMS"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT OIN-IN     ASSIGN TO "OCCTBLIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT MNT-IN     ASSIGN TO "QA99MNT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT RPT-OU     ASSIGN TO "DKYRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TX-OU      ASSIGN TO "DKYTX"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  OMS-IN.
       01  OM-REC.
           05  OM-G           PIC X(10).
           05  OM-GE          PIC X(08).
           05  OM-X           PIC X(05).
           05  OM-EFF-FROM    PIC X(08).
           05  OM-EFF-TO      PIC X(08).
       FD  OIN-IN.
       01  OI-REC             PIC X(39).
       FD  MNT-IN.
       01  MN-REC             PIC X(104).
       FD  RPT-OU.
       01  RP-REC             PIC X(200).
       FD  TX-OU.
       01  TX-REC             PIC X(120).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-IN-FS            PIC X(02).
       01  W-FILE-ID          PIC X(10).
       01  W-FOLD-OPT         PIC X(40).
       01  W-CHOON-SW         PIC X(01)          VALUE "N".
       01  W-SMALL-SW         PIC X(01)          VALUE "N".
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
      *    長音の異体の表。各行は異体１文字（３バイト）とーの対。
       01  CH-TBL-DEF.
           05  FILLER         PIC X(6)  VALUE "〜ー".
           05  FILLER         PIC X(6)  VALUE "～ー".
           05  FILLER         PIC X(6)  VALUE "－ー".
           05  FILLER         PIC X(6)  VALUE "―ー".
           05  FILLER         PIC X(6)  VALUE "‐ー".
           05  FILLER         PIC X(6)  VALUE "—ー".
           05  FILLER         PIC X(6)  VALUE "−ー".
       01  CH-TBL  REDEFINES CH-TBL-DEF.
           05  CH-ENT         OCCURS 7.
               10  CH-VAR     PIC X(3).
               10  CH-STD     PIC X(3).
      *    小書きのカナの表。各行は小書き１文字と並の１文字の対。
       01  SK-TBL-DEF.
           05  FILLER         PIC X(6)  VALUE "ァア".
           05  FILLER         PIC X(6)  VALUE "ィイ".
           05  FILLER         PIC X(6)  VALUE "ゥウ".
           05  FILLER         PIC X(6)  VALUE "ェエ".
           05  FILLER         PIC X(6)  VALUE "ォオ".
           05  FILLER         PIC X(6)  VALUE "ッツ".
           05  FILLER         PIC X(6)  VALUE "ャヤ".
           05  FILLER         PIC X(6)  VALUE "ュユ".
           05  FILLER         PIC X(6)  VALUE "ョヨ".
           05  FILLER         PIC X(6)  VALUE "ヮワ".
           05  FILLER         PIC X(6)  VALUE "ヵカ".
           05  FILLER         PIC X(6)  VALUE "ヶケ".
       01  SK-TBL  REDEFINES SK-TBL-DEF.
           05  SK-ENT         OCCURS 12.
               10  SK-SML     PIC X(3).
               10  SK-STD     PIC X(3).
      *    マスタのレコード表（最大5000件）
       01  W-RC-CNT           PIC 9(04)          VALUE 0.
       01  W-RC-TBL.
           05  W-RC           OCCURS 5000.
               10  W-RC-NO    PIC 9(06).
               10  W-RC-KEY   PIC X(20).
               10  W-RC-VAL   PIC X(40).
               10  W-RC-FOLD  PIC X(120).
               10  W-RC-CANON PIC X(01).
               10  W-RC-GRP   PIC 9(04).
      *    組の作業域（１組は最大100件）
       01  W-GM-CNT           PIC 9(03).
       01  W-GM-TBL.
           05  W-GM           OCCURS 100         PIC 9(04).
       01  W-KEEP             PIC 9(04).
       01  W-KEEP-VAL         PIC X(40).
       01  W-DIFF-SW          PIC X(01).
       01  W-CHG-SW           PIC X(01).
      *    HZ-CNV-1の受け渡し域
       01  W-HZ-IN            PIC X(60).
       01  W-HZ-OUT           PIC X(120).
       01  W-HZ-DIR           PIC X(01)          VALUE "Z".
       01  W-HZ-STS           PIC X(01).
      *    畳みの作業域
       01  W-FOLD-OUT         PIC X(120).
       01  W-CHR3             PIC X(03).
       01  W-I                PIC 9(03).
       01  W-J                PIC 9(03).
       01  W-T                PIC 9(03).
       01  W-B                PIC 9(03).
       01  W-HIT-SW           PIC X(01).
           88  W-HIT                             VALUE "Y".
      *    １６進・復号列（HEX-DUMPと同じ記法）
       01  W-HEXDIG           PIC X(16)
           VALUE "0123456789ABCDEF".
       01  W-D                PIC 9(02).
       01  W-KLEN             PIC 9(02).
       01  W-TRAIL-LEFT       PIC 9(01)          VALUE 0.
       01  W-HEX-LINE         PIC X(60).
       01  W-CHR-LINE         PIC X(60).
       01  W-DIF-LINE         PIC X(60).
       01  W-BYTE-CNT         PIC 9(02).
      *    行分解・作業域
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-K                PIC 9(04).
       01  W-M                PIC 9(03).
       01  W-REC-NO           PIC 9(06)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(06)          VALUE 0.
       01  W-GRP-CNT          PIC 9(04)          VALUE 0.
       01  W-HIT-CNT          PIC 9(05)          VALUE 0.
       01  W-DEL-CNT          PIC 9(05)          VALUE 0.
       01  W-CHG-CNT          PIC 9(05)          VALUE 0.
       01  W-KEY-WK           PIC X(20).
       01  W-VAL-WK           PIC X(40).
       01  W-OPT-WD           PIC X(10).
       01  W-OPT-PTR          PIC 9(03).
       01  W-LINE-WK          PIC X(200).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (DUP-KEY)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            DISPLAY "DKY_FILE" UPON ENVIRONMENT-NAME.
            ACCEPT W-FILE-ID   FROM ENVIRONMENT-VALUE.
            DISPLAY "DKY_FOLD" UPON ENVIRONMENT-NAME.
            ACCEPT W-FOLD-OPT  FROM ENVIRONMENT-VALUE.
            PERFORM P-050.
            EVALUATE W-FILE-ID
                WHEN "OCCTBLMS"  PERFORM P-100
                WHEN "OCCTBLIN"  PERFORM P-120
                WHEN "QA99MNT"   PERFORM P-140
                WHEN OTHER
                     DISPLAY "DUP-KEY NG: DKY_FILE MUST BE OCCTBLMS,"
                             " OCCTBLIN OR QA99MNT"
                     MOVE 12 TO RETURN-CODE
                     GOBACK
            END-EVALUATE.
            IF W-IN-FS NOT = "00" AND W-IN-FS NOT = "10"
               DISPLAY "DUP-KEY NG: NO " W-FILE-ID " FS=" W-IN-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY W-FILE-ID " RECORDS=" W-REC-NO
                    " COMPARED=" W-RC-CNT " SKIPPED=" W-SKIP-CNT.
            PERFORM P-300.
            DISPLAY "GROUPS=" W-GRP-CNT " RECORDS IN GROUPS="
                    W-HIT-CNT " PROPOSED DEL=" W-DEL-CNT
                    " CHG=" W-CHG-CNT.
            IF W-GRP-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (DUP-KEY)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース0．畳みの追加指定（CHOON・SMALL）。
       P-050.
            MOVE 1 TO W-OPT-PTR.
            PERFORM UNTIL W-OPT-PTR > 40
               MOVE SPACE TO W-OPT-WD
               UNSTRING W-FOLD-OPT DELIMITED BY ALL SPACE OR ","
                   INTO W-OPT-WD
                   WITH POINTER W-OPT-PTR
               END-UNSTRING
               EVALUATE W-OPT-WD
                   WHEN "CHOON"  MOVE "Y" TO W-CHOON-SW
                   WHEN "SMALL"  MOVE "Y" TO W-SMALL-SW
                   WHEN SPACE    MOVE 41  TO W-OPT-PTR
                   WHEN OTHER
                        DISPLAY "DKY_FOLD: UNKNOWN OPTION " W-OPT-WD
               END-EVALUATE
            END-PERFORM.
            DISPLAY "FOLD: WIDTH KANA CHOON=" W-CHOON-SW
                    " SMALL=" W-SMALL-SW.
            .
      *
      *   ケース1．マスタのロード。レコードごとにキー・値・畳み
      *            キーを表へ。
       P-100.
            OPEN INPUT OMS-IN.
            IF W-IN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OMS-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           ADD 1 TO W-REC-NO
                           MOVE OM-REC(1:10)  TO W-KEY-WK
                           MOVE OM-REC(11:13) TO W-VAL-WK
                           PERFORM P-200
                  END-READ
               END-PERFORM
               CLOSE OMS-IN
            END-IF.
            .
       P-120.
            OPEN INPUT OIN-IN.
            IF W-IN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ OIN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           ADD 1 TO W-REC-NO
                           IF OI-REC(32:8) NOT = SPACE
                              AND OI-REC(32:8) < W-TODAY
                              ADD 1 TO W-SKIP-CNT
                           ELSE
                              MOVE OI-REC(1:10)  TO W-KEY-WK
                              MOVE OI-REC(11:13) TO W-VAL-WK
                              PERFORM P-200
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE OIN-IN
            END-IF.
            .
       P-140.
            OPEN INPUT MNT-IN.
            IF W-IN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MNT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           ADD 1 TO W-REC-NO
                           MOVE MN-REC(5:20)  TO W-KEY-WK
                           MOVE MN-REC(65:40) TO W-VAL-WK
                           PERFORM P-200
                  END-READ
               END-PERFORM
               CLOSE MNT-IN
            END-IF.
            .
      *
      *   レコード１件を表へ。空キーは数えるだけで比べない。
       P-200.
            IF W-KEY-WK = SPACE
               ADD 1 TO W-SKIP-CNT
            ELSE
               IF W-RC-CNT < 5000
                  ADD 1 TO W-RC-CNT
                  MOVE W-REC-NO TO W-RC-NO (W-RC-CNT)
                  MOVE W-KEY-WK TO W-RC-KEY(W-RC-CNT)
                  MOVE W-VAL-WK TO W-RC-VAL(W-RC-CNT)
                  MOVE 0        TO W-RC-GRP(W-RC-CNT)
                  PERFORM P-600
                  MOVE W-FOLD-OUT TO W-RC-FOLD(W-RC-CNT)
                  IF W-HZ-OUT(1:60) = W-HZ-IN
                     MOVE "Y" TO W-RC-CANON(W-RC-CNT)
                  ELSE
                     MOVE "N" TO W-RC-CANON(W-RC-CNT)
                  END-IF
               ELSE
                  ADD 1 TO W-SKIP-CNT
               END-IF
            END-IF.
            .
      *
      *   ケース2．衝突の組分け。まだ組の無いレコードごとに、後ろの
      *            レコードで畳みキーの等しいものを同じ組にする。
       P-300.
            OPEN OUTPUT RPT-OU TX-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "# DUP-KEY " W-FILE-ID " " W-TODAY
                   " FOLD=WIDTH,KANA CHOON=" W-CHOON-SW
                   " SMALL=" W-SMALL-SW
                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RC-CNT.
            MOVE SPACE TO W-LINE-WK.
            STRING "TOTAL GROUPS=" W-GRP-CNT " RECORDS=" W-HIT-CNT
                   " PROPOSED DEL=" W-DEL-CNT " CHG=" W-CHG-CNT
                   DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            CLOSE RPT-OU TX-OU.
            .
       P-310.
            IF W-RC-GRP(W-SUB) = 0
               MOVE 1     TO W-GM-CNT
               MOVE W-SUB TO W-GM(1)
               PERFORM VARYING W-SUB2 FROM W-SUB BY 1
                       UNTIL W-SUB2 > W-RC-CNT
                  IF W-SUB2 > W-SUB
                     AND W-RC-GRP(W-SUB2) = 0
                     AND W-RC-FOLD(W-SUB2) = W-RC-FOLD(W-SUB)
                     AND W-GM-CNT < 100
                     ADD 1 TO W-GM-CNT
                     MOVE W-SUB2 TO W-GM(W-GM-CNT)
                  END-IF
               END-PERFORM
               IF W-GM-CNT > 1
                  ADD 1 TO W-GRP-CNT
                  ADD W-GM-CNT TO W-HIT-CNT
                  PERFORM VARYING W-M FROM 1 BY 1
                          UNTIL W-M > W-GM-CNT
                     MOVE W-GRP-CNT TO W-RC-GRP(W-GM(W-M))
                  END-PERFORM
                  PERFORM P-320
               END-IF
            END-IF.
            .
      *
      *   組１つの報告と案。残す１件を決め、各レコードを１６進・
      *   復号列つきで示し、残す１件と食い違うバイトに^^を付ける。
       P-320.
            MOVE W-GM(1) TO W-KEEP.
            PERFORM VARYING W-M FROM W-GM-CNT BY -1 UNTIL W-M < 1
               IF W-RC-CANON(W-GM(W-M)) = "Y"
                  MOVE W-GM(W-M) TO W-KEEP
               END-IF
            END-PERFORM.
            MOVE W-RC-VAL(W-KEEP) TO W-KEEP-VAL.
            MOVE "N" TO W-DIFF-SW W-CHG-SW.
            PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-GM-CNT
               IF W-RC-VAL(W-GM(W-M)) NOT = W-RC-VAL(W-KEEP)
                  MOVE "Y" TO W-DIFF-SW
               END-IF
            END-PERFORM.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO W-LINE-WK.
            STRING "GROUP " W-GRP-CNT " MEMBERS=" W-GM-CNT
                   " FOLDED="                  DELIMITED BY SIZE
                   W-RC-FOLD(W-KEEP)(1:60)      DELIMITED BY "  "
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            IF W-DIFF-SW = "Y"
               MOVE "  ** VALUES DIFFER - REVIEW THE PROPOSAL **"
                    TO RP-REC
               WRITE RP-REC
            END-IF.
            PERFORM P-330 VARYING W-M FROM 1 BY 1
                    UNTIL W-M > W-GM-CNT.
            .
       P-330.
            MOVE W-GM(W-M) TO W-K.
            MOVE SPACE TO W-LINE-WK.
            IF W-K = W-KEEP
               STRING "  REC " W-RC-NO(W-K) " KEEP KEY=["
                      W-RC-KEY(W-K) "] VALUE=[" W-RC-VAL(W-K) "]"
                      DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            ELSE
               STRING "  REC " W-RC-NO(W-K) " DROP KEY=["
                      W-RC-KEY(W-K) "] VALUE=[" W-RC-VAL(W-K) "]"
                      DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            END-IF.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM P-400.
            MOVE SPACE TO W-LINE-WK.
            STRING "       HEX  " W-HEX-LINE DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "       CHR  " W-CHR-LINE DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            IF W-K NOT = W-KEEP AND W-DIF-LINE NOT = SPACE
               MOVE SPACE TO W-LINE-WK
               STRING "       DIFF " W-DIF-LINE DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE RP-REC FROM W-LINE-WK
            END-IF.
            IF W-K NOT = W-KEEP
               PERFORM P-500
            END-IF.
            .
      *
      *   キーの１６進・復号列・差分列。復号列はHEX-DUMPと同じく
      *   ASCII可読はそのまま、多バイト文字の先行バイトを「*」、
      *   後続を「+」、対応の崩れたバイトを「!」で示す。
       P-400.
            MOVE SPACE TO W-HEX-LINE W-CHR-LINE W-DIF-LINE.
            MOVE 0 TO W-TRAIL-LEFT.
            MOVE 20 TO W-KLEN.
            PERFORM UNTIL W-KLEN < 1
                          OR W-RC-KEY(W-K)(W-KLEN:1) NOT = SPACE
               SUBTRACT 1 FROM W-KLEN
            END-PERFORM.
            IF W-KLEN = 0
               MOVE 1 TO W-KLEN
            END-IF.
            MOVE 1 TO W-J.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-KLEN
               COMPUTE W-B = FUNCTION ORD(W-RC-KEY(W-K)(W-I:1)) - 1
               COMPUTE W-D = W-B / 16
               MOVE W-HEXDIG(W-D + 1:1) TO W-HEX-LINE(W-J:1)
               COMPUTE W-D = FUNCTION MOD(W-B, 16)
               MOVE W-HEXDIG(W-D + 1:1) TO W-HEX-LINE(W-J + 1:1)
               PERFORM P-410
               IF W-RC-KEY(W-K)(W-I:1) NOT = W-RC-KEY(W-KEEP)(W-I:1)
                  MOVE "^^" TO W-DIF-LINE(W-J:2)
               END-IF
               ADD 3 TO W-J
            END-PERFORM.
            .
       P-410.
            EVALUATE TRUE
                WHEN W-TRAIL-LEFT > 0
                     IF W-B >= 128 AND W-B <= 191
                        MOVE "+" TO W-CHR-LINE(W-J:1)
                        SUBTRACT 1 FROM W-TRAIL-LEFT
                     ELSE
                        MOVE "!" TO W-CHR-LINE(W-J:1)
                        MOVE 0   TO W-TRAIL-LEFT
                     END-IF
                WHEN W-B >= 224 AND W-B <= 239
                     MOVE "*" TO W-CHR-LINE(W-J:1)
                     MOVE 2   TO W-TRAIL-LEFT
                WHEN W-B >= 194 AND W-B <= 223
                     MOVE "*" TO W-CHR-LINE(W-J:1)
                     MOVE 1   TO W-TRAIL-LEFT
                WHEN W-B >= 128
                     MOVE "!" TO W-CHR-LINE(W-J:1)
                WHEN W-B >= 32 AND W-B <= 126
                     MOVE W-RC-KEY(W-K)(W-I:1) TO W-CHR-LINE(W-J:1)
                WHEN OTHER
                     MOVE "." TO W-CHR-LINE(W-J:1)
            END-EVALUATE.
            .
      *
      *   落とすレコード１件の案。削除と、残す１件の値が空で落とす
      *   ほうに値があれば残すほうへの変更（組で一度だけ）。
       P-500.
            MOVE SPACE TO TX-REC.
            IF W-FILE-ID = "QA99MNT"
               STRING "DEL|"          DELIMITED BY SIZE
                      W-RC-KEY(W-K)   DELIMITED BY "  "
                      "|"             DELIMITED BY SIZE
                      INTO TX-REC
               END-STRING
            ELSE
               MOVE "削除"            TO TX-REC(1:6)
               MOVE W-RC-KEY(W-K)     TO TX-REC(7:15)
            END-IF.
            WRITE TX-REC.
            ADD 1 TO W-DEL-CNT.
            IF W-KEEP-VAL = SPACE AND W-RC-VAL(W-K) NOT = SPACE
               AND W-CHG-SW = "N"
               MOVE "Y" TO W-CHG-SW
               MOVE SPACE TO TX-REC
               IF W-FILE-ID = "QA99MNT"
                  STRING "CHG|"            DELIMITED BY SIZE
                         W-RC-KEY(W-KEEP)  DELIMITED BY "  "
                         "|"               DELIMITED BY SIZE
                         W-RC-VAL(W-K)     DELIMITED BY "  "
                         INTO TX-REC
                  END-STRING
               ELSE
                  MOVE "変更"              TO TX-REC(1:6)
                  MOVE W-RC-KEY(W-KEEP)    TO TX-REC(7:15)
                  MOVE W-RC-VAL(W-K)(1:15) TO TX-REC(22:15)
               END-IF
               WRITE TX-REC
               ADD 1 TO W-CHG-CNT
            END-IF.
            .
      *
      *   畳みキーの作成。W-KEY-WKをHZ-CNV-1で全角へそろえ、３バイト
      *   文字ごとにひらがな→カタカナ、指定があれば小書き・長音を
      *   畳んでW-FOLD-OUTへ。
       P-600.
            MOVE SPACE    TO W-HZ-IN W-FOLD-OUT.
            MOVE W-KEY-WK TO W-HZ-IN.
            CALL "HZ-CNV-1" USING W-HZ-IN W-HZ-OUT W-HZ-DIR W-HZ-STS
                ON EXCEPTION
                    MOVE W-HZ-IN TO W-HZ-OUT
            END-CALL.
            MOVE 1 TO W-I.
            MOVE 1 TO W-J.
            PERFORM UNTIL W-I > 120
               IF W-HZ-OUT(W-I:) = SPACE
                  MOVE 121 TO W-I
               ELSE
                  COMPUTE W-B = FUNCTION ORD(W-HZ-OUT(W-I:1)) - 1
                  IF W-B >= 224 AND W-I <= 118
                     MOVE W-HZ-OUT(W-I:3) TO W-CHR3
                     PERFORM P-610
                     MOVE W-CHR3 TO W-FOLD-OUT(W-J:3)
                     ADD 3 TO W-I W-J
                  ELSE
                     MOVE W-HZ-OUT(W-I:1) TO W-FOLD-OUT(W-J:1)
                     ADD 1 TO W-I W-J
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   ３バイト文字１つの畳み。ひらがな（E3 81 81～E3 82 96、
      *   ゝゞ）はコード位置を+60して同じ音のカタカナへ。
       P-610.
            IF W-CHR3(1:1) = X"E3"
               COMPUTE W-B = FUNCTION ORD(W-CHR3(3:1)) - 1
               EVALUATE TRUE
                   WHEN W-CHR3(2:1) = X"81" AND W-B >= 129
                        AND W-B < 160
                        MOVE X"82" TO W-CHR3(2:1)
                        MOVE FUNCTION CHAR(W-B + 33) TO W-CHR3(3:1)
                   WHEN W-CHR3(2:1) = X"81" AND W-B >= 160
                        MOVE X"83" TO W-CHR3(2:1)
                        MOVE FUNCTION CHAR(W-B - 31) TO W-CHR3(3:1)
                   WHEN W-CHR3(2:1) = X"82"
                        AND ((W-B >= 128 AND W-B <= 150)
                             OR W-B = 157 OR W-B = 158)
                        MOVE X"83" TO W-CHR3(2:1)
                        MOVE FUNCTION CHAR(W-B + 33) TO W-CHR3(3:1)
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            IF W-SMALL-SW = "Y"
               MOVE "N" TO W-HIT-SW
               PERFORM VARYING W-T FROM 1 BY 1
                       UNTIL W-T > 12 OR W-HIT
                  IF W-CHR3 = SK-SML(W-T)
                     MOVE SK-STD(W-T) TO W-CHR3
                     MOVE "Y" TO W-HIT-SW
                  END-IF
               END-PERFORM
            END-IF.
            IF W-CHOON-SW = "Y"
               MOVE "N" TO W-HIT-SW
               PERFORM VARYING W-T FROM 1 BY 1
                       UNTIL W-T > 7 OR W-HIT
                  IF W-CHR3 = CH-VAR(W-T)
                     MOVE CH-STD(W-T) TO W-CHR3
                     MOVE "Y" TO W-HIT-SW
                  END-IF
               END-PERFORM
            END-IF.
            .
