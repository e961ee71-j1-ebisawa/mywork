      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：テストデータの文字種網羅レポート
      *    処理概要　　：機能網羅マトリクス（make_coverage_matrix.sh）
      *                  はどの文を国別項目で試したかを示すが、どの
      *                  文字で試したかは示さない。半角カナの濁点付き、
      *                  第二水準漢字、ＮＥＣ・ＩＢＭ拡張文字、〜や−
      *                  のような全角記号は一度も使われていない疑いが
      *                  ある。ソースのテスト用リテラル（注記行を除く
      *                  行の引用符の中）とfixtureの全行（#の注記行を
      *                  除く）を走査し、１文字ずつ符号表CNVMAPで
      *                  ＳＪＩＳ（CP932）の正規符号へ引いてＪＩＳの区
      *                  と文字種に分類する。
      *                    文字種（１７）：ASCII・半角カナ・半角カナの
      *                      濁点半濁点付き・全角記号（１・２区）・
      *                      変換表で割れる記号のCP932形（～－∥―￠￡
      *                      ￢）とＪＩＳ形（U+301C等）・全角英数
      *                      （３区）・ひらがな・カタカナ・ギリシャ
      *                      キリル（６・７区）・罫線（８区）・ＮＥＣ
      *                      特殊（１３区）・第一水準・第二水準・ＩＢＭ
      *                      拡張（ＮＥＣ選定ＩＢＭ拡張を含む。Unicode
      *                      では同じ文字）・外字（私用領域）・CP932に
      *                      無い文字。
      *                  レポートCHRCOVには文字種ごとの出現数・異なり
      *                  字数・使った走査単位数、区ごとの割当字数と
      *                  使った字数、走査単位（プログラム・fixture）
      *                  ×文字種の網羅グリッド、一度も使われていない
      *                  文字種と、それを埋めるFIX-GENの実行か新しい
      *                  ケースの提案を書く。
      *    入力　　　　：CNVMAP　符号表（CNV-CONFと同じ）。戻り先が
      *                          自分自身の符号だけを正規形として引く。
      *                  CHRSCN　走査一覧（名前|SRCまたはDAT|パス）。
      *    使用方法　　：tools/make_char_coverage.shから実行する
      *                  （走査一覧はそこで作る）。使われていない
      *                  文字種があればRETURN-CODE 4、CNVMAPか走査
      *                  一覧が無ければ12。
      *  --------------------------------------------------------------
      *   対象：テストデータの文字の網羅（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CHR-COV.
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
           SELECT MAP-FILE   ASSIGN TO "CNVMAP"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MAP-FS.
           SELECT SCN-FILE   ASSIGN TO "CHRSCN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SCN-FS.
           SELECT SRC-IN     ASSIGN USING W-SRC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT RPT-OU     ASSIGN TO "CHRCOV"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WK    ASSIGN TO "CHRCOVWK".
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  MAP-FILE.
       01  MP-REC             PIC X(40).
       FD  SCN-FILE.
       01  SC-REC             PIC X(300).
       FD  SRC-IN.
       01  SR-REC             PIC X(1000).
       FD  RPT-OU.
       01  RP-REC             PIC X(132).
       SD  SORT-WK.
       01  SW-REC.
           05  SW-CH          PIC X(04).
           05  SW-SJ          PIC X(04).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-MAP-FS           PIC X(02).
       01  W-SCN-FS           PIC X(02).
       01  W-SRC-FS           PIC X(02).
       01  W-SRC-NAME         PIC X(200).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
      *    符号表の読み込み域（ＳＪＩＳ|文字|戻り先）
       01  W-MP-SJ            PIC X(04).
       01  W-MP-CH            PIC X(04).
       01  W-MP-BK            PIC X(04).
      *    符号表（ＵＴＦ−８の文字の昇順。正規形だけ）
       01  W-CM-CNT           PIC 9(05)          VALUE 0.
       01  W-CM-TBL.
           05  W-CM           OCCURS 1 TO 9000
                              DEPENDING ON W-CM-CNT
                              ASCENDING KEY IS W-CM-CH
                              INDEXED BY W-CM-X.
               10  W-CM-CH    PIC X(04).
               10  W-CM-SJ    PIC X(04).
               10  W-CM-ROW   PIC 9(03).
               10  W-CM-CLS   PIC 9(02).
               10  W-CM-OCC   PIC 9(07).
      *    変換表で割れる記号（CP932形の符号）
       01  W-DV-DEF.
           05  FILLER         PIC X(28)
               VALUE "815C81608161817C8191819281CA".
       01  W-DV-TBL  REDEFINES W-DV-DEF.
           05  W-DV           OCCURS 7           PIC X(04).
      *    同じ記号のＪＩＳ形（―〜‖−¢£¬のＵＴＦ−８）
       01  W-JF-DEF.
           05  FILLER         PIC X(04)  VALUE X"E2809420".
           05  FILLER         PIC X(04)  VALUE X"E3809C20".
           05  FILLER         PIC X(04)  VALUE X"E2809620".
           05  FILLER         PIC X(04)  VALUE X"E2889220".
           05  FILLER         PIC X(04)  VALUE X"C2A22020".
           05  FILLER         PIC X(04)  VALUE X"C2A32020".
           05  FILLER         PIC X(04)  VALUE X"C2AC2020".
       01  W-JF-TBL  REDEFINES W-JF-DEF.
           05  W-JF           OCCURS 7           PIC X(04).
      *    文字種（記号・名前・使われていないときの提案２行分）
       01  W-CL-CNT           PIC 9(02)          VALUE 17.
       01  W-CL-DEF.
           05  FILLER         PIC X(03)  VALUE "ASC".
           05  FILLER         PIC X(37)
               VALUE "ASCII GRAPHIC CHARACTERS (21-7E)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN OCCTBL RUN (OCC-X MIXES a1b2c)".
           05  FILLER         PIC X(48)  VALUE SPACE.
           05  FILLER         PIC X(03)  VALUE "HKN".
           05  FILLER         PIC X(37)
               VALUE "HALF-WIDTH KATAKANA (JIS X 0201)".
           05  FILLER         PIC X(48)
               VALUE "NEW HZ-CNV-1 CONTRACT CASES OR AN EX3-4 STYLE".
           05  FILLER         PIC X(48)
               VALUE "X/N MIX WITH ｱｲｳｴｵ IN A PIC X FIELD".
           05  FILLER         PIC X(03)  VALUE "HKD".
           05  FILLER         PIC X(37)
               VALUE "HALF-WIDTH KANA + DAKUTEN/HANDAKUTEN".
           05  FILLER         PIC X(48)
               VALUE "NEW HZ-CNV-1 CONTRACT CASES WITH".
           05  FILLER         PIC X(48)
               VALUE "ｶﾞ ﾊﾟ ｳﾞ -> ガ パ ヴ".
           05  FILLER         PIC X(03)  VALUE "KGO".
           05  FILLER         PIC X(37)
               VALUE "FULL-WIDTH SYMBOLS (ROWS 1-2)".
           05  FILLER         PIC X(48)
               VALUE "NEW EX5-4 INSPECT / EX5-6 STRING CASE WITH".
           05  FILLER         PIC X(48)
               VALUE "、。・「」※〒 AS DELIMITERS".
           05  FILLER         PIC X(03)  VALUE "KDV".
           05  FILLER         PIC X(37)
               VALUE "MAP-SPLIT SYMBOLS, CP932 FORM".
           05  FILLER         PIC X(48)
               VALUE "NEW UTF8-GW / EBC-CNV ROUND-TRIP CASE WITH".
           05  FILLER         PIC X(48)
               VALUE "～ － ∥ ￢ (CNV-CONF LISTS THE PATHS)".
           05  FILLER         PIC X(03)  VALUE "KDJ".
           05  FILLER         PIC X(37)
               VALUE "MAP-SPLIT SYMBOLS, JIS FORM (U+301C)".
           05  FILLER         PIC X(48)
               VALUE "NEW UTF8-GW IN CASE WITH 〜 − ‖ (JIS FORM):".
           05  FILLER         PIC X(48)
               VALUE "MUST NOT TURN SILENTLY INTO ～ － ∥".
           05  FILLER         PIC X(03)  VALUE "ZAN".
           05  FILLER         PIC X(37)
               VALUE "FULL-WIDTH ALPHANUMERICS (ROW 3)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN RUN, FIX_GEN_ROWS=15 OR MORE, THEN".
           05  FILLER         PIC X(48)
               VALUE "COPY OCCTBLGN OVER OCCTBLIN (OR QA99GEN)".
           05  FILLER         PIC X(03)  VALUE "HIR".
           05  FILLER         PIC X(37)
               VALUE "HIRAGANA (ROW 4)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN RUN, FIX_GEN_ROWS=15 OR MORE, THEN".
           05  FILLER         PIC X(48)
               VALUE "COPY OCCTBLGN OVER OCCTBLIN (OR QA99GEN)".
           05  FILLER         PIC X(03)  VALUE "KAT".
           05  FILLER         PIC X(37)
               VALUE "FULL-WIDTH KATAKANA (ROW 5)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN RUN, FIX_GEN_ROWS=15 OR MORE, THEN".
           05  FILLER         PIC X(48)
               VALUE "COPY OCCTBLGN OVER OCCTBLIN (OR QA99GEN)".
           05  FILLER         PIC X(03)  VALUE "GRK".
           05  FILLER         PIC X(37)
               VALUE "GREEK / CYRILLIC (ROWS 6-7)".
           05  FILLER         PIC X(48)
               VALUE "NEW EX5-1 COMPARE / EX5-4 INSPECT CASE WITH".
           05  FILLER         PIC X(48)
               VALUE "α Ω Д (FIX-GEN HAS NO FILLER FOR THEM)".
           05  FILLER         PIC X(03)  VALUE "KSN".
           05  FILLER         PIC X(37)
               VALUE "BOX DRAWING (ROW 8)".
           05  FILLER         PIC X(48)
               VALUE "NEW RPT-GEN LAYOUT CASE WITH ─ │ ┌ ┐".
           05  FILLER         PIC X(48)
               VALUE "IN A PIC N FRAME LINE".
           05  FILLER         PIC X(03)  VALUE "N13".
           05  FILLER         PIC X(37)
               VALUE "NEC SPECIAL CHARACTERS (ROW 13)".
           05  FILLER         PIC X(48)
               VALUE "NEW CASE WITH ① ㈱ № Ⅰ IN A PIC N KEY".
           05  FILLER         PIC X(48)
               VALUE "(SORT / COMPARE) AND AN EBC-CNV ROUND TRIP".
           05  FILLER         PIC X(03)  VALUE "K1 ".
           05  FILLER         PIC X(37)
               VALUE "JIS LEVEL 1 KANJI (ROWS 16-47)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN RUN, FIX_GEN_ROWS=15 OR MORE, THEN".
           05  FILLER         PIC X(48)
               VALUE "COPY OCCTBLGN OVER OCCTBLIN (OR QA99GEN)".
           05  FILLER         PIC X(03)  VALUE "K2 ".
           05  FILLER         PIC X(37)
               VALUE "JIS LEVEL 2 KANJI (ROWS 48-84)".
           05  FILLER         PIC X(48)
               VALUE "FIX-GEN FILLS ONLY 漢 (LEVEL 1): NEW CASE OR".
           05  FILLER         PIC X(48)
               VALUE "CASEMETA NAMES WITH 弌 丐 堯 槇 遙 凜 熙".
           05  FILLER         PIC X(03)  VALUE "IBM".
           05  FILLER         PIC X(37)
               VALUE "IBM EXTENSION (INCL. NEC-SELECTED)".
           05  FILLER         PIC X(48)
               VALUE "NEW CASE WITH 髙 﨑 ⅰ ￤ IN A PIC N NAME,".
           05  FILLER         PIC X(48)
               VALUE "THEN AN EBC-CNV / UTF8-GW ROUND TRIP".
           05  FILLER         PIC X(03)  VALUE "GAI".
           05  FILLER         PIC X(37)
               VALUE "USER-DEFINED / PRIVATE USE AREA".
           05  FILLER         PIC X(48)
               VALUE "NEW GAIJI-MNT SCAN CASE: A GAIJIMST CHARACTER".
           05  FILLER         PIC X(48)
               VALUE "IN A MASTER LISTED IN GAIJISCN".
           05  FILLER         PIC X(03)  VALUE "UNM".
           05  FILLER         PIC X(37)
               VALUE "OUTSIDE CP932 (4-BYTE UTF-8 ETC.)".
           05  FILLER         PIC X(48)
               VALUE "NEW UTF8-GW IN CASE WITH 𠮷 (4-BYTE UTF-8):".
           05  FILLER         PIC X(48)
               VALUE "MUST LAND IN THE GWREJ QUARANTINE".
       01  W-CL-TBL  REDEFINES W-CL-DEF.
           05  W-CL           OCCURS 17.
               10  W-CL-CODE  PIC X(03).
               10  W-CL-LABEL PIC X(37).
               10  W-CL-SUGA  PIC X(48).
               10  W-CL-SUGB  PIC X(48).
      *    文字種ごとの集計（出現数・異なり字数・走査単位数）
       01  W-CC-TBL.
           05  W-CC           OCCURS 17.
               10  W-CC-OCC   PIC 9(07).
               10  W-CC-DST   PIC 9(05).
               10  W-CC-UNT   PIC 9(04).
      *    区ごとの集計（符号表の割当字数・使った字数・出現数）
       01  W-RW-TBL.
           05  W-RW           OCCURS 120.
               10  W-RW-ASG   PIC 9(05).
               10  W-RW-USE   PIC 9(05).
               10  W-RW-OCC   PIC 9(07).
               10  W-RW-CLS   PIC 9(02).
      *    符号表に無い文字の異なり（文字・文字種）
       01  W-XD-CNT           PIC 9(04)          VALUE 0.
       01  W-XD-TBL.
           05  W-XD           OCCURS 2000.
               10  W-XD-CH    PIC X(04).
               10  W-XD-CLS   PIC 9(02).
      *    走査単位（名前・種別・文字種ごとの出現数）
       01  W-UN-CNT           PIC 9(04)          VALUE 0.
       01  W-UN-TBL.
           05  W-UN           OCCURS 600.
               10  W-UN-NAME  PIC X(20).
               10  W-UN-KIND  PIC X(03).
               10  W-UN-C     PIC 9(07)  OCCURS 17.
       01  W-U                PIC 9(04).
       01  W-SRC-CNT          PIC 9(04)          VALUE 0.
       01  W-DAT-CNT          PIC 9(04)          VALUE 0.
       01  W-MISS-CNT         PIC 9(04)          VALUE 0.
       01  W-NOJP-CNT         PIC 9(04)          VALUE 0.
      *    走査一覧の分解域
       01  W-SC-NAME          PIC X(20).
       01  W-SC-KIND          PIC X(03).
      *    １行の走査
       01  W-LEN              PIC 9(04).
       01  W-I                PIC 9(04).
       01  W-CLEN             PIC 9(01).
       01  W-B                PIC 9(03).
       01  W-B2               PIC 9(03).
       01  W-B3               PIC 9(03).
       01  W-CP               PIC 9(07).
       01  W-CH               PIC X(04).
       01  W-CLS              PIC 9(02).
       01  W-LIT-SW           PIC X(01).
       01  W-QUOTE            PIC X(01).
      *    符号の計算
       01  W-HEXDIG           PIC X(16)  VALUE "0123456789ABCDEF".
       01  W-HEX              PIC X(04).
       01  W-NUM              PIC 9(05).
       01  W-LEAD             PIC 9(03).
       01  W-TRAIL            PIC 9(03).
       01  W-ROW              PIC 9(03).
       01  W-K                PIC 9(02).
       01  W-D                PIC 9(02).
       01  W-R                PIC 9(03).
       01  W-C                PIC 9(02).
       01  W-X                PIC 9(04).
      *    印字
       01  W-GAP-CNT          PIC 9(02)          VALUE 0.
       01  W-ROW-ASG-CNT      PIC 9(03)          VALUE 0.
       01  W-ROW-USE-CNT      PIC 9(03)          VALUE 0.
       01  W-JP-TOT           PIC 9(07)          VALUE 0.
       01  W-LINE-WK          PIC X(132).
       01  W-PTR              PIC 9(03).
       01  W-ED7              PIC Z(6)9.
       01  W-ED6              PIC Z(5)9.
       01  W-ED5              PIC Z(4)9.
       01  W-ED4              PIC Z(3)9.
       01  W-ED3              PIC ZZ9.
       01  W-ROW-ED           PIC 999.
       01  W-PCT              PIC 9(03).
       01  W-RC               PIC 9(02)          VALUE 0.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CHR-COV)".
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            INITIALIZE W-CC-TBL W-RW-TBL.
            PERFORM P-100.
            IF W-CM-CNT = 0
               DISPLAY "CHR-COV NG: CNVMAP MISSING OR EMPTY"
               MOVE 12 TO W-RC
            ELSE
               PERFORM P-200
               IF W-UN-CNT = 0
                  DISPLAY "CHR-COV NG: CHRSCN MISSING OR EMPTY"
                  MOVE 12 TO W-RC
               ELSE
                  PERFORM P-300
                  IF W-GAP-CNT > 0
                     MOVE 4 TO W-RC
                  END-IF
               END-IF
            END-IF.
            MOVE W-RC TO RETURN-CODE.
            DISPLAY "TEST END   (CHR-COV)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．符号表CNVMAPのロード。戻り先が自分自身の行（正規
      *            形）だけをファイルSORTでＵＴＦ−８の文字の昇順に
      *            並べ、SEARCH ALLで引ける表にする。
       P-100.
            SORT SORT-WK
                 ASCENDING KEY SW-CH
                 INPUT  PROCEDURE IS P-110
                 OUTPUT PROCEDURE IS P-120.
            DISPLAY "CNVMAP CODES=" W-CM-CNT.
            .
      *
      *   INPUT PROCEDURE。注記行と戻り先が別の符号の行は飛ばす。
       P-110.
            OPEN INPUT MAP-FILE.
            IF W-MAP-FS = "00"
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ MAP-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF MP-REC(1:1) NOT = "#"
                              AND MP-REC NOT = SPACE
                              MOVE SPACE TO W-MP-SJ W-MP-CH W-MP-BK
                              UNSTRING MP-REC DELIMITED BY "|"
                                  INTO W-MP-SJ W-MP-CH W-MP-BK
                              END-UNSTRING
                              IF W-MP-SJ = W-MP-BK
                                 AND W-MP-CH NOT = SPACE
                                 MOVE W-MP-CH TO SW-CH
                                 MOVE W-MP-SJ TO SW-SJ
                                 RELEASE SW-REC
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MAP-FILE
            END-IF.
            .
      *
      *   OUTPUT PROCEDURE。区と文字種を決めて表へ積む。
       P-120.
            MOVE "N" TO W-EOF-SW.
            PERFORM UNTIL W-EOF
               RETURN SORT-WK
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END
                        IF W-CM-CNT = 0
                           OR SW-CH NOT = W-CM-CH(W-CM-CNT)
                           IF W-CM-CNT < 9000
                              ADD 1 TO W-CM-CNT
                              MOVE SW-CH TO W-CM-CH(W-CM-CNT)
                              MOVE SW-SJ TO W-CM-SJ(W-CM-CNT)
                              MOVE 0     TO W-CM-OCC(W-CM-CNT)
                              PERFORM P-130
                           END-IF
                        END-IF
               END-RETURN
            END-PERFORM.
            .
      *
      *   ＳＪＩＳの符号から区を求める。先行バイト９Ｆまでは
      *   （先行−８１）×２＋１、Ｅ０以降は（先行−Ｃ１）×２＋１、
      *   後続バイトが９Ｆ以上ならその次の区。
       P-130.
            MOVE W-CM-SJ(W-CM-CNT) TO W-HEX.
            PERFORM P-900.
            DIVIDE W-NUM BY 256 GIVING W-LEAD REMAINDER W-TRAIL.
            IF W-LEAD <= 159
               COMPUTE W-ROW = (W-LEAD - 129) * 2 + 1
            ELSE
               COMPUTE W-ROW = (W-LEAD - 193) * 2 + 1
            END-IF.
            IF W-TRAIL >= 159
               ADD 1 TO W-ROW
            END-IF.
            IF W-ROW < 1 OR W-ROW > 120
               MOVE 120 TO W-ROW
            END-IF.
            EVALUATE TRUE
                WHEN W-ROW <= 2   MOVE 4  TO W-CLS
                WHEN W-ROW = 3    MOVE 7  TO W-CLS
                WHEN W-ROW = 4    MOVE 8  TO W-CLS
                WHEN W-ROW = 5    MOVE 9  TO W-CLS
                WHEN W-ROW <= 7   MOVE 10 TO W-CLS
                WHEN W-ROW = 8    MOVE 11 TO W-CLS
                WHEN W-ROW = 13   MOVE 12 TO W-CLS
                WHEN W-ROW >= 16 AND W-ROW <= 47
                                  MOVE 13 TO W-CLS
                WHEN W-ROW >= 48 AND W-ROW <= 84
                                  MOVE 14 TO W-CLS
                WHEN W-ROW >= 89  MOVE 15 TO W-CLS
                WHEN OTHER        MOVE 4  TO W-CLS
            END-EVALUATE.
            MOVE W-CLS TO W-RW-CLS(W-ROW).
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 7
               IF W-DV(W-K) = W-CM-SJ(W-CM-CNT)
                  MOVE 5 TO W-CLS
               END-IF
            END-PERFORM.
            MOVE W-ROW TO W-CM-ROW(W-CM-CNT).
            MOVE W-CLS TO W-CM-CLS(W-CM-CNT).
            ADD 1 TO W-RW-ASG(W-ROW).
            .
      *
      *   ケース2．走査一覧CHRSCNの単位を順に読む。
       P-200.
            OPEN INPUT SCN-FILE.
            IF W-SCN-FS = "00"
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ SCN-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF SC-REC(1:1) NOT = "#"
                              AND SC-REC NOT = SPACE
                              AND W-UN-CNT < 600
                              PERFORM P-210
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SCN-FILE
            END-IF.
            DISPLAY "UNITS=" W-UN-CNT " SRC=" W-SRC-CNT
                    " DAT=" W-DAT-CNT " MISSING=" W-MISS-CNT.
            .
      *
      *   走査単位１本。SRCは引用符の中だけ、DATは#の注記行以外の
      *   全部を数える。
       P-210.
            MOVE SPACE TO W-SC-NAME W-SC-KIND W-SRC-NAME.
            UNSTRING SC-REC DELIMITED BY "|"
                INTO W-SC-NAME W-SC-KIND W-SRC-NAME
            END-UNSTRING.
            OPEN INPUT SRC-IN.
            IF W-SRC-FS NOT = "00"
               ADD 1 TO W-MISS-CNT
               DISPLAY "CHR-COV: NOT FOUND " W-SC-NAME
            ELSE
               ADD 1 TO W-UN-CNT
               MOVE W-UN-CNT  TO W-U
               MOVE W-SC-NAME TO W-UN-NAME(W-U)
               MOVE W-SC-KIND TO W-UN-KIND(W-U)
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > 17
                  MOVE 0 TO W-UN-C(W-U, W-C)
               END-PERFORM
               IF W-SC-KIND = "SRC"
                  ADD 1 TO W-SRC-CNT
               ELSE
                  ADD 1 TO W-DAT-CNT
               END-IF
               PERFORM UNTIL W-SRC-FS NOT = "00"
                  READ SRC-IN
                       AT END      MOVE "10" TO W-SRC-FS
                       NOT AT END  PERFORM P-220
                  END-READ
               END-PERFORM
               CLOSE SRC-IN
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > 17
                  IF W-UN-C(W-U, W-C) > 0
                     ADD 1 TO W-CC-UNT(W-C)
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   １行。ソースは注記行・空行を飛ばし、８桁目から引用符の
      *   開閉をたどる（継続行は引用符で開き直すので行ごとでよい）。
       P-220.
            MOVE 0 TO W-LEN.
            INSPECT FUNCTION REVERSE(SR-REC)
                    TALLYING W-LEN FOR LEADING SPACE.
            COMPUTE W-LEN = 1000 - W-LEN.
            MOVE "N" TO W-LIT-SW.
            IF W-SC-KIND = "SRC"
               IF W-LEN < 8
                  OR SR-REC(7:1) = "*" OR SR-REC(7:1) = "/"
                  MOVE 0 TO W-LEN
               END-IF
               MOVE 8 TO W-I
            ELSE
               IF SR-REC(1:1) = "#"
                  MOVE 0 TO W-LEN
               END-IF
               MOVE "Y" TO W-LIT-SW
               MOVE 1 TO W-I
            END-IF.
            PERFORM UNTIL W-I > W-LEN
               IF W-SC-KIND = "SRC"
                  AND (SR-REC(W-I:1) = QUOTE OR SR-REC(W-I:1) = "'")
                  IF W-LIT-SW = "N"
                     MOVE "Y" TO W-LIT-SW
                     MOVE SR-REC(W-I:1) TO W-QUOTE
                     ADD 1 TO W-I
                  ELSE
                     IF SR-REC(W-I:1) = W-QUOTE
                        MOVE "N" TO W-LIT-SW
                        ADD 1 TO W-I
                     ELSE
                        PERFORM P-230
                     END-IF
                  END-IF
               ELSE
                  IF W-LIT-SW = "Y"
                     PERFORM P-230
                  ELSE
                     ADD 1 TO W-I
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   １文字。先頭バイトでＵＴＦ−８の長さを決めて文字種を引く。
       P-230.
            COMPUTE W-B = FUNCTION ORD(SR-REC(W-I:1)) - 1.
            MOVE 0 TO W-CLS.
            EVALUATE TRUE
                WHEN W-B < 128               MOVE 1 TO W-CLEN
                WHEN W-B >= 194 AND W-B <= 223
                                             MOVE 2 TO W-CLEN
                WHEN W-B >= 224 AND W-B <= 239
                                             MOVE 3 TO W-CLEN
                WHEN W-B >= 240 AND W-B <= 244
                                             MOVE 4 TO W-CLEN
                WHEN OTHER                   MOVE 0 TO W-CLEN
            END-EVALUATE.
            IF W-CLEN > 1 AND W-I + W-CLEN - 1 > W-LEN
               MOVE 0 TO W-CLEN
            END-IF.
            EVALUATE TRUE
                WHEN W-CLEN = 0
                     MOVE 1 TO W-CLEN
                WHEN W-CLEN = 1
                     IF W-B > 32 AND W-B < 127
                        MOVE SPACE TO W-CH
                        MOVE SR-REC(W-I:1) TO W-CH(1:1)
                        MOVE 1 TO W-CLS
                        PERFORM P-250
                     END-IF
                WHEN OTHER
                     MOVE SPACE TO W-CH
                     MOVE SR-REC(W-I:W-CLEN) TO W-CH(1:W-CLEN)
                     PERFORM P-240
            END-EVALUATE.
            ADD W-CLEN TO W-I.
            .
      *
      *   多バイト文字の分類。半角カナ（U+FF61〜FF9F）・私用領域
      *   （U+E000〜F8FF）・ＪＩＳ形の記号は符号表を引く前に決める。
       P-240.
            IF W-CLEN = 3
               COMPUTE W-B2 = FUNCTION ORD(SR-REC(W-I + 1:1)) - 1
               COMPUTE W-B3 = FUNCTION ORD(SR-REC(W-I + 2:1)) - 1
               COMPUTE W-CP = (W-B - 224) * 4096
                            + (W-B2 - 128) * 64 + W-B3 - 128
               EVALUATE TRUE
                   WHEN W-CP >= 65377 AND W-CP <= 65439
                        MOVE 2 TO W-CLS
                        PERFORM P-250
      *                 濁点・半濁点が続けば組み合わせも数える
                        IF W-CP < 65438
                           AND W-I + 5 <= W-LEN
                           AND SR-REC(W-I + 3:2) = X"EFBE"
                           AND (SR-REC(W-I + 5:1) = X"9E"
                                OR SR-REC(W-I + 5:1) = X"9F")
                           MOVE 3 TO W-CLS
                           PERFORM P-250
                        END-IF
                   WHEN W-CP >= 57344 AND W-CP <= 63743
                        MOVE 16 TO W-CLS
                        PERFORM P-250
               END-EVALUATE
            END-IF.
            IF W-CLS = 0
               PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 7
                  IF W-JF(W-K) = W-CH
                     MOVE 6 TO W-CLS
                  END-IF
               END-PERFORM
               IF W-CLS = 6
                  PERFORM P-250
               END-IF
            END-IF.
            IF W-CLS = 0
               SEARCH ALL W-CM
                   AT END
                       MOVE 17 TO W-CLS
                       PERFORM P-250
                   WHEN W-CM-CH(W-CM-X) = W-CH
                       MOVE W-CM-CLS(W-CM-X) TO W-CLS
                       MOVE W-CM-ROW(W-CM-X) TO W-ROW
                       IF W-CM-OCC(W-CM-X) = 0
                          ADD 1 TO W-CC-DST(W-CLS)
                          ADD 1 TO W-RW-USE(W-ROW)
                       END-IF
                       ADD 1 TO W-CM-OCC(W-CM-X)
                       ADD 1 TO W-RW-OCC(W-ROW)
                       ADD 1 TO W-CC-OCC(W-CLS)
                       ADD 1 TO W-UN-C(W-U, W-CLS)
               END-SEARCH
            END-IF.
            .
      *
      *   符号表に無い文字種の計上。異なりは（文字・文字種）で数える。
       P-250.
            PERFORM VARYING W-X FROM 1 BY 1
                    UNTIL W-X > W-XD-CNT
                       OR (W-XD-CH(W-X) = W-CH
                           AND W-XD-CLS(W-X) = W-CLS)
               CONTINUE
            END-PERFORM.
            IF W-X > W-XD-CNT AND W-XD-CNT < 2000
               ADD 1 TO W-XD-CNT
               MOVE W-CH  TO W-XD-CH(W-XD-CNT)
               MOVE W-CLS TO W-XD-CLS(W-XD-CNT)
               ADD 1 TO W-CC-DST(W-CLS)
            END-IF.
            ADD 1 TO W-CC-OCC(W-CLS).
            ADD 1 TO W-UN-C(W-U, W-CLS).
            .
      *
      *   ケース3．レポートCHRCOVの印字。
       P-300.
            OPEN OUTPUT RPT-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "CHARACTER REPERTOIRE COVERAGE  "
                   W-NOW-DATE " " W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            STRING "UNITS SCANNED=" W-UN-CNT " (SRC=" W-SRC-CNT
                   " DAT=" W-DAT-CNT ") MISSING=" W-MISS-CNT
                   "  CNVMAP CODES=" W-CM-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            PERFORM P-310.
            PERFORM P-320.
            PERFORM P-330.
            PERFORM P-340.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO W-LINE-WK.
            COMPUTE W-C = W-CL-CNT - W-GAP-CNT.
            STRING "TOTAL|CLASSES=" W-CL-CNT "|COVERED=" W-C
                   "|GAPS=" W-GAP-CNT
                   "|ROWS=" W-ROW-USE-CNT "/" W-ROW-ASG-CNT
                   "|UNITS=" W-UN-CNT "|CHARS=" W-JP-TOT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            CLOSE RPT-OU.
            DISPLAY FUNCTION TRIM(W-LINE-WK TRAILING).
            .
      *
      *   文字種ごとの出現数・異なり字数・走査単位数。
       P-310.
            MOVE "** CHARACTER CLASSES **" TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO W-LINE-WK.
            STRING "CLS LABEL                                 "
                   "  OCCURS DISTINCT UNITS"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               MOVE W-CC-OCC(W-C) TO W-ED7
               MOVE W-CC-DST(W-C) TO W-ED5
               MOVE W-CC-UNT(W-C) TO W-ED4
               MOVE SPACE TO W-LINE-WK
               STRING W-CL-CODE(W-C) " " W-CL-LABEL(W-C) " "
                      W-ED7 "    " W-ED5 "  " W-ED4
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               IF W-CC-OCC(W-C) = 0
                  MOVE "  NEVER EXERCISED" TO W-LINE-WK(70:17)
                  ADD 1 TO W-GAP-CNT
               END-IF
               WRITE RP-REC FROM W-LINE-WK
               IF W-C > 1
                  ADD W-CC-OCC(W-C) TO W-JP-TOT
               END-IF
            END-PERFORM.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            .
      *
      *   区ごとの割当字数（符号表の正規形）・使った字数・出現数。
      *   ＪＩＳ形の記号・半角カナ・外字は区に数えない。
       P-320.
            MOVE "** JIS ROWS (CP932) **" TO RP-REC.
            WRITE RP-REC.
            MOVE "ROW CLS ASSIGNED   USED   OCCURS  PCT" TO RP-REC.
            WRITE RP-REC.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > 120
               IF W-RW-ASG(W-R) > 0
                  ADD 1 TO W-ROW-ASG-CNT
                  IF W-RW-USE(W-R) > 0
                     ADD 1 TO W-ROW-USE-CNT
                  END-IF
                  COMPUTE W-PCT = W-RW-USE(W-R) * 100 / W-RW-ASG(W-R)
                  MOVE W-R TO W-ROW-ED
                  MOVE W-RW-ASG(W-R) TO W-ED5
                  MOVE W-RW-USE(W-R) TO W-ED6
                  MOVE W-RW-OCC(W-R) TO W-ED7
                  MOVE W-PCT TO W-ED3
                  MOVE SPACE TO W-LINE-WK
                  STRING W-ROW-ED " " W-CL-CODE(W-RW-CLS(W-R))
                         "    " W-ED5 " " W-ED6 " " W-ED7
                         "  " W-ED3 "%"
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  WRITE RP-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
      *     一度も使われていない区を１行２０区ずつ
            MOVE SPACE TO W-LINE-WK.
            MOVE "ROWS NEVER USED:" TO W-LINE-WK.
            MOVE 17 TO W-PTR.
            MOVE 0 TO W-K.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > 120
               IF W-RW-ASG(W-R) > 0 AND W-RW-USE(W-R) = 0
                  IF W-K = 20
                     WRITE RP-REC FROM W-LINE-WK
                     MOVE SPACE TO W-LINE-WK
                     MOVE 17 TO W-PTR
                     MOVE 0 TO W-K
                  END-IF
                  MOVE W-R TO W-ROW-ED
                  STRING " " W-ROW-ED DELIMITED BY SIZE
                         INTO W-LINE-WK WITH POINTER W-PTR
                  END-STRING
                  ADD 1 TO W-K
               END-IF
            END-PERFORM.
            IF W-PTR = 17
               MOVE " (NONE)" TO W-LINE-WK(17:7)
            END-IF.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            .
      *
      *   走査単位×文字種の網羅グリッド。ASCII以外が１字でもある
      *   単位だけを載せ、残りは件数だけにする。
       P-330.
            MOVE "** COVERAGE GRID (UNITS WITH JAPANESE DATA) **"
              TO RP-REC.
            WRITE RP-REC.
            MOVE SPACE TO W-LINE-WK.
            MOVE "UNIT                 KND" TO W-LINE-WK.
            MOVE 25 TO W-PTR.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               STRING "   " W-CL-CODE(W-C) DELIMITED BY SIZE
                      INTO W-LINE-WK WITH POINTER W-PTR
               END-STRING
            END-PERFORM.
            WRITE RP-REC FROM W-LINE-WK.
            PERFORM VARYING W-U FROM 1 BY 1 UNTIL W-U > W-UN-CNT
               MOVE 0 TO W-X
               PERFORM VARYING W-C FROM 2 BY 1 UNTIL W-C > W-CL-CNT
                  IF W-UN-C(W-U, W-C) > 0
                     ADD 1 TO W-X
                  END-IF
               END-PERFORM
               IF W-X = 0
                  ADD 1 TO W-NOJP-CNT
               ELSE
                  MOVE SPACE TO W-LINE-WK
                  STRING W-UN-NAME(W-U) " " W-UN-KIND(W-U)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  MOVE 25 TO W-PTR
                  PERFORM VARYING W-C FROM 1 BY 1
                          UNTIL W-C > W-CL-CNT
                     IF W-UN-C(W-U, W-C) > 99999
                        MOVE 99999 TO W-ED6
                     ELSE
                        MOVE W-UN-C(W-U, W-C) TO W-ED6
                     END-IF
                     STRING W-ED6 DELIMITED BY SIZE
                            INTO W-LINE-WK WITH POINTER W-PTR
                     END-STRING
                  END-PERFORM
                  WRITE RP-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-LINE-WK.
            STRING "UNITS WITHOUT JAPANESE DATA: " W-NOJP-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE RP-REC FROM W-LINE-WK.
            MOVE SPACE TO RP-REC.
            WRITE RP-REC.
            .
      *
      *   一度も使われていない文字種と、それを埋める手立て。
       P-340.
            MOVE "** GAPS (CLASSES NEVER EXERCISED) **" TO RP-REC.
            WRITE RP-REC.
            IF W-GAP-CNT = 0
               MOVE "  (NONE)" TO RP-REC
               WRITE RP-REC
            END-IF.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               IF W-CC-OCC(W-C) = 0
                  MOVE SPACE TO W-LINE-WK
                  STRING "GAP " W-CL-CODE(W-C) " " W-CL-LABEL(W-C)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  WRITE RP-REC FROM W-LINE-WK
                  MOVE SPACE TO W-LINE-WK
                  STRING "    -> "       DELIMITED BY SIZE
                         W-CL-SUGA(W-C)  DELIMITED BY "  "
                         " "             DELIMITED BY SIZE
                         W-CL-SUGB(W-C)  DELIMITED BY "  "
                         INTO W-LINE-WK
                  END-STRING
                  WRITE RP-REC FROM W-LINE-WK
                  DISPLAY "GAP " W-CL-CODE(W-C) " "
                          FUNCTION TRIM(W-CL-LABEL(W-C) TRAILING)
               END-IF
            END-PERFORM.
            .
      *
      *   １６進４桁W-HEX→数値W-NUM。
       P-900.
            MOVE 0 TO W-NUM.
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 4
               PERFORM VARYING W-D FROM 1 BY 1
                       UNTIL W-D > 16
                          OR W-HEXDIG(W-D:1) = W-HEX(W-K:1)
                  CONTINUE
               END-PERFORM
               COMPUTE W-NUM = W-NUM * 16 + W-D - 1
            END-PERFORM.
            .
