      ******************************************************************
      *    テストケース：－（帳票）
      *    プログラム名：帳票定義駆動の一覧表作成（改ページ・小計）
      *    処理概要　　：「CASEMETAを持ち主別に、領域ごとの件数つき
      *                  で」「INCDREGを状態別に合計つきで」といった
      *                  一覧の依頼のたびに、REG-RPT・QRPT-MONの
      *                  横へ手書きの帳票プログラムが増えていた。
      *                  帳票定義ファイル（既定RPTDEF）のカードに
      *                  従い、任意の台帳を並べ替え、コントロール
      *                  ブレイクで小計を、最後に総合計を打つ汎用の
      *                  帳票作成を設ける。入力の項目はREFMTと同じ
      *                  様式カード（項目名|開始位置|バイト長|型）で
      *                  引く。出力は表示１３２桁の印刷像RPTGENOで、
      *                  欄そろえはREG-RPTJと同じく全角１文字＝表示
      *                  ２桁（半角カナは１桁）で数え、欄幅を超える
      *                  値は文字の途中で切らずに欄幅でたたむ。
      *                  でき上がった帳票はSPOOL-MGRへ預ける
      *                  （SUBMIT。帳票名はREPORTカード）。
      *    使用方法　　：帳票定義は環境変数RPTGEN_DEF（未指定なら
      *                  RPTDEF）。RPTGEN_SPOOL＝Nでスプールへ預け
      *                  ない（RPTGENOだけ）。依頼者はSPOOL_WHO（未
      *                  指定ならRPT-GEN）。
      *    レコード様式：帳票定義は「カード種別|値…」、#行は注記。
      *                    REPORT|帳票名（スプール上の名前）
      *                    TITLE|表題
      *                    LANG|J または E（小計・合計・頁などの
      *                         定型語。既定E）
      *                    INPUT|入力ファイル名
      *                    LAYOUT|様式カードのファイル名（既定
      *                           LAYOUTDF）
      *                    FORMAT|FIXED または PIPE（PIPEは「|」区切り
      *                           の台帳。様式カードの開始位置を
      *                           項目番号として読む。既定FIXED）
      *                    COL|項目名|見出し|表示幅（最大１２欄）
      *                    BREAK|項目名|小計見出し（大→小の順に
      *                          最大５段。ブレイク項目は自動的に
      *                          整列の上位キーになる）
      *                    SORT|項目名|A または D（ブレイクの次の
      *                         整列キー。最大５）
      *                    SUM|項目名|小数桁0または2（小計・総合計を
      *                        取る数値項目。COLに載せた項目に限る。
      *                        最大６）
      *                    PAGE|１頁の行数（既定60）
      *                  定義・様式・入力の誤りはRETURN-CODE＝12、
      *                  数値でない集計値や件数あふれは4。
      *  --------------------------------------------------------------
      *   対象：一覧表の汎用化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RPT-GEN.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-28.
       DATE-COMPILED.        2026-09-28.
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
           SELECT DEF-FILE   ASSIGN USING W-DEF-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DEF-FS.
           SELECT LAY-FILE   ASSIGN USING W-LAY-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LAY-FS.
           SELECT DAT-IN     ASSIGN USING W-IN-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DAT-FS.
           SELECT RPT-FILE   ASSIGN TO "RPTGENO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPL-FILE   ASSIGN TO "SPOOLIN"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  DEF-FILE.
       01  DF-REC             PIC X(160).
       FD  LAY-FILE.
       01  LY-REC             PIC X(80).
       FD  DAT-IN.
       01  DI-REC             PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(400).
       FD  SPL-FILE.
       01  SPL-REC            PIC X(400).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-DEF-FS           PIC X(02).
       01  W-LAY-FS           PIC X(02).
       01  W-DAT-FS           PIC X(02).
       01  W-DEF-NAME         PIC X(40)          VALUE SPACE.
       01  W-LAY-NAME         PIC X(40)          VALUE "LAYOUTDF".
       01  W-IN-NAME          PIC X(40)          VALUE SPACE.
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-NG-SW            PIC X              VALUE "N".
           88  W-DEF-NG                          VALUE "Y".
       01  W-SPOOL-SW         PIC X              VALUE "Y".
       01  W-TODAY            PIC X(08).
      *    帳票定義の値
       01  W-REPORT           PIC X(12)          VALUE "RPTGEN".
       01  W-TITLE            PIC X(60)          VALUE SPACE.
       01  W-LANG             PIC X(01)          VALUE "E".
       01  W-FORMAT           PIC X(05)          VALUE "FIXED".
       01  W-PAGE-LEN         PIC 9(03)          VALUE 60.
      *    定型語（LANGで切り替え）
       01  W-TXT-SUB          PIC X(12).
       01  W-TXT-GT           PIC X(12).
       01  W-TXT-CNT          PIC X(12).
       01  W-TXT-PAGE         PIC X(12).
       01  W-TXT-DATE         PIC X(12).
      *    定義カードの分解域
       01  W-F1               PIC X(60).
       01  W-F2               PIC X(60).
       01  W-F3               PIC X(60).
       01  W-F4               PIC X(60).
      *    様式カード（最大20項目）
       01  W-LAY-CNT          PIC 9(02)          VALUE 0.
       01  W-LAY-TBL.
           05  W-LT           OCCURS 20.
               10  W-LT-NAME  PIC X(12).
               10  W-LT-OFF   PIC 9(03).
               10  W-LT-LEN   PIC 9(03).
               10  W-LT-TYPE  PIC X(01).
      *    欄（最大12）
       01  W-CL-CNT           PIC 9(02)          VALUE 0.
       01  W-CL-TBL.
           05  W-CL           OCCURS 12.
               10  W-CL-NAME  PIC X(12).
               10  W-CL-HEAD  PIC X(40).
               10  W-CL-WID   PIC 9(03).
               10  W-CL-FX    PIC 9(02).
               10  W-CL-SUM   PIC 9(01).
      *    ブレイク（大→小、最大5段）と段ごとの小計
       01  W-BK-CNT           PIC 9(01)          VALUE 0.
       01  W-BK-TBL.
           05  W-BK           OCCURS 5.
               10  W-BK-NAME  PIC X(12).
               10  W-BK-LABEL PIC X(30).
               10  W-BK-FX    PIC 9(02).
               10  W-BK-PREV  PIC X(60).
               10  W-BK-CUR   PIC X(60).
               10  W-BK-RCNT  PIC 9(07).
               10  W-BK-SUM   OCCURS 6     PIC S9(13)V99.
      *    整列キー指定（最大5）と、ブレイクを上位に足した整列順
       01  W-SK-CNT           PIC 9(01)          VALUE 0.
       01  W-SK-TBL.
           05  W-SK           OCCURS 5.
               10  W-SK-NAME  PIC X(12).
               10  W-SK-DIR   PIC X(01).
       01  W-SO-CNT           PIC 9(02)          VALUE 0.
       01  W-SO-TBL.
           05  W-SO           OCCURS 10.
               10  W-SO-FX    PIC 9(02).
               10  W-SO-DIR   PIC X(01).
      *    集計項目（最大6）と総合計
       01  W-SM-CNT           PIC 9(01)          VALUE 0.
       01  W-SM-TBL.
           05  W-SM           OCCURS 6.
               10  W-SM-NAME  PIC X(12).
               10  W-SM-DEC   PIC 9(01).
               10  W-SM-FX    PIC 9(02).
       01  W-GT-RCNT          PIC 9(07)          VALUE 0.
       01  W-GT-TBL.
           05  W-GT-SUM       OCCURS 6     PIC S9(13)V99.
      *    入力レコードの表（整列キー＋レコード）
       01  W-RT-CNT           PIC 9(04)          VALUE 0.
       01  W-RT-TBL.
           05  W-RT           OCCURS 1 TO 1000
                              DEPENDING ON W-RT-CNT.
               10  W-RT-SKEY  PIC X(100).
               10  W-RT-REC   PIC X(400).
      *    レコード１件の作業域（PIPEは項目に割っておく）
       01  W-REC              PIC X(400).
       01  W-PF-TBL.
           05  W-PF           OCCURS 20    PIC X(60).
       01  W-VAL              PIC X(60).
       01  W-SKEY             PIC X(100).
       01  W-KPOS             PIC 9(03).
       01  W-KLEN             PIC 9(03).
      *    降順キー用の変換表（全バイト値とその逆順）
       01  W-ASC              PIC X(256).
       01  W-DSC              PIC X(256).
      *    添字・作業域
       01  W-FX               PIC 9(02).
       01  W-NAME             PIC X(12).
       01  W-C                PIC 9(02).
       01  W-S                PIC 9(02).
       01  W-LV               PIC 9(01).
       01  W-LV-CHG           PIC 9(01).
       01  W-R                PIC 9(04).
       01  W-N                PIC 9(03).
       01  W-IN-CNT           PIC 9(05)          VALUE 0.
       01  W-OVR-CNT          PIC 9(05)          VALUE 0.
       01  W-BADNUM-CNT       PIC 9(05)          VALUE 0.
       01  W-LINE-WID         PIC 9(03).
       01  W-RC               PIC 9(02)          VALUE 0.
      *    集計値の編集
       01  W-NUM              PIC S9(13)V99.
       01  W-ED0              PIC -(15)9.
       01  W-ED2              PIC -(12)9.99.
       01  W-EDX              PIC X(16).
       01  W-CNT-ED           PIC Z(06)9.
      *    混在幅そろえの作業域（REG-RPTJと同じ数え方に、欄幅での
      *    たたみを加えたもの）
       01  W-LINE             PIC X(400).
       01  W-HOLD-LINE        PIC X(400).
       01  W-LPOS             PIC 9(03).
       01  W-PAD-SRC          PIC X(60).
       01  W-PAD-WIDTH        PIC 9(03).
       01  W-I                PIC 9(03).
       01  W-B                PIC 9(03).
       01  W-B2               PIC 9(03).
       01  W-DW               PIC 9(03).
       01  W-SLEN             PIC 9(03).
       01  W-CLEN             PIC 9(01).
       01  W-CW               PIC 9(01).
       01  W-STOP-SW          PIC X.
      *    頁
       01  W-PAGE-NO          PIC 9(04)          VALUE 0.
       01  W-LN-CNT           PIC 9(03)          VALUE 0.
       01  W-PAGE-ED          PIC ZZZ9.
      *    スプール（SPOOL-MGR）への引き渡し
       01  W-SPL-WHO          PIC X(16).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RPT-GEN)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            DISPLAY "RPTGEN_DEF" UPON ENVIRONMENT-NAME.
            ACCEPT W-DEF-NAME    FROM ENVIRONMENT-VALUE.
            IF W-DEF-NAME = SPACE
               MOVE "RPTDEF" TO W-DEF-NAME
            END-IF.
            DISPLAY "RPTGEN_SPOOL" UPON ENVIRONMENT-NAME.
            ACCEPT W-SPOOL-SW      FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF NOT W-DEF-NG
               PERFORM P-200
            END-IF.
            IF NOT W-DEF-NG
               PERFORM P-250
            END-IF.
            IF NOT W-DEF-NG
               PERFORM P-300
            END-IF.
            IF W-DEF-NG
               DISPLAY "RPT-GEN NG: REPORT NOT PRODUCED"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-RT-CNT > 1
               SORT W-RT ASCENDING KEY W-RT-SKEY
            END-IF.
            OPEN OUTPUT RPT-FILE.
            IF W-SPOOL-SW NOT = "N"
               OPEN OUTPUT SPL-FILE
            END-IF.
            PERFORM P-400.
            CLOSE RPT-FILE.
            IF W-SPOOL-SW NOT = "N"
               CLOSE SPL-FILE
            END-IF.
            IF W-OVR-CNT > 0 OR W-BADNUM-CNT > 0
               MOVE 4 TO W-RC
            END-IF.
            DISPLAY "IN=" W-IN-CNT " LISTED=" W-RT-CNT
                    " OVERFLOW=" W-OVR-CNT
                    " NON-NUMERIC=" W-BADNUM-CNT
                    " PAGES=" W-PAGE-NO.
            IF W-SPOOL-SW NOT = "N"
               PERFORM P-700
            END-IF.
            MOVE W-RC TO RETURN-CODE.
            DISPLAY "TEST END   (RPT-GEN)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．帳票定義のロード。
       P-100.
            OPEN INPUT DEF-FILE.
            IF W-DEF-FS NOT = "00"
               DISPLAY "RPT-GEN NG: NO REPORT DEFINITION "
                       W-DEF-NAME
               MOVE "Y" TO W-NG-SW
            ELSE
               PERFORM UNTIL W-EOF
                  READ DEF-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE DEF-FILE
            END-IF.
            IF W-LANG = "J"
               MOVE "小計"     TO W-TXT-SUB
               MOVE "合計"     TO W-TXT-GT
               MOVE "件数"     TO W-TXT-CNT
               MOVE "頁："     TO W-TXT-PAGE
               MOVE "作成日：" TO W-TXT-DATE
            ELSE
               MOVE "SUBTOTAL" TO W-TXT-SUB
               MOVE "TOTAL"    TO W-TXT-GT
               MOVE "COUNT"    TO W-TXT-CNT
               MOVE "PAGE:"    TO W-TXT-PAGE
               MOVE "DATE:"    TO W-TXT-DATE
            END-IF.
            IF NOT W-DEF-NG
               IF W-IN-NAME = SPACE OR W-CL-CNT = 0
                  DISPLAY "RPT-GEN NG: INPUT AND COL CARDS REQUIRED"
                  MOVE "Y" TO W-NG-SW
               END-IF
            END-IF.
            .
       P-110.
            IF DF-REC(1:1) = "#" OR DF-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING DF-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               EVALUATE W-F1
                   WHEN "REPORT"  MOVE W-F2 TO W-REPORT
                   WHEN "TITLE"   MOVE W-F2 TO W-TITLE
                   WHEN "LANG"    MOVE W-F2 TO W-LANG
                   WHEN "INPUT"   MOVE W-F2 TO W-IN-NAME
                   WHEN "LAYOUT"  MOVE W-F2 TO W-LAY-NAME
                   WHEN "FORMAT"  MOVE W-F2 TO W-FORMAT
                   WHEN "PAGE"    PERFORM P-115
                   WHEN "COL"     PERFORM P-120
                   WHEN "BREAK"   PERFORM P-130
                   WHEN "SORT"    PERFORM P-140
                   WHEN "SUM"     PERFORM P-150
                   WHEN OTHER
                        DISPLAY "RPT-GEN NG: UNKNOWN CARD " W-F1
                        MOVE "Y" TO W-NG-SW
               END-EVALUATE
            END-IF.
            .
       P-115.
            IF FUNCTION TEST-NUMVAL(W-F2) = 0
               MOVE FUNCTION NUMVAL(W-F2) TO W-PAGE-LEN
            END-IF.
            IF W-PAGE-LEN < 10
               MOVE 60 TO W-PAGE-LEN
            END-IF.
            .
       P-120.
            IF W-CL-CNT < 12
               ADD 1 TO W-CL-CNT
               MOVE W-F2 TO W-CL-NAME(W-CL-CNT)
               MOVE W-F3 TO W-CL-HEAD(W-CL-CNT)
               MOVE 0    TO W-CL-WID(W-CL-CNT) W-CL-SUM(W-CL-CNT)
               IF FUNCTION TEST-NUMVAL(W-F4) = 0
                  MOVE FUNCTION NUMVAL(W-F4) TO W-CL-WID(W-CL-CNT)
               END-IF
               IF W-CL-WID(W-CL-CNT) = 0
                  OR W-CL-WID(W-CL-CNT) > 60
                  DISPLAY "RPT-GEN NG: COL " W-F2
                          " WIDTH MUST BE 1-60"
                  MOVE "Y" TO W-NG-SW
               END-IF
            ELSE
               DISPLAY "RPT-GEN NG: MORE THAN 12 COL CARDS"
               MOVE "Y" TO W-NG-SW
            END-IF.
            .
       P-130.
            IF W-BK-CNT < 5
               ADD 1 TO W-BK-CNT
               MOVE W-F2 TO W-BK-NAME(W-BK-CNT)
               MOVE W-F3 TO W-BK-LABEL(W-BK-CNT)
               IF W-F3 = SPACE
                  MOVE W-F2 TO W-BK-LABEL(W-BK-CNT)
               END-IF
            ELSE
               DISPLAY "RPT-GEN NG: MORE THAN 5 BREAK CARDS"
               MOVE "Y" TO W-NG-SW
            END-IF.
            .
       P-140.
            IF W-SK-CNT < 5
               ADD 1 TO W-SK-CNT
               MOVE W-F2 TO W-SK-NAME(W-SK-CNT)
               MOVE "A"  TO W-SK-DIR(W-SK-CNT)
               IF W-F3 = "D"
                  MOVE "D" TO W-SK-DIR(W-SK-CNT)
               END-IF
            ELSE
               DISPLAY "RPT-GEN NG: MORE THAN 5 SORT CARDS"
               MOVE "Y" TO W-NG-SW
            END-IF.
            .
       P-150.
            IF W-SM-CNT < 6
               ADD 1 TO W-SM-CNT
               MOVE W-F2 TO W-SM-NAME(W-SM-CNT)
               MOVE 0    TO W-SM-DEC(W-SM-CNT)
               IF W-F3 = "2"
                  MOVE 2 TO W-SM-DEC(W-SM-CNT)
               END-IF
            ELSE
               DISPLAY "RPT-GEN NG: MORE THAN 6 SUM CARDS"
               MOVE "Y" TO W-NG-SW
            END-IF.
            .
      *
      *   ケース2．様式カードのロード（REFMTと同じ「項目名|開始位置|
      *            バイト長|型」）。PIPEでは開始位置が項目番号。
       P-200.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LAY-FILE.
            IF W-LAY-FS NOT = "00"
               DISPLAY "RPT-GEN NG: NO LAYOUT " W-LAY-NAME
               MOVE "Y" TO W-NG-SW
            ELSE
               PERFORM UNTIL W-EOF
                  READ LAY-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE LAY-FILE
               IF W-LAY-CNT = 0
                  DISPLAY "RPT-GEN NG: NO LAYOUT ENTRIES"
                  MOVE "Y" TO W-NG-SW
               END-IF
            END-IF.
            .
       P-210.
            IF LY-REC(1:1) = "#" OR LY-REC = SPACE
               CONTINUE
            ELSE
               IF W-LAY-CNT < 20
                  ADD 1 TO W-LAY-CNT
                  MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
                  UNSTRING LY-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-F3 W-F4
                  END-UNSTRING
                  MOVE W-F1 TO W-LT-NAME(W-LAY-CNT)
                  MOVE FUNCTION NUMVAL(W-F2) TO W-LT-OFF(W-LAY-CNT)
                  MOVE FUNCTION NUMVAL(W-F3) TO W-LT-LEN(W-LAY-CNT)
                  MOVE W-F4 TO W-LT-TYPE(W-LAY-CNT)
                  IF W-LT-LEN(W-LAY-CNT) > 60
                     MOVE 60 TO W-LT-LEN(W-LAY-CNT)
                  END-IF
                  IF W-LT-OFF(W-LAY-CNT) = 0
                     OR W-LT-LEN(W-LAY-CNT) = 0
                     OR (W-FORMAT = "PIPE"
                         AND W-LT-OFF(W-LAY-CNT) > 20)
                     OR (W-FORMAT NOT = "PIPE"
                         AND W-LT-OFF(W-LAY-CNT)
                           + W-LT-LEN(W-LAY-CNT) > 401)
                     DISPLAY "RPT-GEN NG: BAD LAYOUT ENTRY " W-F1
                     MOVE "Y" TO W-NG-SW
                  END-IF
               ELSE
                  DISPLAY "RPT-GEN: MORE THAN 20 FIELDS IGNORED"
               END-IF
            END-IF.
            .
      *
      *   ケース3．定義の項目名を様式の項目へ引き当て、整列順（
      *            ブレイクを上位に、残りの整列キーをその下に）を
      *            組む。降順用の変換表もここで作る。
       P-250.
            MOVE 0 TO W-LINE-WID.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               MOVE W-CL-NAME(W-C) TO W-NAME
               PERFORM P-260
               MOVE W-FX TO W-CL-FX(W-C)
               COMPUTE W-LINE-WID = W-LINE-WID + W-CL-WID(W-C) + 1
            END-PERFORM.
            IF W-LINE-WID > 133
               DISPLAY "RPT-GEN NG: COLUMNS EXCEED 132 PRINT POSITIONS"
               MOVE "Y" TO W-NG-SW
            END-IF.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SM-CNT
               MOVE W-SM-NAME(W-S) TO W-NAME
               PERFORM P-260
               MOVE W-FX TO W-SM-FX(W-S)
               MOVE 0 TO W-N
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
                  IF W-CL-NAME(W-C) = W-SM-NAME(W-S)
                     MOVE W-S TO W-CL-SUM(W-C)
                     MOVE 1   TO W-N
                  END-IF
               END-PERFORM
               IF W-N = 0
                  DISPLAY "RPT-GEN NG: SUM " W-SM-NAME(W-S)
                          " IS NOT A COL"
                  MOVE "Y" TO W-NG-SW
               END-IF
            END-PERFORM.
            MOVE 0 TO W-SO-CNT.
            PERFORM VARYING W-LV FROM 1 BY 1 UNTIL W-LV > W-BK-CNT
               MOVE W-BK-NAME(W-LV) TO W-NAME
               PERFORM P-260
               MOVE W-FX TO W-BK-FX(W-LV)
               ADD 1 TO W-SO-CNT
               MOVE W-FX TO W-SO-FX(W-SO-CNT)
               MOVE "A"  TO W-SO-DIR(W-SO-CNT)
            END-PERFORM.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SK-CNT
               MOVE W-SK-NAME(W-S) TO W-NAME
               PERFORM P-260
               MOVE 0 TO W-N
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-SO-CNT
                  IF W-SO-FX(W-C) = W-FX
                     MOVE W-SK-DIR(W-S) TO W-SO-DIR(W-C)
                     MOVE 1 TO W-N
                  END-IF
               END-PERFORM
               IF W-N = 0
                  ADD 1 TO W-SO-CNT
                  MOVE W-FX          TO W-SO-FX(W-SO-CNT)
                  MOVE W-SK-DIR(W-S) TO W-SO-DIR(W-SO-CNT)
               END-IF
            END-PERFORM.
            MOVE 0 TO W-KLEN.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SO-CNT
               IF W-SO-FX(W-S) > 0
                  ADD W-LT-LEN(W-SO-FX(W-S)) TO W-KLEN
               END-IF
            END-PERFORM.
            IF W-KLEN > 95
               DISPLAY "RPT-GEN NG: SORT/BREAK FIELDS LONGER THAN"
                       " 95 BYTES"
               MOVE "Y" TO W-NG-SW
            END-IF.
            PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > 256
               MOVE FUNCTION CHAR(W-N) TO W-ASC(W-N:1)
               MOVE FUNCTION CHAR(W-N) TO W-DSC(257 - W-N:1)
            END-PERFORM.
            .
      *
      *   項目名から様式の項目番号を引く。無ければ定義誤り。
       P-260.
            MOVE 0 TO W-FX.
            PERFORM VARYING W-N FROM 1 BY 1
                    UNTIL W-N > W-LAY-CNT OR W-FX > 0
               IF W-LT-NAME(W-N) = W-NAME
                  MOVE W-N TO W-FX
               END-IF
            END-PERFORM.
            IF W-FX = 0
               DISPLAY "RPT-GEN NG: FIELD " W-NAME
                       " NOT IN LAYOUT"
               MOVE "Y" TO W-NG-SW
            END-IF.
            .
      *
      *   ケース4．入力を読み、整列キーをつけて表へ積む。PIPEの
      *            台帳では#行と空行を注記として読み飛ばす。
      *            整列の同順位は入力順を保つ（キー末尾に読込順）。
       P-300.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT DAT-IN.
            IF W-DAT-FS NOT = "00"
               DISPLAY "RPT-GEN NG: NO INPUT " W-IN-NAME
               MOVE "Y" TO W-NG-SW
            ELSE
               PERFORM UNTIL W-EOF
                  READ DAT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE DAT-IN
            END-IF.
            .
       P-310.
            IF DI-REC = SPACE
               OR (W-FORMAT = "PIPE" AND DI-REC(1:1) = "#")
               CONTINUE
            ELSE
               ADD 1 TO W-IN-CNT
               IF W-RT-CNT < 1000
                  MOVE DI-REC TO W-REC
                  PERFORM P-610
                  MOVE SPACE TO W-SKEY
                  MOVE 1 TO W-KPOS
                  PERFORM VARYING W-S FROM 1 BY 1
                          UNTIL W-S > W-SO-CNT
                     MOVE W-SO-FX(W-S) TO W-FX
                     PERFORM P-600
                     MOVE W-LT-LEN(W-FX) TO W-KLEN
                     IF W-SO-DIR(W-S) = "D"
                        INSPECT W-VAL(1:W-KLEN)
                                CONVERTING W-ASC TO W-DSC
                     END-IF
                     MOVE W-VAL(1:W-KLEN) TO W-SKEY(W-KPOS:W-KLEN)
                     ADD W-KLEN TO W-KPOS
                  END-PERFORM
                  MOVE W-IN-CNT TO W-SKEY(96:5)
                  ADD 1 TO W-RT-CNT
                  MOVE W-SKEY TO W-RT-SKEY(W-RT-CNT)
                  MOVE W-REC  TO W-RT-REC(W-RT-CNT)
               ELSE
                  ADD 1 TO W-OVR-CNT
               END-IF
            END-IF.
            .
      *
      *   ケース5．印字。整列済みの表を頭から読み、ブレイク項目の
      *            変わり目で下位の段から小計を打つ。最後に全段の
      *            小計と総合計。
       P-400.
            PERFORM VARYING W-LV FROM 1 BY 1 UNTIL W-LV > 5
               MOVE SPACE TO W-BK-PREV(W-LV)
               MOVE 0     TO W-BK-RCNT(W-LV)
               PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > 6
                  MOVE 0 TO W-BK-SUM(W-LV W-S)
               END-PERFORM
            END-PERFORM.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > 6
               MOVE 0 TO W-GT-SUM(W-S)
            END-PERFORM.
            PERFORM P-800.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RT-CNT
               PERFORM P-410
            END-PERFORM.
            IF W-RT-CNT > 0
               PERFORM VARYING W-LV FROM W-BK-CNT BY -1
                       UNTIL W-LV < 1
                  PERFORM P-460
               END-PERFORM
            END-IF.
            PERFORM P-480.
            .
       P-410.
            MOVE W-RT-REC(W-R) TO W-REC.
            PERFORM P-610.
      *    ブレイクの判定（いちばん上位で変わった段）
            MOVE 0 TO W-LV-CHG.
            PERFORM VARYING W-LV FROM 1 BY 1 UNTIL W-LV > W-BK-CNT
               MOVE W-BK-FX(W-LV) TO W-FX
               PERFORM P-600
               MOVE W-VAL TO W-BK-CUR(W-LV)
               IF W-R > 1 AND W-LV-CHG = 0
                  AND W-BK-CUR(W-LV) NOT = W-BK-PREV(W-LV)
                  MOVE W-LV TO W-LV-CHG
               END-IF
            END-PERFORM.
            IF W-LV-CHG > 0
               PERFORM VARYING W-LV FROM W-BK-CNT BY -1
                       UNTIL W-LV < W-LV-CHG
                  PERFORM P-460
               END-PERFORM
            END-IF.
            PERFORM VARYING W-LV FROM 1 BY 1 UNTIL W-LV > W-BK-CNT
               MOVE W-BK-CUR(W-LV) TO W-BK-PREV(W-LV)
            END-PERFORM.
      *    集計
            ADD 1 TO W-GT-RCNT.
            PERFORM VARYING W-LV FROM 1 BY 1 UNTIL W-LV > W-BK-CNT
               ADD 1 TO W-BK-RCNT(W-LV)
            END-PERFORM.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SM-CNT
               MOVE W-SM-FX(W-S) TO W-FX
               PERFORM P-600
               MOVE 0 TO W-NUM
               IF W-VAL NOT = SPACE
                  IF FUNCTION TEST-NUMVAL(W-VAL) = 0
                     COMPUTE W-NUM = FUNCTION NUMVAL(W-VAL)
                  ELSE
                     ADD 1 TO W-BADNUM-CNT
                  END-IF
               END-IF
               ADD W-NUM TO W-GT-SUM(W-S)
               PERFORM VARYING W-LV FROM 1 BY 1
                       UNTIL W-LV > W-BK-CNT
                  ADD W-NUM TO W-BK-SUM(W-LV W-S)
               END-PERFORM
            END-PERFORM.
      *    明細行
            MOVE SPACE TO W-LINE.
            MOVE 1 TO W-LPOS.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               MOVE W-CL-FX(W-C) TO W-FX
               PERFORM P-600
               MOVE W-CL-WID(W-C) TO W-PAD-WIDTH
               IF W-LT-TYPE(W-FX) = "9"
                  PERFORM P-430
               ELSE
                  MOVE W-VAL TO W-PAD-SRC
               END-IF
               PERFORM P-420
               ADD 1 TO W-LPOS
            END-PERFORM.
            PERFORM P-810.
            .
      *
      *   混在幅そろえ。W-PAD-SRCの実内容をW-LINEのW-LPOSへ置き、
      *   表示幅（全角＝２桁・半角＝１桁で数える。半角カナ
      *   U+FF61-FF9Fは１桁）がW-PAD-WIDTHになるまで１バイト空白を
      *   足す。欄幅に入りきらない文字からは写さない。
       P-420.
            MOVE 0 TO W-B.
            INSPECT FUNCTION REVERSE(W-PAD-SRC)
                    TALLYING W-B FOR LEADING SPACE.
            COMPUTE W-SLEN = 60 - W-B.
            MOVE 0   TO W-DW.
            MOVE 1   TO W-I.
            MOVE "N" TO W-STOP-SW.
            PERFORM UNTIL W-I > W-SLEN OR W-STOP-SW = "Y"
               COMPUTE W-B = FUNCTION ORD(W-PAD-SRC(W-I:1)) - 1
               EVALUATE TRUE
                   WHEN W-B < 128
                        MOVE 1 TO W-CLEN W-CW
                   WHEN W-B >= 240
                        MOVE 4 TO W-CLEN
                        MOVE 2 TO W-CW
                   WHEN W-B >= 224
                        MOVE 3 TO W-CLEN
                        MOVE 2 TO W-CW
                        IF W-B = 239 AND W-I < W-SLEN
                           COMPUTE W-B2 = FUNCTION ORD(
                                   W-PAD-SRC(W-I + 1:1)) - 1
                           IF W-B2 = 189 OR W-B2 = 190
                              PERFORM P-425
                           END-IF
                        END-IF
                   WHEN W-B >= 192
                        MOVE 2 TO W-CLEN
                        MOVE 1 TO W-CW
                   WHEN OTHER
                        MOVE 1 TO W-CLEN
                        MOVE 0 TO W-CW
               END-EVALUATE
               IF W-DW + W-CW > W-PAD-WIDTH
                  OR W-I + W-CLEN - 1 > W-SLEN
                  MOVE "Y" TO W-STOP-SW
               ELSE
                  MOVE W-PAD-SRC(W-I:W-CLEN)
                       TO W-LINE(W-LPOS:W-CLEN)
                  ADD W-CLEN TO W-LPOS W-I
                  ADD W-CW   TO W-DW
               END-IF
            END-PERFORM.
            PERFORM UNTIL W-DW >= W-PAD-WIDTH
               MOVE " " TO W-LINE(W-LPOS:1)
               ADD 1 TO W-LPOS
               ADD 1 TO W-DW
            END-PERFORM.
            .
      *
      *   EF BD A1〜EF BE 9F（半角カナ・半角句読点）は表示１桁。
       P-425.
            IF W-I + 2 <= W-SLEN
               COMPUTE W-B = FUNCTION ORD(
                       W-PAD-SRC(W-I + 2:1)) - 1
               IF (W-B2 = 189 AND W-B >= 161)
                  OR (W-B2 = 190 AND W-B <= 159)
                  MOVE 1 TO W-CW
               END-IF
            END-IF.
            .
      *
      *   数値欄の右寄せ（W-VALの実内容を欄幅の右端へ）。
       P-430.
            MOVE 0 TO W-B.
            INSPECT FUNCTION REVERSE(W-VAL)
                    TALLYING W-B FOR LEADING SPACE.
            COMPUTE W-SLEN = 60 - W-B.
            MOVE SPACE TO W-PAD-SRC.
            IF W-SLEN > 0 AND W-SLEN < W-PAD-WIDTH
               MOVE W-VAL(1:W-SLEN)
                    TO W-PAD-SRC(W-PAD-WIDTH - W-SLEN + 1:W-SLEN)
            ELSE
               MOVE W-VAL TO W-PAD-SRC
            END-IF.
            .
      *
      *   集計値１個の編集と右寄せ（W-NUM・小数桁W-SM-DEC(W-S)を
      *   欄幅W-PAD-WIDTHへ。入りきらなければ＊で埋める）。
       P-440.
            IF W-SM-DEC(W-S) = 2
               MOVE W-NUM TO W-ED2
               MOVE W-ED2 TO W-EDX
            ELSE
               MOVE W-NUM TO W-ED0
               MOVE W-ED0 TO W-EDX
            END-IF.
            MOVE 0 TO W-B.
            INSPECT W-EDX TALLYING W-B FOR LEADING SPACE.
            COMPUTE W-SLEN = 16 - W-B.
            MOVE SPACE TO W-PAD-SRC.
            IF W-SLEN > W-PAD-WIDTH
               MOVE ALL "*" TO W-PAD-SRC(1:W-PAD-WIDTH)
            ELSE
               MOVE W-EDX(W-B + 1:W-SLEN)
                    TO W-PAD-SRC(W-PAD-WIDTH - W-SLEN + 1:W-SLEN)
            END-IF.
            .
      *
      *   小計（段W-LV）。見出し行「小計 見出し＝値 件数 n」と、
      *   集計項目があれば欄の位置にそろえた集計行を打ち、段を
      *   ゼロに戻す。最上位の段のあとは１行あける。
       P-460.
            MOVE SPACE TO W-LINE.
            MOVE W-BK-RCNT(W-LV) TO W-CNT-ED.
            MOVE W-BK-PREV(W-LV) TO W-VAL.
            MOVE 0 TO W-B.
            INSPECT FUNCTION REVERSE(W-VAL)
                    TALLYING W-B FOR LEADING SPACE.
            COMPUTE W-SLEN = 60 - W-B.
            IF W-SLEN = 0
               MOVE 1 TO W-SLEN
            END-IF.
            COMPUTE W-LPOS = W-LV * 2 - 1.
            STRING "*" W-TXT-SUB   DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   W-BK-LABEL(W-LV) DELIMITED BY "  "
                   "="             DELIMITED BY SIZE
                   W-VAL(1:W-SLEN) DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   W-TXT-CNT       DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   W-CNT-ED        DELIMITED BY SIZE
                   INTO W-LINE WITH POINTER W-LPOS
            END-STRING.
            PERFORM P-810.
            IF W-SM-CNT > 0
               MOVE SPACE TO W-LINE
               MOVE 1 TO W-LPOS
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
                  MOVE W-CL-WID(W-C) TO W-PAD-WIDTH
                  IF W-CL-SUM(W-C) > 0
                     MOVE W-CL-SUM(W-C) TO W-S
                     MOVE W-BK-SUM(W-LV W-S) TO W-NUM
                     PERFORM P-440
                  ELSE
                     MOVE SPACE TO W-PAD-SRC
                  END-IF
                  PERFORM P-420
                  ADD 1 TO W-LPOS
               END-PERFORM
               PERFORM P-810
            END-IF.
            IF W-LV = 1
               MOVE SPACE TO W-LINE
               PERFORM P-810
            END-IF.
            MOVE 0 TO W-BK-RCNT(W-LV).
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > 6
               MOVE 0 TO W-BK-SUM(W-LV W-S)
            END-PERFORM.
            .
      *
      *   総合計。
       P-480.
            MOVE SPACE TO W-LINE.
            MOVE W-GT-RCNT TO W-CNT-ED.
            STRING "**" W-TXT-GT  DELIMITED BY SPACE
                   "  "           DELIMITED BY SIZE
                   W-TXT-CNT      DELIMITED BY SPACE
                   " "            DELIMITED BY SIZE
                   W-CNT-ED       DELIMITED BY SIZE
                   INTO W-LINE
            END-STRING.
            PERFORM P-810.
            IF W-SM-CNT > 0
               MOVE SPACE TO W-LINE
               MOVE 1 TO W-LPOS
               PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
                  MOVE W-CL-WID(W-C) TO W-PAD-WIDTH
                  IF W-CL-SUM(W-C) > 0
                     MOVE W-CL-SUM(W-C) TO W-S
                     MOVE W-GT-SUM(W-S) TO W-NUM
                     PERFORM P-440
                  ELSE
                     MOVE SPACE TO W-PAD-SRC
                  END-IF
                  PERFORM P-420
                  ADD 1 TO W-LPOS
               END-PERFORM
               PERFORM P-810
            END-IF.
            .
      *
      *   項目値の取り出し（W-FX番の項目をW-VALへ）。FIXEDは
      *   レコードの位置から、PIPEは割っておいた項目から。
       P-600.
            MOVE SPACE TO W-VAL.
            IF W-FX > 0
               IF W-FORMAT = "PIPE"
                  MOVE W-PF(W-LT-OFF(W-FX))(1:W-LT-LEN(W-FX))
                       TO W-VAL
               ELSE
                  MOVE W-REC(W-LT-OFF(W-FX):W-LT-LEN(W-FX))
                       TO W-VAL
               END-IF
            END-IF.
            .
      *
      *   PIPE台帳のレコードを項目に割る。
       P-610.
            IF W-FORMAT = "PIPE"
               MOVE SPACE TO W-PF-TBL
               UNSTRING W-REC DELIMITED BY "|"
                   INTO W-PF(1)  W-PF(2)  W-PF(3)  W-PF(4)
                        W-PF(5)  W-PF(6)  W-PF(7)  W-PF(8)
                        W-PF(9)  W-PF(10) W-PF(11) W-PF(12)
                        W-PF(13) W-PF(14) W-PF(15) W-PF(16)
                        W-PF(17) W-PF(18) W-PF(19) W-PF(20)
               END-UNSTRING
            END-IF.
            .
      *
      *   ケース6．スプールへ預ける。SPOOLINへ書いた同じ印刷像を
      *            SPOOL-MGRのSUBMITで登録する（未結合の単体ビルド
      *            ではSPOOLINを残して終わる）。
       P-700.
            DISPLAY "SPOOL_WHO" UPON ENVIRONMENT-NAME.
            ACCEPT W-SPL-WHO    FROM ENVIRONMENT-VALUE.
            IF W-SPL-WHO = SPACE
               DISPLAY "SPOOL_WHO" UPON ENVIRONMENT-NAME
               DISPLAY "RPT-GEN"   UPON ENVIRONMENT-VALUE
            END-IF.
            DISPLAY "SPOOL_MODE"   UPON ENVIRONMENT-NAME.
            DISPLAY "SUBMIT"       UPON ENVIRONMENT-VALUE.
            DISPLAY "SPOOL_REPORT" UPON ENVIRONMENT-NAME.
            DISPLAY W-REPORT       UPON ENVIRONMENT-VALUE.
            CALL "SPOOL-MGR"
                ON EXCEPTION
                    DISPLAY "RPT-GEN: SPOOL-MGR NOT LINKED"
                            " - REPORT LEFT IN SPOOLIN"
            END-CALL.
            IF RETURN-CODE NOT = 0
               DISPLAY "RPT-GEN: REPORT NOT SPOOLED RC=" RETURN-CODE
               IF W-RC = 0
                  MOVE 4 TO W-RC
               END-IF
            END-IF.
            .
      *
      *   頁見出し（表題・作成日・頁、欄見出し、罫線）。
       P-800.
            ADD 1 TO W-PAGE-NO.
            MOVE W-PAGE-NO TO W-PAGE-ED.
            IF W-PAGE-NO > 1
               MOVE SPACE TO W-LINE
               PERFORM P-820
            END-IF.
            MOVE SPACE TO W-LINE.
            MOVE 1 TO W-LPOS.
            MOVE W-TITLE TO W-PAD-SRC.
            MOVE 90 TO W-PAD-WIDTH.
            PERFORM P-420.
            STRING W-TXT-DATE  DELIMITED BY SPACE
                   " " W-TODAY DELIMITED BY SIZE
                   "  "        DELIMITED BY SIZE
                   W-TXT-PAGE  DELIMITED BY SPACE
                   " " W-PAGE-ED DELIMITED BY SIZE
                   INTO W-LINE WITH POINTER W-LPOS
            END-STRING.
            PERFORM P-820.
            MOVE SPACE TO W-LINE.
            PERFORM P-820.
            MOVE 1 TO W-LPOS.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               MOVE W-CL-WID(W-C) TO W-PAD-WIDTH
               MOVE W-CL-HEAD(W-C) TO W-PAD-SRC
               PERFORM P-420
               ADD 1 TO W-LPOS
            END-PERFORM.
            PERFORM P-820.
            MOVE SPACE TO W-LINE.
            MOVE 1 TO W-LPOS.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CL-CNT
               MOVE ALL "-" TO W-LINE(W-LPOS:W-CL-WID(W-C))
               COMPUTE W-LPOS = W-LPOS + W-CL-WID(W-C) + 1
            END-PERFORM.
            PERFORM P-820.
            MOVE 4 TO W-LN-CNT.
            .
      *
      *   本文１行。頁の行数に達していれば改頁してから書く。
       P-810.
            IF W-LN-CNT >= W-PAGE-LEN
               MOVE W-LINE TO W-HOLD-LINE
               PERFORM P-800
               MOVE W-HOLD-LINE TO W-LINE
            END-IF.
            PERFORM P-820.
            ADD 1 TO W-LN-CNT.
            .
       P-820.
            WRITE RPT-REC FROM W-LINE.
            IF W-SPOOL-SW NOT = "N"
               WRITE SPL-REC FROM W-LINE
            END-IF.
            .
