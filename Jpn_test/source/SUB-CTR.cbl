      ******************************************************************
      *    テストケース：－（共通部品の契約試験）
      *    プログラム名：共通副プログラムの表駆動契約試験
      *    処理概要　　：HZ-CNV-1・WAREKI-1・NUM-KANJI-1／2・CURR-FMT-1
      *                  ・CSV-IO-1／2・INIT-SVC-1・REP-CHK-1・BIZDATE-1
      *                  ・QA-101-1は何十本ものジョブから呼ばれるのに、
      *                  変更の影響は下流の帳票がおかしくなって初めて
      *                  分かっていた。副プログラムごとに１本のケース
      *                  ファイル（入力引数・期待出力・期待状態）を読み、
      *                  副プログラムを呼んで、返ったすべての引数を
      *                  期待とバイト単位で比べ、スイートの他の
      *                  プログラムと同じ「CASE-ID OK／NG」の形で
      *                  報告する。ケースの追加はケースファイルの
      *                  編集だけで済み、再コンパイルは要らない。
      *    使用方法　　：ケースファイルの置き場所（既定CTRCASE、
      *                  環境変数SUB_CTR_DIRで変更）に「副プログラム名
      *                  .dat」を置いて実行する。run_regression.shは
      *                  tools/fixtures/contractをCTRCASEへ写し、
      *                  副プログラムの原始ファイルを結合して実行する。
      *                  環境変数SUB_CTR_ONLYに副プログラム名を指定
      *                  すると、その１本だけを試験する。
      *    ケースの様式：「|」区切りの１行１ケース。
      *                    ケースＩＤ|引数1|引数2|…
      *                  ケースＩＤは「略号-番号」（１０桁以内、略号は
      *                  下の契約表の３文字）。引数は副プログラムの
      *                  契約表の並び順に書き、各欄は
      *                    値　　　：入力値。呼び出し後も変わらない
      *                              ことを期待する
      *                    値=>期待：入力値と呼び出し後の期待値
      *                    =>期待　：入力は空白（数字はゼロ）
      *                  のいずれか。省略した欄は入力・期待とも空白。
      *                  値がX'…'なら１６進（大文字）でバイト列を
      *                  書く。数字の引数は値として比べる。
      *                  すべての引数を比べるので、期待しない引数の
      *                  書き換えもNGになる。
      *                  「#」で始まる行は注記。「ENV|名前|ファイル」
      *                  行は副プログラムが開くファイル（CALMSTなど）
      *                  をケース置き場の中のファイルへ向ける（最初の
      *                  ケースより前に書く。副プログラムは初回呼び出し
      *                  で表をロードするため）。
      *    判定の表示　：不一致の引数ごとに期待と実際を示し、最初の
      *                  ものはNG行に載せる。国別の引数は文字に加えて
      *                  １６進でも示す。副プログラムが結合されて
      *                  いなければNOT LINKED、ケースファイルが無ければ
      *                  略号-FILEのNGとする。RETURN-CODEはNG件数。
      *  --------------------------------------------------------------
      *   対象：共通副プログラムの回帰試験（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SUB-CTR.
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
           SELECT CASE-IN    ASSIGN USING W-CASE-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CASE-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  CASE-IN.
       01  CASE-REC           PIC X(4000).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
      *    NGケース件数。終了時にRETURN-CODEへ写す（0＝全OK）。
       01  W-NG-CNT           PIC 9(03)          VALUE 0.
       01  W-OK-CNT           PIC 9(04)          VALUE 0.
       01  W-CASE-FS          PIC X(02).
       01  W-CASE-DIR         PIC X(40).
       01  W-CASE-NAME        PIC X(80).
       01  W-CASES            PIC 9(04).
       01  W-ONLY             PIC X(12).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-NOLINK-SW        PIC X              VALUE "N".
           88  W-NOLINK                          VALUE "Y".
      *    契約表。引数の記述は１２バイト単位で
      *    名前X(08)・型X(01)・長さ9(03)の並び。型はX＝英数
      *    N＝国別（長さはバイト数）9＝符号なし整数 S＝符号つき整数
      *    D＝符号つき小数２桁。
       01  W-SP-CNT           PIC 9(02)          VALUE 0.
       01  W-SP-TBL.
           05  W-SP           OCCURS 12.
               10  W-SP-NAME  PIC X(12).
               10  W-SP-CODE  PIC X(03).
               10  W-SP-DESC  PIC X(144).
       01  W-S                PIC 9(02).
       01  W-DESC-WK.
           05  W-DS           OCCURS 12.
               10  W-DS-NAME  PIC X(08).
               10  W-DS-TYPE  PIC X(01).
               10  W-DS-LEN   PIC 9(03).
       01  W-ARGC             PIC 9(02).
       01  W-A                PIC 9(02).
      *    ケースの引数（入力・期待・実際）
       01  W-AG-TBL.
           05  W-AG           OCCURS 12.
               10  W-AG-IN    PIC X(400).
               10  W-AG-EXP   PIC X(400).
               10  W-AG-ACT   PIC X(400).
       01  W-FX-TBL.
           05  W-FX           OCCURS 12          PIC X(900).
       01  W-ID-X             PIC X(20).
       01  W-DLM              PIC X(02).
       01  W-ENV-NAME         PIC X(30).
       01  W-ENV-VAL          PIC X(80).
       01  W-ENV-PATH         PIC X(120).
      *    ケースＩＤの重複検査
       01  W-SEEN-CNT         PIC 9(03)          VALUE 0.
       01  W-SEEN-TBL.
           05  W-SEEN         OCCURS 600         PIC X(10).
       01  W-I                PIC 9(03).
       01  W-DUP-SW           PIC X.
      *    数字の引数の正規化（値として比べるため編集して左詰め）
       01  W-NUM-WK           PIC S9(13)V9(2).
       01  W-INT-ED           PIC -(14)9.
       01  W-DEC-ED           PIC -(14)9.99.
       01  W-NUM-TX           PIC X(20).
      *    国別の引数の正規化（国別項目へ一度写して同じ詰め方にする）
       01  W-NAT-G.
           05  W-NAT-WK       PIC N(200).
      *    １６進（ケースのX'…'の解読と、国別不一致の表示）
       01  W-HEXDIG           PIC X(16)
           VALUE "0123456789ABCDEF".
       01  W-HX-WK            PIC X(400).
       01  W-HX-OUT           PIC X(400).
       01  W-HX-I             PIC 9(03).
       01  W-HX-J             PIC 9(03).
       01  W-HX-C             PIC X(01).
       01  W-HX-V             PIC 9(02).
       01  W-HX-HI            PIC 9(02).
       01  W-B2               PIC 9(03).
       01  W-D                PIC 9(02).
       01  W-VAL-WK           PIC X(400).
       01  W-HEX-WK           PIC X(160).
       01  W-HX-LEN           PIC 9(03).
      *    不一致の表示
       01  W-MIS-CNT          PIC 9(02).
       01  W-CMP-LEN          PIC 9(03).
       01  W-TX-WK            PIC X(400).
       01  W-TL               PIC 9(03).
       01  W-TL-E             PIC 9(03).
       01  W-TL-A             PIC 9(03).
       01  W-MSG              PIC X(900).
       01  W-MSG-PTR          PIC 9(03).
      *    副プログラムごとの引数域（各LINKAGE SECTIONと同じ形）
       01  W-HZ-IN            PIC X(60).
       01  W-HZ-OUT           PIC X(120).
       01  W-HZ-DIR           PIC X(01).
       01  W-HZ-STS           PIC X(01).
       01  W-WK-DIR           PIC X(01).
       01  W-WK-YMD           PIC X(08).
       01  W-WK-ERA           PIC X(06).
       01  W-WK-YY            PIC 9(02).
       01  W-WK-MM            PIC 9(02).
       01  W-WK-DD            PIC 9(02).
       01  W-WK-FMT           PIC X(36).
       01  W-WK-STS           PIC X(01).
       01  W-NK-NUM           PIC S9(09).
       01  W-NK-STYLE         PIC X(01).
       01  W-NK-RESULT        PIC X(60).
       01  W-NK-STR           PIC X(60).
       01  W-NK-STS           PIC X(01).
       01  W-NK-POS           PIC 9(02).
       01  W-CF-AMT           PIC S9(13)V9(2).
       01  W-CF-CUR           PIC X(03).
       01  W-CF-SHAPE         PIC X(01).
       01  W-CF-RESULT        PIC X(30).
       01  W-CF-STS           PIC X(01).
       01  W-CV-FLDS.
           05  W-CV-FLD       OCCURS 8           PIC X(40).
       01  W-CV-CNT           PIC 9(02).
       01  W-CV-REC           PIC X(400).
       01  W-CV-STS           PIC X(01).
       01  W-IS-REC           PIC X(256).
       01  W-IS-CNT           PIC 9(02).
       01  W-IS-TBL           PIC X(80).
       01  W-IS-STS           PIC X(01).
       01  W-RP-LAYOUT        PIC X(10).
       01  W-RP-FIELD         PIC X(12).
       01  W-RP-VALUE         PIC X(60).
       01  W-RP-STS           PIC X(01).
       01  W-RP-POS           PIC 9(02).
       01  W-BZ-FUNC          PIC X(01).
       01  W-BZ-D1            PIC X(08).
       01  W-BZ-D2            PIC X(08).
       01  W-BZ-RD            PIC X(08).
       01  W-BZ-RN            PIC 9(04).
       01  W-BZ-FY            PIC 9(04).
       01  W-BZ-QTR           PIC 9(01).
       01  W-BZ-STS           PIC X(01).
       01  W-QA-LEFT-G.
           05  W-QA-LEFT      PIC N(20).
       01  W-QA-RIGHT-G.
           05  W-QA-RIGHT     PIC N(20).
       01  W-QA-OP            PIC X(02).
       01  W-QA-RESULT        PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(SUB-CTR)".
            DISPLAY "SUB_CTR_DIR" UPON ENVIRONMENT-NAME.
            ACCEPT W-CASE-DIR    FROM ENVIRONMENT-VALUE.
            IF W-CASE-DIR = SPACE
               MOVE "CTRCASE" TO W-CASE-DIR
            END-IF.
            DISPLAY "SUB_CTR_ONLY" UPON ENVIRONMENT-NAME.
            ACCEPT W-ONLY        FROM ENVIRONMENT-VALUE.
            PERFORM P-050.
            PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-SP-CNT
               IF W-ONLY = SPACE OR W-ONLY = W-SP-NAME(W-S)
                  PERFORM P-100
               END-IF
            END-PERFORM.
            DISPLAY "CONTRACT CASES OK=" W-OK-CNT " NG=" W-NG-CNT.
            DISPLAY "TEST END  (SUB-CTR)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   契約表。並びは各副プログラムのUSINGの順（CSV-IOの項目表は
      *   ８欄、INIT-SVC-1の項目様式表は「型＋長さ３桁」を詰めた
      *   １欄に展開する）。
       P-050.
            ADD 1 TO W-SP-CNT.
            MOVE "HZ-CNV-1"    TO W-SP-NAME(W-SP-CNT).
            MOVE "HZC"         TO W-SP-CODE(W-SP-CNT).
            MOVE "IN      X060OUT     X120DIR     X001STS     X001"
              TO W-SP-DESC(W-SP-CNT).
            ADD 1 TO W-SP-CNT.
            MOVE "WAREKI-1"    TO W-SP-NAME(W-SP-CNT).
            MOVE "WRK"         TO W-SP-CODE(W-SP-CNT).
            STRING "DIR     X001YMD     X008ERA     X006YY      9002"
                   "MM      9002DD      9002FMT     X036STS     X001"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "NUM-KANJI-1" TO W-SP-NAME(W-SP-CNT).
            MOVE "NK1"         TO W-SP-CODE(W-SP-CNT).
            MOVE "NUM     S009STYLE   X001RESULT  X060STS     X001"
              TO W-SP-DESC(W-SP-CNT).
            ADD 1 TO W-SP-CNT.
            MOVE "NUM-KANJI-2" TO W-SP-NAME(W-SP-CNT).
            MOVE "NK2"         TO W-SP-CODE(W-SP-CNT).
            MOVE "STR     X060NUM     S009STS     X001POS     9002"
              TO W-SP-DESC(W-SP-CNT).
            ADD 1 TO W-SP-CNT.
            MOVE "CURR-FMT-1"  TO W-SP-NAME(W-SP-CNT).
            MOVE "CUR"         TO W-SP-CODE(W-SP-CNT).
            STRING "AMT     D015CUR     X003SHAPE   X001RESULT  X030"
                   "STS     X001"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "CSV-IO-1"    TO W-SP-NAME(W-SP-CNT).
            MOVE "CS1"         TO W-SP-CODE(W-SP-CNT).
            STRING "F1      X040F2      X040F3      X040F4      X040"
                   "F5      X040F6      X040F7      X040F8      X040"
                   "CNT     9002REC     X400STS     X001"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "CSV-IO-2"    TO W-SP-NAME(W-SP-CNT).
            MOVE "CS2"         TO W-SP-CODE(W-SP-CNT).
            STRING "REC     X400F1      X040F2      X040F3      X040"
                   "F4      X040F5      X040F6      X040F7      X040"
                   "F8      X040CNT     9002STS     X001"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "INIT-SVC-1"  TO W-SP-NAME(W-SP-CNT).
            MOVE "INI"         TO W-SP-CODE(W-SP-CNT).
            MOVE "REC     X256CNT     9002LAYOUT  X080STS     X001"
              TO W-SP-DESC(W-SP-CNT).
            ADD 1 TO W-SP-CNT.
            MOVE "REP-CHK-1"   TO W-SP-NAME(W-SP-CNT).
            MOVE "REP"         TO W-SP-CODE(W-SP-CNT).
            STRING "LAYOUT  X010FIELD   X012VALUE   X060STS     X001"
                   "POS     9002"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "BIZDATE-1"   TO W-SP-NAME(W-SP-CNT).
            MOVE "BIZ"         TO W-SP-CODE(W-SP-CNT).
            STRING "FUNC    X001D1      X008D2      X008RD      X008"
                   "RN      9004FY      9004QTR     9001STS     X001"
                   DELIMITED BY SIZE INTO W-SP-DESC(W-SP-CNT)
            END-STRING.
            ADD 1 TO W-SP-CNT.
            MOVE "QA-101-1"    TO W-SP-NAME(W-SP-CNT).
            MOVE "Q01"         TO W-SP-CODE(W-SP-CNT).
            MOVE "LEFT    N040RIGHT   N040OP      X002RESULT  X001"
              TO W-SP-DESC(W-SP-CNT).
            .
      *
      *   副プログラム１本分。ケースファイルを読んで１行ずつ処理する。
       P-100.
            MOVE W-SP-DESC(W-S) TO W-DESC-WK.
            MOVE 0 TO W-ARGC.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > 12
               IF W-DS-NAME(W-A) NOT = SPACE
                  MOVE W-A TO W-ARGC
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-CASE-NAME.
            STRING W-CASE-DIR     DELIMITED BY SPACE
                   "/"            DELIMITED BY SIZE
                   W-SP-NAME(W-S) DELIMITED BY SPACE
                   ".dat"         DELIMITED BY SIZE
                   INTO W-CASE-NAME
            END-STRING.
            MOVE 0 TO W-CASES.
            OPEN INPUT CASE-IN.
            IF W-CASE-FS NOT = "00"
               MOVE SPACE TO CASE-ID
               STRING W-SP-CODE(W-S) "-FILE" DELIMITED BY SIZE
                      INTO CASE-ID
               END-STRING
               DISPLAY CASE-ID "NG:NO CASE FILE "
                       FUNCTION TRIM(W-CASE-NAME TRAILING)
               ADD 1 TO W-NG-CNT
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ CASE-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-200
                  END-READ
               END-PERFORM
               CLOSE CASE-IN
               IF W-CASES = 0
                  MOVE SPACE TO CASE-ID
                  STRING W-SP-CODE(W-S) "-FILE" DELIMITED BY SIZE
                         INTO CASE-ID
                  END-STRING
                  DISPLAY CASE-ID "NG:NO CASES IN "
                          FUNCTION TRIM(W-CASE-NAME TRAILING)
                  ADD 1 TO W-NG-CNT
               END-IF
            END-IF.
            .
       P-200.
            EVALUATE TRUE
                WHEN CASE-REC = SPACE
                WHEN CASE-REC(1:1) = "#"
                     CONTINUE
                WHEN CASE-REC(1:4) = "ENV|"
                     PERFORM P-210
                WHEN OTHER
                     PERFORM P-300
            END-EVALUATE.
            .
      *
      *   ENV行。副プログラムが開くファイル名をケース置き場の中の
      *   ファイルへ向ける（/で始まればそのまま）。
       P-210.
            MOVE SPACE TO W-ENV-NAME W-ENV-VAL W-ENV-PATH.
            UNSTRING CASE-REC DELIMITED BY "|"
                INTO W-ID-X W-ENV-NAME W-ENV-VAL
            END-UNSTRING.
            IF W-ENV-VAL(1:1) = "/"
               MOVE W-ENV-VAL TO W-ENV-PATH
            ELSE
               STRING W-CASE-DIR DELIMITED BY SPACE
                      "/"        DELIMITED BY SIZE
                      W-ENV-VAL  DELIMITED BY SPACE
                      INTO W-ENV-PATH
               END-STRING
            END-IF.
            DISPLAY W-ENV-NAME UPON ENVIRONMENT-NAME.
            DISPLAY W-ENV-PATH UPON ENVIRONMENT-VALUE.
            .
      *
      *   ケース１件。
       P-300.
            ADD 1 TO W-CASES.
            MOVE SPACE TO W-FX-TBL W-ID-X.
            UNSTRING CASE-REC DELIMITED BY "|"
                INTO W-ID-X
                     W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5) W-FX(6)
                     W-FX(7) W-FX(8) W-FX(9) W-FX(10) W-FX(11)
                     W-FX(12)
            END-UNSTRING.
            MOVE W-ID-X TO CASE-ID.
            MOVE "N" TO W-DUP-SW.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-SEEN-CNT
               IF W-SEEN(W-I) = CASE-ID
                  MOVE "Y" TO W-DUP-SW
               END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN W-ID-X(1:3) NOT = W-SP-CODE(W-S)
                  OR W-ID-X(4:1) NOT = "-"
                  OR W-ID-X(11:10) NOT = SPACE
                     DISPLAY CASE-ID "NG:CASE-ID MUST BE "
                             W-SP-CODE(W-S) "-nnn (10 BYTES MAX) "
                             FUNCTION TRIM(W-ID-X TRAILING)
                     ADD 1 TO W-NG-CNT
                WHEN W-DUP-SW = "Y"
                     DISPLAY CASE-ID "NG:DUPLICATE CASE-ID"
                     ADD 1 TO W-NG-CNT
                WHEN OTHER
                     IF W-SEEN-CNT < 600
                        ADD 1 TO W-SEEN-CNT
                        MOVE CASE-ID TO W-SEEN(W-SEEN-CNT)
                     END-IF
                     PERFORM VARYING W-A FROM 1 BY 1
                             UNTIL W-A > W-ARGC
                        PERFORM P-310
                     END-PERFORM
                     MOVE "N" TO W-NOLINK-SW
                     PERFORM P-400
                     IF W-NOLINK
                        DISPLAY CASE-ID "NG:"
                                FUNCTION TRIM(W-SP-NAME(W-S))
                                " NOT LINKED"
                        ADD 1 TO W-NG-CNT
                     ELSE
                        PERFORM P-800
                     END-IF
            END-EVALUATE.
            .
      *
      *   引数１欄を入力と期待に分け、X'…'を解読し、期待を型に
      *   合わせて正規化する。
       P-310.
            MOVE SPACE TO W-AG-IN(W-A) W-AG-EXP(W-A) W-AG-ACT(W-A)
                          W-DLM.
            UNSTRING W-FX(W-A) DELIMITED BY "=>"
                INTO W-AG-IN(W-A) DELIMITER IN W-DLM
                     W-AG-EXP(W-A)
            END-UNSTRING.
            IF W-DLM = SPACE
               MOVE W-AG-IN(W-A) TO W-AG-EXP(W-A)
            END-IF.
            MOVE W-AG-IN(W-A)  TO W-HX-WK.
            PERFORM P-320.
            MOVE W-HX-WK       TO W-AG-IN(W-A).
            MOVE W-AG-EXP(W-A) TO W-HX-WK.
            PERFORM P-320.
            MOVE W-HX-WK       TO W-AG-EXP(W-A).
            EVALUATE W-DS-TYPE(W-A)
                WHEN "9"
                WHEN "S"
                     MOVE FUNCTION NUMVAL(W-AG-EXP(W-A)) TO W-NUM-WK
                     PERFORM P-700
                     MOVE W-NUM-TX TO W-AG-EXP(W-A)
                WHEN "D"
                     MOVE FUNCTION NUMVAL(W-AG-EXP(W-A)) TO W-NUM-WK
                     PERFORM P-710
                     MOVE W-NUM-TX TO W-AG-EXP(W-A)
                WHEN "N"
                     MOVE W-AG-EXP(W-A) TO W-NAT-WK
                     MOVE W-NAT-G       TO W-AG-EXP(W-A)
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   W-HX-WKがX'…'ならバイト列へ解読する。
       P-320.
            IF W-HX-WK(1:2) = "X'"
               MOVE SPACE TO W-HX-OUT
               MOVE 3 TO W-HX-I
               MOVE 0 TO W-HX-J
               PERFORM UNTIL W-HX-I > 398
                          OR W-HX-WK(W-HX-I:1) = "'"
                          OR W-HX-WK(W-HX-I:1) = SPACE
                  MOVE W-HX-WK(W-HX-I:1) TO W-HX-C
                  PERFORM P-325
                  MOVE W-HX-V TO W-HX-HI
                  MOVE W-HX-WK(W-HX-I + 1:1) TO W-HX-C
                  PERFORM P-325
                  ADD 1 TO W-HX-J
                  MOVE FUNCTION CHAR(W-HX-HI * 16 + W-HX-V + 1)
                    TO W-HX-OUT(W-HX-J:1)
                  ADD 2 TO W-HX-I
               END-PERFORM
               MOVE W-HX-OUT TO W-HX-WK
            END-IF.
            .
       P-325.
            MOVE 0 TO W-HX-V.
            PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > 16
               IF W-HEXDIG(W-D:1) = W-HX-C
                  COMPUTE W-HX-V = W-D - 1
               END-IF
            END-PERFORM.
            .
      *
      *   副プログラムの呼び分け。
       P-400.
            EVALUATE W-SP-NAME(W-S)
                WHEN "HZ-CNV-1"     PERFORM P-410
                WHEN "WAREKI-1"     PERFORM P-420
                WHEN "NUM-KANJI-1"  PERFORM P-430
                WHEN "NUM-KANJI-2"  PERFORM P-440
                WHEN "CURR-FMT-1"   PERFORM P-450
                WHEN "CSV-IO-1"     PERFORM P-460
                WHEN "CSV-IO-2"     PERFORM P-470
                WHEN "INIT-SVC-1"   PERFORM P-480
                WHEN "REP-CHK-1"    PERFORM P-490
                WHEN "BIZDATE-1"    PERFORM P-500
                WHEN "QA-101-1"     PERFORM P-510
            END-EVALUATE.
            .
       P-410.
            MOVE W-AG-IN(1) TO W-HZ-IN.
            MOVE W-AG-IN(2) TO W-HZ-OUT.
            MOVE W-AG-IN(3) TO W-HZ-DIR.
            MOVE W-AG-IN(4) TO W-HZ-STS.
            CALL "HZ-CNV-1" USING BY REFERENCE W-HZ-IN W-HZ-OUT
                                   W-HZ-DIR W-HZ-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-HZ-IN    TO W-AG-ACT(1).
            MOVE W-HZ-OUT   TO W-AG-ACT(2).
            MOVE W-HZ-DIR   TO W-AG-ACT(3).
            MOVE W-HZ-STS   TO W-AG-ACT(4).
            .
       P-420.
            MOVE W-AG-IN(1) TO W-WK-DIR.
            MOVE W-AG-IN(2) TO W-WK-YMD.
            MOVE W-AG-IN(3) TO W-WK-ERA.
            MOVE FUNCTION NUMVAL(W-AG-IN(4)) TO W-WK-YY.
            MOVE FUNCTION NUMVAL(W-AG-IN(5)) TO W-WK-MM.
            MOVE FUNCTION NUMVAL(W-AG-IN(6)) TO W-WK-DD.
            MOVE W-AG-IN(7) TO W-WK-FMT.
            MOVE W-AG-IN(8) TO W-WK-STS.
            CALL "WAREKI-1" USING BY REFERENCE W-WK-DIR W-WK-YMD
                                   W-WK-ERA W-WK-YY W-WK-MM W-WK-DD
                                   W-WK-FMT W-WK-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-WK-DIR   TO W-AG-ACT(1).
            MOVE W-WK-YMD   TO W-AG-ACT(2).
            MOVE W-WK-ERA   TO W-AG-ACT(3).
            MOVE W-WK-YY    TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(4).
            MOVE W-WK-MM    TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(5).
            MOVE W-WK-DD    TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(6).
            MOVE W-WK-FMT   TO W-AG-ACT(7).
            MOVE W-WK-STS   TO W-AG-ACT(8).
            .
       P-430.
            MOVE FUNCTION NUMVAL(W-AG-IN(1)) TO W-NK-NUM.
            MOVE W-AG-IN(2) TO W-NK-STYLE.
            MOVE W-AG-IN(3) TO W-NK-RESULT.
            MOVE W-AG-IN(4) TO W-NK-STS.
            CALL "NUM-KANJI-1" USING BY REFERENCE W-NK-NUM W-NK-STYLE
                                      W-NK-RESULT W-NK-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-NK-NUM   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(1).
            MOVE W-NK-STYLE TO W-AG-ACT(2).
            MOVE W-NK-RESULT TO W-AG-ACT(3).
            MOVE W-NK-STS   TO W-AG-ACT(4).
            .
       P-440.
            MOVE W-AG-IN(1) TO W-NK-STR.
            MOVE FUNCTION NUMVAL(W-AG-IN(2)) TO W-NK-NUM.
            MOVE W-AG-IN(3) TO W-NK-STS.
            MOVE FUNCTION NUMVAL(W-AG-IN(4)) TO W-NK-POS.
            CALL "NUM-KANJI-2" USING BY REFERENCE W-NK-STR W-NK-NUM
                                      W-NK-STS W-NK-POS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-NK-STR   TO W-AG-ACT(1).
            MOVE W-NK-NUM   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(2).
            MOVE W-NK-STS   TO W-AG-ACT(3).
            MOVE W-NK-POS   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(4).
            .
       P-450.
            MOVE FUNCTION NUMVAL(W-AG-IN(1)) TO W-CF-AMT.
            MOVE W-AG-IN(2) TO W-CF-CUR.
            MOVE W-AG-IN(3) TO W-CF-SHAPE.
            MOVE W-AG-IN(4) TO W-CF-RESULT.
            MOVE W-AG-IN(5) TO W-CF-STS.
            CALL "CURR-FMT-1" USING BY REFERENCE W-CF-AMT W-CF-CUR
                                     W-CF-SHAPE W-CF-RESULT W-CF-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-CF-AMT   TO W-NUM-WK.
            PERFORM P-710.
            MOVE W-NUM-TX   TO W-AG-ACT(1).
            MOVE W-CF-CUR   TO W-AG-ACT(2).
            MOVE W-CF-SHAPE TO W-AG-ACT(3).
            MOVE W-CF-RESULT TO W-AG-ACT(4).
            MOVE W-CF-STS   TO W-AG-ACT(5).
            .
       P-460.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > 8
               MOVE W-AG-IN(W-A) TO W-CV-FLD(W-A)
            END-PERFORM.
            MOVE FUNCTION NUMVAL(W-AG-IN(9)) TO W-CV-CNT.
            MOVE W-AG-IN(10) TO W-CV-REC.
            MOVE W-AG-IN(11) TO W-CV-STS.
            CALL "CSV-IO-1" USING BY REFERENCE W-CV-FLDS W-CV-CNT
                                   W-CV-REC W-CV-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > 8
               MOVE W-CV-FLD(W-A) TO W-AG-ACT(W-A)
            END-PERFORM.
            MOVE W-CV-CNT   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(9).
            MOVE W-CV-REC   TO W-AG-ACT(10).
            MOVE W-CV-STS   TO W-AG-ACT(11).
            .
       P-470.
            MOVE W-AG-IN(1) TO W-CV-REC.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > 8
               MOVE W-AG-IN(W-A + 1) TO W-CV-FLD(W-A)
            END-PERFORM.
            MOVE FUNCTION NUMVAL(W-AG-IN(10)) TO W-CV-CNT.
            MOVE W-AG-IN(11) TO W-CV-STS.
            CALL "CSV-IO-2" USING BY REFERENCE W-CV-REC W-CV-FLDS
                                   W-CV-CNT W-CV-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-CV-REC   TO W-AG-ACT(1).
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > 8
               MOVE W-CV-FLD(W-A) TO W-AG-ACT(W-A + 1)
            END-PERFORM.
            MOVE W-CV-CNT   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(10).
            MOVE W-CV-STS   TO W-AG-ACT(11).
            .
       P-480.
            MOVE W-AG-IN(1) TO W-IS-REC.
            MOVE FUNCTION NUMVAL(W-AG-IN(2)) TO W-IS-CNT.
            MOVE W-AG-IN(3) TO W-IS-TBL.
            MOVE W-AG-IN(4) TO W-IS-STS.
            CALL "INIT-SVC-1" USING BY REFERENCE W-IS-REC W-IS-CNT
                                     W-IS-TBL W-IS-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-IS-REC   TO W-AG-ACT(1).
            MOVE W-IS-CNT   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(2).
            MOVE W-IS-TBL   TO W-AG-ACT(3).
            MOVE W-IS-STS   TO W-AG-ACT(4).
            .
       P-490.
            MOVE W-AG-IN(1) TO W-RP-LAYOUT.
            MOVE W-AG-IN(2) TO W-RP-FIELD.
            MOVE W-AG-IN(3) TO W-RP-VALUE.
            MOVE W-AG-IN(4) TO W-RP-STS.
            MOVE FUNCTION NUMVAL(W-AG-IN(5)) TO W-RP-POS.
            CALL "REP-CHK-1" USING BY REFERENCE W-RP-LAYOUT W-RP-FIELD
                                    W-RP-VALUE W-RP-STS W-RP-POS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-RP-LAYOUT TO W-AG-ACT(1).
            MOVE W-RP-FIELD TO W-AG-ACT(2).
            MOVE W-RP-VALUE TO W-AG-ACT(3).
            MOVE W-RP-STS   TO W-AG-ACT(4).
            MOVE W-RP-POS   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(5).
            .
       P-500.
            MOVE W-AG-IN(1) TO W-BZ-FUNC.
            MOVE W-AG-IN(2) TO W-BZ-D1.
            MOVE W-AG-IN(3) TO W-BZ-D2.
            MOVE W-AG-IN(4) TO W-BZ-RD.
            MOVE FUNCTION NUMVAL(W-AG-IN(5)) TO W-BZ-RN.
            MOVE FUNCTION NUMVAL(W-AG-IN(6)) TO W-BZ-FY.
            MOVE FUNCTION NUMVAL(W-AG-IN(7)) TO W-BZ-QTR.
            MOVE W-AG-IN(8) TO W-BZ-STS.
            CALL "BIZDATE-1" USING BY REFERENCE W-BZ-FUNC W-BZ-D1
                                    W-BZ-D2 W-BZ-RD W-BZ-RN W-BZ-FY
                                    W-BZ-QTR W-BZ-STS
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-BZ-FUNC  TO W-AG-ACT(1).
            MOVE W-BZ-D1    TO W-AG-ACT(2).
            MOVE W-BZ-D2    TO W-AG-ACT(3).
            MOVE W-BZ-RD    TO W-AG-ACT(4).
            MOVE W-BZ-RN    TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(5).
            MOVE W-BZ-FY    TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(6).
            MOVE W-BZ-QTR   TO W-NUM-WK.
            PERFORM P-700.
            MOVE W-NUM-TX   TO W-AG-ACT(7).
            MOVE W-BZ-STS   TO W-AG-ACT(8).
            .
       P-510.
            MOVE W-AG-IN(1) TO W-QA-LEFT.
            MOVE W-AG-IN(2) TO W-QA-RIGHT.
            MOVE W-AG-IN(3) TO W-QA-OP.
            MOVE W-AG-IN(4) TO W-QA-RESULT.
            CALL "QA-101-1" USING BY REFERENCE W-QA-LEFT W-QA-RIGHT
                                   W-QA-OP W-QA-RESULT
                ON EXCEPTION
                    MOVE "Y" TO W-NOLINK-SW
            END-CALL.
            MOVE W-QA-LEFT-G  TO W-AG-ACT(1).
            MOVE W-QA-RIGHT-G TO W-AG-ACT(2).
            MOVE W-QA-OP      TO W-AG-ACT(3).
            MOVE W-QA-RESULT  TO W-AG-ACT(4).
            .
      *
      *   数字の正規化（整数・小数２桁）。編集して左詰めにする。
       P-700.
            MOVE W-NUM-WK TO W-INT-ED.
            MOVE FUNCTION TRIM(W-INT-ED) TO W-NUM-TX.
            .
       P-710.
            MOVE W-NUM-WK TO W-DEC-ED.
            MOVE FUNCTION TRIM(W-DEC-ED) TO W-NUM-TX.
            .
      *
      *   判定。すべての引数を期待とバイト単位で比べる。
       P-800.
            MOVE 0 TO W-MIS-CNT.
            PERFORM VARYING W-A FROM 1 BY 1 UNTIL W-A > W-ARGC
               IF W-DS-TYPE(W-A) = "9" OR "S" OR "D"
                  MOVE 20 TO W-CMP-LEN
               ELSE
                  MOVE W-DS-LEN(W-A) TO W-CMP-LEN
               END-IF
               IF W-AG-EXP(W-A)(1:W-CMP-LEN)
                  NOT = W-AG-ACT(W-A)(1:W-CMP-LEN)
                  PERFORM P-810
               END-IF
            END-PERFORM.
            IF W-MIS-CNT = 0
               DISPLAY CASE-ID "OK"
               ADD 1 TO W-OK-CNT
            ELSE
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   不一致１引数の表示。最初の不一致はNG行に載せ、２つ目から
      *   は続きの行にする。国別の引数は１６進も示す。
       P-810.
            ADD 1 TO W-MIS-CNT.
            MOVE W-AG-EXP(W-A) TO W-TX-WK.
            PERFORM P-820.
            MOVE W-TL TO W-TL-E.
            MOVE W-AG-ACT(W-A) TO W-TX-WK.
            PERFORM P-820.
            MOVE W-TL TO W-TL-A.
            MOVE SPACE TO W-MSG.
            MOVE 1 TO W-MSG-PTR.
            STRING W-DS-NAME(W-A)              DELIMITED BY SPACE
                   " EXP=["                    DELIMITED BY SIZE
                   W-AG-EXP(W-A)(1:W-TL-E)     DELIMITED BY SIZE
                   "] GOT=["                   DELIMITED BY SIZE
                   W-AG-ACT(W-A)(1:W-TL-A)     DELIMITED BY SIZE
                   "]"                         DELIMITED BY SIZE
                   INTO W-MSG WITH POINTER W-MSG-PTR
            END-STRING.
            SUBTRACT 1 FROM W-MSG-PTR.
            IF W-MIS-CNT = 1
               DISPLAY CASE-ID "NG:" W-MSG(1:W-MSG-PTR)
            ELSE
               DISPLAY "             " W-MSG(1:W-MSG-PTR)
            END-IF.
            IF W-DS-TYPE(W-A) = "N"
               MOVE W-CMP-LEN TO W-HX-LEN
               IF W-HX-LEN > 80
                  MOVE 80 TO W-HX-LEN
               END-IF
               MOVE W-AG-EXP(W-A) TO W-VAL-WK
               PERFORM P-830
               DISPLAY "               EXP X'"
                       W-HEX-WK(1:W-HX-LEN * 2) "'"
               MOVE W-AG-ACT(W-A) TO W-VAL-WK
               PERFORM P-830
               DISPLAY "               GOT X'"
                       W-HEX-WK(1:W-HX-LEN * 2) "'"
            END-IF.
            .
      *
      *   W-TX-WKの比較長の中で、末尾の空白を除いた長さ（最小１）。
       P-820.
            MOVE W-CMP-LEN TO W-TL.
            PERFORM UNTIL W-TL = 1
                       OR W-TX-WK(W-TL:1) NOT = SPACE
               SUBTRACT 1 FROM W-TL
            END-PERFORM.
            .
      *
      *   W-VAL-WKの先頭W-HX-LENバイトを１６進へ。
       P-830.
            MOVE SPACE TO W-HEX-WK.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-HX-LEN
               COMPUTE W-B2 = FUNCTION ORD(W-VAL-WK(W-I:1)) - 1
               COMPUTE W-D = W-B2 / 16
               MOVE W-HEXDIG(W-D + 1:1)
                    TO W-HEX-WK(W-I * 2 - 1:1)
               COMPUTE W-D = FUNCTION MOD(W-B2, 16)
               MOVE W-HEXDIG(W-D + 1:1)
                    TO W-HEX-WK(W-I * 2:1)
            END-PERFORM.
            .
