      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：かなのローマ字（ヘボン式）変換（副プログラム化）
      *    処理概要　　：本社の品質システムと英文のREG-RPTは漢字・かな
      *                  を出せず、持ち主の名前や日本語の説明は出す
      *                  たびに手でローマ字にしていた（Satou／Sato／
      *                  Satohと人によって揺れる）。ひらがな・カタカナ・
      *                  半角カタカナ（HZ-CNV-1で全角へ寄せてから）を
      *                  修正ヘボン式のローマ字へ変換する副プログラム
      *                  ROMA-CNV-1を、HZ-CNV-1と同じ呼び出し方式で
      *                  切り出す。
      *                    ・拗音（きゃ→kya、しゃ→sha、ちゃ→cha）と
      *                      外来音の小書き母音（ファ→fa、ティ→ti）
      *                    ・促音っは次の子音を重ねる（ch の前は t）
      *                    ・撥音んは b・m・p の前で m、母音・y の前で
      *                      n'
      *                    ・長音（おう・おお・うう・ああ・ええ、と
      *                      長音符ー）は方式で選ぶ
      *                        M：マクロン（ō）
      *                        O：かなのとおり（ou。ーはoの後ろで u、
      *                           ほかは母音を重ねる）
      *                        D：落とす（Sato）
      *                  漢字の並びは読みマスタYOMIMST（YOMI-CNV-1）に
      *                  読みがあれば読みを変換する。
      *    呼び出し　　：CALL "ROMA-CNV-1" USING 入力域 出力域
      *                                          方式 状態
      *                    入力域　PIC X(60) ：変換元の文字列
      *                    出力域　PIC X(120)：ローマ字
      *                    方式　　PIC X(02) ：１桁目 長音の方式
      *                                        （M／O／D。空白はD）
      *                                        ２桁目 "C"＝語頭を大文字
      *                    状態　　PIC X(01) ："0"＝全文字変換
      *                                        "1"＝対応なし文字あり
      *                                            （そのまま写す）
      *                                        "2"＝読み未登録の漢字
      *                                            あり（そのまま写す）
      *                  英数字はそのまま、全角英数字・全角スペース・
      *                  句読点（、。「」・）は半角の対応文字へ寄せる
      *                  （、。は後ろに空白を置く）。
      *                  HZ-CNV-1・YOMI-CNV-1が結合されていない単体
      *                  ビルドでは、半角カタカナは状態"1"、漢字は
      *                  状態"2"でそのまま写す。
      *  --------------------------------------------------------------
      *   対象：英文出力向けの名前・説明のローマ字化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ROMA-CNV.
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
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
      *    NGケース件数。終了時にRETURN-CODEへ写す（0＝全OK）。
       01  W-NG-CNT           PIC 9(02)          VALUE 0.
       01  W-IN               PIC X(60).
       01  W-OUT              PIC X(120).
       01  W-MODE             PIC X(02).
       01  W-STS              PIC X(01).
       01  W-EXP              PIC X(40).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(ROMA-CNV)".
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500.
            PERFORM P-600.
            PERFORM P-700.
            PERFORM P-800.
            DISPLAY "TEST END  (ROMA-CNV)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．長音の３方式（さとう→sato／satō／satou）。
       P-100.
            MOVE "P-100-01"       TO CASE-ID.
            MOVE "さとう"         TO W-IN.
            MOVE "D "             TO W-MODE.
            MOVE "sato"           TO W-EXP.
            PERFORM P-900.
            MOVE "P-100-02"       TO CASE-ID.
            MOVE "M "             TO W-MODE.
            MOVE "satō"           TO W-EXP.
            PERFORM P-900.
            MOVE "P-100-03"       TO CASE-ID.
            MOVE "O "             TO W-MODE.
            MOVE "satou"          TO W-EXP.
            PERFORM P-900.
            MOVE "P-100-04"       TO CASE-ID.
            MOVE "とうきょう"     TO W-IN.
            MOVE "M "             TO W-MODE.
            MOVE "tōkyō"          TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース2．長音符ー（コーヒー）の３方式。
       P-200.
            MOVE "P-200-01"       TO CASE-ID.
            MOVE "コーヒー"       TO W-IN.
            MOVE "M "             TO W-MODE.
            MOVE "kōhī"           TO W-EXP.
            PERFORM P-900.
            MOVE "P-200-02"       TO CASE-ID.
            MOVE "D "             TO W-MODE.
            MOVE "kohi"           TO W-EXP.
            PERFORM P-900.
            MOVE "P-200-03"       TO CASE-ID.
            MOVE "O "             TO W-MODE.
            MOVE "kouhii"         TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース3．促音（きっぷ→kippu、まっちゃ→matcha）。
       P-300.
            MOVE "P-300-01"       TO CASE-ID.
            MOVE "きっぷ"         TO W-IN.
            MOVE "D "             TO W-MODE.
            MOVE "kippu"          TO W-EXP.
            PERFORM P-900.
            MOVE "P-300-02"       TO CASE-ID.
            MOVE "まっちゃ"       TO W-IN.
            MOVE "matcha"         TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース4．撥音（しんぶん→shimbun、きんよう→kin'yo、
      *            かんい→kan'i）。
       P-400.
            MOVE "P-400-01"       TO CASE-ID.
            MOVE "しんぶん"       TO W-IN.
            MOVE "D "             TO W-MODE.
            MOVE "shimbun"        TO W-EXP.
            PERFORM P-900.
            MOVE "P-400-02"       TO CASE-ID.
            MOVE "きんよう"       TO W-IN.
            MOVE "kin'yo"         TO W-EXP.
            PERFORM P-900.
            MOVE "P-400-03"       TO CASE-ID.
            MOVE "かんい"         TO W-IN.
            MOVE "kan'i"          TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース5．拗音と外来音（しゃしん・じゅけん・ファイル・
      *            ティー・ウィ）。
       P-500.
            MOVE "P-500-01"       TO CASE-ID.
            MOVE "しゃしん"       TO W-IN.
            MOVE "D "             TO W-MODE.
            MOVE "shashin"        TO W-EXP.
            PERFORM P-900.
            MOVE "P-500-02"       TO CASE-ID.
            MOVE "じゅけん"       TO W-IN.
            MOVE "juken"          TO W-EXP.
            PERFORM P-900.
            MOVE "P-500-03"       TO CASE-ID.
            MOVE "ファイル"       TO W-IN.
            MOVE "fairu"          TO W-EXP.
            PERFORM P-900.
            MOVE "P-500-04"       TO CASE-ID.
            MOVE "ティー"         TO W-IN.
            MOVE "M "             TO W-MODE.
            MOVE "tī"             TO W-EXP.
            PERFORM P-900.
            MOVE "P-500-05"       TO CASE-ID.
            MOVE "ウィンドウ"     TO W-IN.
            MOVE "O "             TO W-MODE.
            MOVE "windou"         TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース6．全角英数字・全角スペースと語頭の大文字化。
       P-600.
            MOVE "P-600-01"       TO CASE-ID.
            MOVE "ＡＢＣ　てすと、おおの" TO W-IN.
            MOVE "DC"             TO W-MODE.
            MOVE "ABC Tesuto, Ono" TO W-EXP.
            PERFORM P-900.
            .
      *
      *   ケース7．半角カタカナ（HZ-CNV-1経由）。単体ビルドで
      *            HZ-CNV-1が無いときは状態"1"で写したままを正とする。
       P-700.
            MOVE "P-700-01"       TO CASE-ID.
            MOVE "ﾃｽﾄ"            TO W-IN.
            MOVE "D "             TO W-MODE.
            CALL "ROMA-CNV-1" USING BY REFERENCE W-IN W-OUT
                                     W-MODE W-STS.
            IF (W-STS = "0" AND W-OUT = "tesuto")
               OR (W-STS = "1" AND W-OUT = "ﾃｽﾄ")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-OUT
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース8．漢字の名前は読みマスタの読みで（田中→Tanaka）。
      *            読みが引けない環境（マスタなし・YOMI-CNV-1なし）
      *            では状態"2"で写したままを正とする。
       P-800.
            MOVE "P-800-01"       TO CASE-ID.
            MOVE "田中"           TO W-IN.
            MOVE "DC"             TO W-MODE.
            CALL "ROMA-CNV-1" USING BY REFERENCE W-IN W-OUT
                                     W-MODE W-STS.
            IF (W-STS = "0" AND W-OUT = "Tanaka")
               OR (W-STS = "2" AND W-OUT = "田中")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-OUT
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   かなだけの入力の共通判定。状態"0"で期待値と一致すればOK。
       P-900.
            CALL "ROMA-CNV-1" USING BY REFERENCE W-IN W-OUT
                                     W-MODE W-STS.
            IF W-OUT = W-EXP AND W-STS = "0"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " " W-OUT
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM ROMA-CNV.
      ******************************************************************
      *    プログラム名：ROMA-CNV-1（ローマ字変換ルーチン）
      *    処理概要　　：２段で変換する。
      *                    前段：半角カタカナの並びはHZ-CNV-1で全角
      *                      へ、漢字の並びはYOMI-CNV-1で読みへ寄せ、
      *                      作業域に組み立てる。
      *                    後段：作業域を１文字ずつ判別し、かなは
      *                      音節表（RM-TBL）でローマ字にして、拗音・
      *                      促音・撥音・長音の規則を直前の音節との
      *                      関係で当てる。
      *                  音節表はぁ（U+3041）〜ゖ（U+3096）の順に
      *                  ローマ字と種別を持ち、カタカナは同じ並び
      *                  （U+30A1〜U+30F6）なので同じ表を引く。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ROMA-CNV-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
      *   音節表。各項目はローマ字３桁＋種別１桁で、ぁ〜ゖの順。
      *   種別：空白＝普通　S＝小書き母音　Y＝小書きゃゅょ
      *         T＝促音っ　N＝撥音ん
       01  RM-TBL-DEF.
      *        ぁあぃいぅうぇえぉお
           05  FILLER  PIC X(40)
               VALUE "a  Sa   i  Si   u  Su   e  Se   o  So   ".
      *        かがきぎくぐけげこご
           05  FILLER  PIC X(40)
               VALUE "ka  ga  ki  gi  ku  gu  ke  ge  ko  go  ".
      *        さざしじすずせぜそぞ
           05  FILLER  PIC X(40)
               VALUE "sa  za  shi ji  su  zu  se  ze  so  zo  ".
      *        ただちぢっつづてでと
           05  FILLER  PIC X(40)
               VALUE "ta  da  chi ji     Ttsu zu  te  de  to  ".
      *        どなにぬねのはばぱひ
           05  FILLER  PIC X(40)
               VALUE "do  na  ni  nu  ne  no  ha  ba  pa  hi  ".
      *        びぴふぶぷへべぺほぼ
           05  FILLER  PIC X(40)
               VALUE "bi  pi  fu  bu  pu  he  be  pe  ho  bo  ".
      *        ぽまみむめもゃやゅゆ
           05  FILLER  PIC X(40)
               VALUE "po  ma  mi  mu  me  mo  ya Yya  yu Yyu  ".
      *        ょよらりるれろゎわゐ
           05  FILLER  PIC X(40)
               VALUE "yo Yyo  ra  ri  ru  re  ro  wa  wa  i   ".
      *        ゑをんゔゕゖ
           05  FILLER  PIC X(24)
               VALUE "e   o   n  Nvu  ka  ke  ".
       01  RM-TBL  REDEFINES RM-TBL-DEF.
           05  RM-ENT         OCCURS 86.
               10  RM-ROM     PIC X(03).
               10  RM-KIND    PIC X(01).
      *
      *   長音のマクロン表。母音１字とマクロンつき小文字・大文字。
       01  MC-TBL-DEF.
           05  FILLER         PIC X(05)          VALUE "aāĀ".
           05  FILLER         PIC X(05)          VALUE "iīĪ".
           05  FILLER         PIC X(05)          VALUE "uūŪ".
           05  FILLER         PIC X(05)          VALUE "eēĒ".
           05  FILLER         PIC X(05)          VALUE "oōŌ".
       01  MC-TBL  REDEFINES MC-TBL-DEF.
           05  MC-ENT         OCCURS 5.
               10  MC-VOW     PIC X(01).
               10  MC-LOW     PIC X(02).
               10  MC-UPP     PIC X(02).
      *
      *    前段の作業域（かなと英数字に寄せた入力）
       01  W-NORM             PIC X(240).
       01  W-N                PIC 9(03).
       01  W-LEN              PIC 9(03).
       01  W-RS               PIC 9(03).
       01  W-APP              PIC X(120).
       01  W-ALEN             PIC 9(03).
       01  W-HZ-IN            PIC X(60).
       01  W-HZ-OUT           PIC X(120).
       01  W-HZ-DIR           PIC X(01)          VALUE "Z".
       01  W-HZ-STS           PIC X(01).
       01  W-KEY              PIC X(40).
       01  W-YOMI             PIC X(80).
       01  W-YSTS             PIC X(01).
      *    文字の判別
       01  W-I                PIC 9(03).
       01  W-B1               PIC 9(03).
       01  W-B2               PIC 9(03).
       01  W-B3               PIC 9(03).
       01  W-CLEN             PIC 9(01).
       01  W-CLASS            PIC X(01).
       01  W-CP               PIC 9(03).
       01  W-IDX              PIC 9(03).
      *    後段の状態（直前の音節・保留中の促音と撥音）
       01  W-J                PIC 9(03).
       01  W-R                PIC X(03).
       01  W-RL               PIC 9(01).
       01  W-KIND             PIC X(01).
       01  W-PV-ROM           PIC X(03).
       01  W-PL               PIC 9(01).
       01  W-VOW              PIC X(01).
       01  W-F                PIC X(01).
       01  W-NPOS             PIC 9(03).
       01  W-SOKU-SW          PIC X(01).
           88  W-SOKU                            VALUE "Y".
       01  W-ROM              PIC X(08).
       01  W-ROML             PIC 9(01).
       01  W-T                PIC 9(01).
       01  W-STS1-SW          PIC X(01).
       01  W-STS2-SW          PIC X(01).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-IN               PIC X(60).
       01  L-OUT              PIC X(120).
       01  L-MODE             PIC X(02).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-IN L-OUT
                                             L-MODE L-STS.
      ******************************************************************
       P-010.
            MOVE SPACE TO L-OUT W-NORM.
            MOVE "N"   TO W-STS1-SW W-STS2-SW.
            PERFORM P-100.
            PERFORM P-200.
            IF L-MODE(2:1) = "C"
               PERFORM P-700
            END-IF.
            EVALUATE TRUE
                WHEN W-STS2-SW = "Y"  MOVE "2" TO L-STS
                WHEN W-STS1-SW = "Y"  MOVE "1" TO L-STS
                WHEN OTHER            MOVE "0" TO L-STS
            END-EVALUATE.
            GOBACK
            .
      *
      *   前段。半角カタカナの並びと漢字の並びを寄せ、ほかの文字は
      *   そのまま作業域へ写す。
       P-100.
            PERFORM VARYING W-LEN FROM 60 BY -1
                    UNTIL W-LEN = 0 OR L-IN(W-LEN:1) NOT = SPACE
               CONTINUE
            END-PERFORM.
            MOVE 1 TO W-I W-N.
            PERFORM UNTIL W-I > W-LEN
               PERFORM P-110
               EVALUATE W-CLASS
                   WHEN "H"
                        PERFORM P-120
                   WHEN "K"
                        PERFORM P-130
                   WHEN OTHER
                        MOVE L-IN(W-I:W-CLEN) TO W-APP
                        MOVE W-CLEN TO W-ALEN
                        PERFORM P-190
                        ADD W-CLEN TO W-I
               END-EVALUATE
            END-PERFORM.
            .
      *
      *   入力の１文字の長さと種類。H＝半角カタカナ（EF BD A1〜
      *   EF BE 9F）、K＝漢字（先頭バイトE4〜E9と々）、O＝その他。
       P-110.
            MOVE "O" TO W-CLASS.
            COMPUTE W-B1 = FUNCTION ORD(L-IN(W-I:1)) - 1.
            EVALUATE TRUE
                WHEN W-B1 < 128  MOVE 1 TO W-CLEN
                WHEN W-B1 < 224  MOVE 2 TO W-CLEN
                WHEN W-B1 < 240  MOVE 3 TO W-CLEN
                WHEN OTHER       MOVE 4 TO W-CLEN
            END-EVALUATE.
            IF W-I + W-CLEN - 1 > 60
               COMPUTE W-CLEN = 61 - W-I
            END-IF.
            IF W-CLEN = 3
               COMPUTE W-B2 = FUNCTION ORD(L-IN(W-I + 1:1)) - 1
               COMPUTE W-B3 = FUNCTION ORD(L-IN(W-I + 2:1)) - 1
               IF W-B1 = 239
                  AND ((W-B2 = 189 AND W-B3 >= 161)
                       OR (W-B2 = 190 AND W-B3 <= 159))
                  MOVE "H" TO W-CLASS
               END-IF
               IF (W-B1 >= 228 AND W-B1 <= 233)
                  OR (W-B1 = 227 AND W-B2 = 128 AND W-B3 = 133)
                  MOVE "K" TO W-CLASS
               END-IF
            END-IF.
            .
      *
      *   半角カタカナの並びをHZ-CNV-1で全角へ。
       P-120.
            MOVE W-I TO W-RS.
            PERFORM UNTIL W-CLASS NOT = "H"
               ADD W-CLEN TO W-I
               IF W-I > W-LEN
                  MOVE "E" TO W-CLASS
               ELSE
                  PERFORM P-110
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-HZ-IN.
            MOVE L-IN(W-RS:W-I - W-RS) TO W-HZ-IN.
            CALL "HZ-CNV-1" USING BY REFERENCE W-HZ-IN W-HZ-OUT
                                   W-HZ-DIR W-HZ-STS
                ON EXCEPTION
                    MOVE "9" TO W-HZ-STS
            END-CALL.
            IF W-HZ-STS = "0"
               MOVE W-HZ-OUT TO W-APP
               PERFORM VARYING W-ALEN FROM 120 BY -1
                       UNTIL W-ALEN = 0 OR W-APP(W-ALEN:1) NOT = SPACE
                  CONTINUE
               END-PERFORM
            ELSE
               MOVE W-HZ-IN TO W-APP
               COMPUTE W-ALEN = W-I - W-RS
            END-IF.
            PERFORM P-190.
            .
      *
      *   漢字の並びをYOMI-CNV-1で読みへ。読みが無ければ漢字のまま
      *   写す（後段で状態"2"になる）。
       P-130.
            MOVE W-I TO W-RS.
            PERFORM UNTIL W-CLASS NOT = "K"
               ADD W-CLEN TO W-I
               IF W-I > W-LEN
                  MOVE "E" TO W-CLASS
               ELSE
                  PERFORM P-110
               END-IF
            END-PERFORM.
            MOVE SPACE TO W-KEY.
            MOVE "9" TO W-YSTS.
            IF W-I - W-RS <= 40
               MOVE L-IN(W-RS:W-I - W-RS) TO W-KEY
               CALL "YOMI-CNV-1" USING BY REFERENCE W-KEY W-YOMI
                                        W-YSTS
                   ON EXCEPTION
                       MOVE "9" TO W-YSTS
               END-CALL
            END-IF.
            IF W-YSTS = "0"
               MOVE W-YOMI TO W-APP
               PERFORM VARYING W-ALEN FROM 80 BY -1
                       UNTIL W-ALEN = 0 OR W-APP(W-ALEN:1) NOT = SPACE
                  CONTINUE
               END-PERFORM
            ELSE
               MOVE L-IN(W-RS:W-I - W-RS) TO W-APP
               COMPUTE W-ALEN = W-I - W-RS
            END-IF.
            PERFORM P-190.
            .
      *
      *   作業域への追加（W-APPの先頭W-ALENバイト）。
       P-190.
            IF W-ALEN > 0 AND W-N + W-ALEN - 1 <= 240
               MOVE W-APP(1:W-ALEN) TO W-NORM(W-N:W-ALEN)
               ADD W-ALEN TO W-N
            END-IF.
            .
      *
      *   後段。作業域を１文字ずつローマ字へ。
       P-200.
            MOVE 1 TO W-I W-J.
            MOVE SPACE TO W-PV-ROM W-VOW.
            MOVE 0 TO W-NPOS.
            MOVE "N" TO W-SOKU-SW.
            PERFORM UNTIL W-I >= W-N
               PERFORM P-210
               ADD W-CLEN TO W-I
            END-PERFORM.
            MOVE SPACE TO W-F.
            PERFORM P-350.
            .
      *
      *   作業域の１文字の判別。E3 81 81〜E3 82 96がひらがな、
      *   E3 82 A1〜E3 83 B6がカタカナ、E3 83 BCが長音符。
       P-210.
            COMPUTE W-B1 = FUNCTION ORD(W-NORM(W-I:1)) - 1.
            EVALUATE TRUE
                WHEN W-B1 < 128  MOVE 1 TO W-CLEN
                WHEN W-B1 < 224  MOVE 2 TO W-CLEN
                WHEN W-B1 < 240  MOVE 3 TO W-CLEN
                WHEN OTHER       MOVE 4 TO W-CLEN
            END-EVALUATE.
            MOVE 999 TO W-CP.
            IF W-B1 = 227
               COMPUTE W-B2 = FUNCTION ORD(W-NORM(W-I + 1:1)) - 1
               COMPUTE W-B3 = FUNCTION ORD(W-NORM(W-I + 2:1)) - 1
               IF W-B2 >= 128 AND W-B2 <= 131
                  COMPUTE W-CP = (W-B2 - 128) * 64 + W-B3 - 128
               END-IF
            END-IF.
            EVALUATE TRUE
                WHEN W-CP >= 65 AND W-CP <= 150
                     COMPUTE W-IDX = W-CP - 64
                     PERFORM P-300
                WHEN W-CP >= 161 AND W-CP <= 246
                     COMPUTE W-IDX = W-CP - 160
                     PERFORM P-300
                WHEN W-CP = 252
                     PERFORM P-400
                WHEN OTHER
                     PERFORM P-600
            END-EVALUATE.
            .
      *
      *   かな１文字。種別で振り分ける。
       P-300.
            MOVE RM-ROM(W-IDX)  TO W-R.
            MOVE RM-KIND(W-IDX) TO W-KIND.
            EVALUATE TRUE
                WHEN W-R(3:1) NOT = SPACE  MOVE 3 TO W-RL
                WHEN W-R(2:1) NOT = SPACE  MOVE 2 TO W-RL
                WHEN OTHER                 MOVE 1 TO W-RL
            END-EVALUATE.
            MOVE 0 TO W-PL.
            IF W-PV-ROM NOT = SPACE
               EVALUATE TRUE
                   WHEN W-PV-ROM(3:1) NOT = SPACE  MOVE 3 TO W-PL
                   WHEN W-PV-ROM(2:1) NOT = SPACE  MOVE 2 TO W-PL
                   WHEN OTHER                      MOVE 1 TO W-PL
               END-EVALUATE
            END-IF.
            EVALUATE W-KIND
                WHEN "T"
                     MOVE SPACE TO W-F
                     PERFORM P-350
                     MOVE "Y" TO W-SOKU-SW
                     MOVE SPACE TO W-PV-ROM W-VOW
                WHEN "N"
                     MOVE SPACE TO W-F
                     PERFORM P-350
                     MOVE "N" TO W-SOKU-SW
                     MOVE "n" TO W-ROM
                     MOVE 1 TO W-ROML
                     PERFORM P-500
                     COMPUTE W-NPOS = W-J - 1
                     MOVE "n"   TO W-PV-ROM
                     MOVE SPACE TO W-VOW
                WHEN "Y"
                     PERFORM P-320
                WHEN "S"
                     PERFORM P-330
                WHEN OTHER
                     PERFORM P-310
            END-EVALUATE.
            .
      *
      *   普通の音節。直前と同じ母音（いい以外）か、おの後のうは
      *   長音として方式で扱う。それ以外は保留中の撥音・促音を
      *   片づけてから音節を足す。
       P-310.
            IF W-RL = 1 AND W-VOW NOT = SPACE AND NOT W-SOKU
               AND ((W-R(1:1) = W-VOW AND W-VOW NOT = "i")
                    OR (W-VOW = "o" AND W-R(1:1) = "u"))
               PERFORM P-450
               MOVE W-R   TO W-PV-ROM
            ELSE
               MOVE W-R(1:1) TO W-F
               PERFORM P-350
               IF W-SOKU
                  IF W-R(1:2) = "ch"
                     MOVE "t" TO W-ROM
                     MOVE 1 TO W-ROML
                     PERFORM P-500
                  ELSE
                     IF W-R(1:1) NOT = "a" AND NOT = "i" AND NOT = "u"
                        AND NOT = "e" AND NOT = "o"
                        MOVE W-R(1:1) TO W-ROM
                        MOVE 1 TO W-ROML
                        PERFORM P-500
                     END-IF
                  END-IF
                  MOVE "N" TO W-SOKU-SW
               END-IF
               MOVE W-R  TO W-ROM
               MOVE W-RL TO W-ROML
               PERFORM P-500
               MOVE W-R TO W-PV-ROM
               MOVE W-R(W-RL:1) TO W-VOW
            END-IF.
            .
      *
      *   小書きゃゅょ。い段の音節（き・し・ち・じ…）の後ろなら
      *   拗音にまとめ（し・ち・じはyを落とす）、て・での後ろは
      *   tyu・dyuとする。どれでもなければ普通のや・ゆ・よ。
       P-320.
            EVALUATE TRUE
                WHEN NOT W-SOKU AND W-PL >= 2
                     AND W-PV-ROM(W-PL:1) = "i"
                     SUBTRACT 1 FROM W-J
                     IF W-PV-ROM = "shi" OR "chi" OR "ji"
                        MOVE W-R(2:1) TO W-ROM
                        MOVE 1 TO W-ROML
                     ELSE
                        MOVE W-R  TO W-ROM
                        MOVE W-RL TO W-ROML
                     END-IF
                     PERFORM P-500
                     MOVE W-R      TO W-PV-ROM
                     MOVE W-R(2:1) TO W-VOW
                WHEN NOT W-SOKU
                     AND (W-PV-ROM = "te" OR W-PV-ROM = "de")
                     SUBTRACT 1 FROM W-J
                     MOVE W-R  TO W-ROM
                     MOVE W-RL TO W-ROML
                     PERFORM P-500
                     MOVE W-R      TO W-PV-ROM
                     MOVE W-R(2:1) TO W-VOW
                WHEN OTHER
                     PERFORM P-310
            END-EVALUATE.
            .
      *
      *   小書き母音（ぁぃぅぇぉ）。直前の音節の母音と差し替える
      *   （ファ→fa、ティ→ti、チェ→che）。ウの後ろはw、イの後ろ
      *   はyを立てる（ウィ→wi、イェ→ye）。直前が無ければ普通の
      *   母音。
       P-330.
            EVALUATE TRUE
                WHEN W-SOKU OR W-PL = 0
                     PERFORM P-310
                WHEN W-PV-ROM = "u" OR W-PV-ROM = "i"
                     SUBTRACT 1 FROM W-J
                     IF W-PV-ROM = "u"
                        MOVE "w" TO W-ROM
                     ELSE
                        MOVE "y" TO W-ROM
                     END-IF
                     MOVE W-R(1:1) TO W-ROM(2:1)
                     MOVE 2 TO W-ROML
                     PERFORM P-500
                     MOVE SPACE    TO W-PV-ROM
                     MOVE W-R(1:1) TO W-VOW
                WHEN W-PL >= 2
                     SUBTRACT 1 FROM W-J
                     MOVE W-R(1:1) TO W-ROM
                     MOVE 1 TO W-ROML
                     PERFORM P-500
                     MOVE SPACE    TO W-PV-ROM
                     MOVE W-R(1:1) TO W-VOW
                WHEN OTHER
                     PERFORM P-310
            END-EVALUATE.
            .
      *
      *   保留中の撥音の片づけ（W-Fは次の音節の先頭字）。
      *   b・m・pの前はm、母音・yの前はアポストロフィを足す。
       P-350.
            IF W-NPOS > 0
               EVALUATE W-F
                   WHEN "b"  WHEN "m"  WHEN "p"
                        MOVE "m" TO L-OUT(W-NPOS:1)
                   WHEN "a"  WHEN "i"  WHEN "u"  WHEN "e"  WHEN "o"
                   WHEN "y"
                        MOVE "'" TO W-ROM
                        MOVE 1 TO W-ROML
                        PERFORM P-500
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
               MOVE 0 TO W-NPOS
            END-IF.
            .
      *
      *   長音符ー。直前の母音を方式に従って伸ばす。
       P-400.
            MOVE SPACE TO W-F.
            PERFORM P-350.
            MOVE "N" TO W-SOKU-SW.
            IF W-VOW NOT = SPACE
               IF W-VOW = "o"
                  MOVE "u" TO W-R
               ELSE
                  MOVE W-VOW TO W-R
               END-IF
               PERFORM P-450
            END-IF.
            .
      *
      *   長音の方式。M＝直前の母音をマクロンつきに置き替える、
      *   O＝W-Rの母音を書く、D（既定）＝何も足さない。
       P-450.
            EVALUATE L-MODE(1:1)
                WHEN "M"
                     PERFORM VARYING W-T FROM 1 BY 1
                             UNTIL W-T > 5 OR MC-VOW(W-T) = W-VOW
                        CONTINUE
                     END-PERFORM
                     IF W-T <= 5
                        SUBTRACT 1 FROM W-J
                        MOVE MC-LOW(W-T) TO W-ROM
                        MOVE 2 TO W-ROML
                        PERFORM P-500
                     END-IF
                WHEN "O"
                     MOVE W-R(1:1) TO W-ROM
                     MOVE 1 TO W-ROML
                     PERFORM P-500
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            MOVE SPACE TO W-VOW.
            .
      *
      *   出力域への追加（W-ROMの先頭W-ROMLバイト。溢れる分は
      *   捨てる）。
       P-500.
            IF W-J + W-ROML - 1 <= 120
               MOVE W-ROM(1:W-ROML) TO L-OUT(W-J:W-ROML)
               ADD W-ROML TO W-J
            END-IF.
            .
      *
      *   かな以外の１文字。音節の状態を切り、英数字はそのまま、
      *   全角英数字・全角スペース・句読点は半角の対応文字へ。
      *   漢字（読み未登録）は状態"2"、ほかは状態"1"で写す。
       P-600.
            MOVE SPACE TO W-F.
            PERFORM P-350.
            MOVE "N" TO W-SOKU-SW.
            MOVE SPACE TO W-PV-ROM W-VOW.
            MOVE SPACE TO W-ROM.
            MOVE 1 TO W-ROML.
            EVALUATE TRUE
                WHEN W-CLEN = 1
                     MOVE W-NORM(W-I:1) TO W-ROM
                WHEN W-CP = 0 OR W-CP = 251
                     MOVE " " TO W-ROM
                WHEN W-CP = 1
                     MOVE ", " TO W-ROM
                     MOVE 2 TO W-ROML
                WHEN W-CP = 2
                     MOVE ". " TO W-ROM
                     MOVE 2 TO W-ROML
                WHEN W-CP >= 12 AND W-CP <= 15
                     MOVE QUOTE TO W-ROM
                WHEN W-CLEN = 3 AND W-B1 = 239
                     COMPUTE W-B2 = FUNCTION ORD(W-NORM(W-I + 1:1)) - 1
                     COMPUTE W-B3 = FUNCTION ORD(W-NORM(W-I + 2:1)) - 1
                     EVALUATE TRUE
                         WHEN W-B2 = 188 AND W-B3 >= 129
                              AND W-B3 <= 191
                              MOVE FUNCTION CHAR(W-B3 - 96 + 1)
                                   TO W-ROM
                         WHEN W-B2 = 189 AND W-B3 >= 128
                              AND W-B3 <= 158
                              MOVE FUNCTION CHAR(W-B3 - 32 + 1)
                                   TO W-ROM
                         WHEN OTHER
                              MOVE W-NORM(W-I:3) TO W-ROM
                              MOVE 3 TO W-ROML
                              MOVE "Y" TO W-STS1-SW
                     END-EVALUATE
                WHEN OTHER
                     MOVE W-NORM(W-I:W-CLEN) TO W-ROM
                     MOVE W-CLEN TO W-ROML
                     IF (W-B1 >= 228 AND W-B1 <= 233) OR W-CP = 5
                        MOVE "Y" TO W-STS2-SW
                     ELSE
                        MOVE "Y" TO W-STS1-SW
                     END-IF
            END-EVALUATE.
            PERFORM P-500.
            .
      *
      *   語頭の大文字化（先頭と空白の直後の英小文字、マクロンつき
      *   母音は大文字形へ）。
       P-700.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I >= W-J
               IF W-I = 1 OR L-OUT(W-I - 1:1) = SPACE
                  INSPECT L-OUT(W-I:1) CONVERTING
                          "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                  PERFORM VARYING W-T FROM 1 BY 1 UNTIL W-T > 5
                     IF W-I < 120 AND L-OUT(W-I:2) = MC-LOW(W-T)
                        MOVE MC-UPP(W-T) TO L-OUT(W-I:2)
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
            .
       END PROGRAM ROMA-CNV-1.
