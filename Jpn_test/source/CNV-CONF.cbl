      ******************************************************************
      *    テストケース：－（受け渡し管理）
      *    プログラム名：文字コード変換経路の適合マトリクス
      *    処理概要　　：変換経路はＵＴＦ−８（UTF8-GW）、ＥＢＣＤＩＣ
      *                  （EBC-CNV）、素のＳＪＩＳ行順ファイルの３本
      *                  あるが、どのＪＩＳ文字がどの経路を生き残るか
      *                  誰も言えず、化けは１文字ずつ見つかってきた。
      *                  ＪＩＳ非漢字・第一水準・第二水準とＮＥＣ特殊
      *                  文字（１３区）・ＮＥＣ選定ＩＢＭ拡張・ＩＢＭ
      *                  拡張の全符号位置を生成し、符号表CNVMAPで内部
      *                  形（ＵＴＦ−８）へ引いたうえで、各経路を
      *                  往復させる。
      *                    ＳＪＩＳ：生の２バイトを行順ファイルへ
      *                      書いて読み戻し、内部形経由でＳＪＩＳへ
      *                      戻す。
      *                    UTF8-GW ：UTF8-GWを取り込み（IN）・書き
      *                      出し（OUT）の順に呼び、GWREJに落ちた
      *                      ものを拾う。
      *                    EBC-CNV ：EBC-CNVをTOEBC・TOASCの順に呼び
      *                      （文字はＮ型項目）、CNVREJに落ちたもの
      *                      を拾う。
      *                  経路ごとに OK（元の符号へ戻る）・CHG（別の
      *                  符号へ戻る）・REJ（リジェクトへ落ちる）・
      *                  LOST（出力にもリジェクトにも無い）を判定し、
      *                  １経路でもOKでない文字をマトリクスCNVMTXへ、
      *                  全経路OKの文字を安全文字一覧CNVSAFEへ書く。
      *                  マトリクスの文字には代替候補を付ける
      *                  （CNVSUBにあればそれ、無ければ戻り先の正規
      *                  符号の文字、それも無ければゲタ〓）。
      *    使用方法　　：CNVMAP・CNVSUB（tools/fixtures）の見える
      *                  場所で実行する。UTF8-GW・EBC-CNVは動的に
      *                  CALLするので同じ場所にモジュールを置く
      *                  （無い経路はN/Aとして判定から外す）。往復
      *                  用の作業ファイルは CNVCF で始まる名前で実行
      *                  場所に残る。
      *                  RETURN-CODE：全文字全経路OKで0、OKでない
      *                  文字か判定できない経路があれば4、CNVMAPが
      *                  無い・昇順でなければ12。
      *  --------------------------------------------------------------
      *   対象：上流チームへ渡す安全文字一覧（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CNV-CONF.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-01.
       DATE-COMPILED.        2026-10-01.
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
           SELECT SUB-FILE   ASSIGN TO "CNVSUB"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SUB-FS.
           SELECT MTX-FILE   ASSIGN TO "CNVMTX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAF-FILE   ASSIGN TO "CNVSAFE"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WKL-FILE   ASSIGN USING W-WK-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WK-FS.
           SELECT WKS-FILE   ASSIGN USING W-WK-NAME
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-WK-FS.
           SELECT WKR-FILE   ASSIGN USING W-WK-NAME
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS W-WK-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  MAP-FILE.
       01  MP-REC             PIC X(80).
       FD  SUB-FILE.
       01  SB-REC             PIC X(80).
       FD  MTX-FILE.
       01  MX-REC             PIC X(120).
       FD  SAF-FILE.
       01  SF-REC             PIC X(40).
       FD  WKL-FILE.
       01  WL-REC             PIC X(220).
       FD  WKS-FILE.
       01  WS-REC             PIC X(200).
       FD  WKR-FILE.
       01  WR-REC             PIC X(220).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-MAP-FS           PIC X(02).
       01  W-SUB-FS           PIC X(02).
       01  W-WK-FS            PIC X(02).
       01  W-WK-NAME          PIC X(40).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-RC               PIC 9(02)          VALUE 0.
       01  W-ORDER-SW         PIC X              VALUE "Y".
           88  W-ORDERED                         VALUE "Y".
      *    符号位置の範囲（名前・先頭・末尾の符号）
       01  W-RG-DEF.
           05  FILLER         PIC X(16)  VALUE "NONKANJI814084BE".
           05  FILLER         PIC X(16)  VALUE "NEC13   8740879C".
           05  FILLER         PIC X(16)  VALUE "LEVEL1  889F9872".
           05  FILLER         PIC X(16)  VALUE "LEVEL2  989FEAA4".
           05  FILLER         PIC X(16)  VALUE "NECIBM  ED40EEFC".
           05  FILLER         PIC X(16)  VALUE "IBMEXT  FA40FC4B".
       01  W-RG-TBL REDEFINES W-RG-DEF.
           05  W-RG           OCCURS 6.
               10  W-RG-NAME  PIC X(08).
               10  W-RG-FROM  PIC X(04).
               10  W-RG-TO    PIC X(04).
       01  W-RG-CNT-TBL.
           05  W-RC-ENT       OCCURS 6.
               10  W-RC-GEN   PIC 9(05).
               10  W-RC-UNA   PIC 9(05).
               10  W-RC-PATH  OCCURS 3.
                   15  W-RC-OK    PIC 9(05).
                   15  W-RC-CHG   PIC 9(05).
                   15  W-RC-REJ   PIC 9(05).
                   15  W-RC-LOST  PIC 9(05).
      *    経路（名前・使える＝Y）
       01  W-PT-DEF.
           05  FILLER         PIC X(08)  VALUE "SJIS-LS ".
           05  FILLER         PIC X(08)  VALUE "UTF8-GW ".
           05  FILLER         PIC X(08)  VALUE "EBC-CNV ".
       01  W-PT-TBL REDEFINES W-PT-DEF.
           05  W-PT-NAME      PIC X(08)  OCCURS 3.
       01  W-PT-AVL-TBL.
           05  W-PT-AVL       PIC X(01)  OCCURS 3.
      *    符号表（CNVMAP。ＳＪＩＳ昇順）と経路ごとの判定
       01  W-MP-CNT           PIC 9(05)          VALUE 0.
       01  W-MP-TBL.
           05  W-MP           OCCURS 1 TO 9000
                              DEPENDING ON W-MP-CNT
                              ASCENDING KEY IS W-MP-SJ
                              INDEXED BY IDX-MP.
               10  W-MP-SJ    PIC X(04).
               10  W-MP-CH    PIC X(04).
               10  W-MP-BK    PIC X(04).
               10  W-MP-RG    PIC 9(01).
               10  W-MP-ST    PIC X(04)  OCCURS 3.
               10  W-MP-BC    PIC X(04)  OCCURS 3.
      *    代替候補（CNVSUB）
       01  W-SB-CNT           PIC 9(03)          VALUE 0.
       01  W-SB-TBL.
           05  W-SB           OCCURS 300.
               10  W-SB-SJ    PIC X(04).
               10  W-SB-TXT   PIC X(20).
       01  W-LD-SJ            PIC X(10).
       01  W-LD-CH            PIC X(10).
       01  W-LD-BK            PIC X(10).
       01  W-LD-TXT           PIC X(20).
      *    符号生成
       01  W-HEXDIG           PIC X(16)  VALUE "0123456789ABCDEF".
       01  W-HEX              PIC X(04).
       01  W-NUM              PIC 9(05).
       01  W-CODE             PIC 9(05).
       01  W-CODE-TO          PIC 9(05).
       01  W-CODE-WK          PIC 9(05).
       01  W-LEAD             PIC 9(03).
       01  W-TRAIL            PIC 9(03).
       01  W-MP-P             PIC 9(05).
       01  W-R                PIC 9(01).
       01  W-P                PIC 9(01).
       01  W-I                PIC 9(05).
       01  W-K                PIC 9(03).
       01  W-D                PIC 9(03).
      *    往復の照合
       01  W-KEY              PIC X(04).
       01  W-GOT              PIC X(04).
       01  W-GOT-BK           PIC X(04).
       01  W-POS              PIC 9(03).
       01  W-RAW              PIC X(02).
       01  W-FAIL-CNT         PIC 9(05)          VALUE 0.
       01  W-SAFE-CNT         PIC 9(05)          VALUE 0.
       01  W-GEN-CNT          PIC 9(05)          VALUE 0.
       01  W-FAIL-SW          PIC X.
       01  W-SUBST            PIC X(24).
       01  W-ST-TBL.
           05  W-ST-TXT       PIC X(09)  OCCURS 3.
       01  W-LINE-WK          PIC X(220).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CNV-CONF)".
            PERFORM P-100.
            IF W-MP-CNT = 0 OR NOT W-ORDERED
               DISPLAY "CNV-CONF NG: CNVMAP MISSING OR NOT IN SJIS "
                       "ORDER"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-150.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500.
            PERFORM P-600.
            DISPLAY "GENERATED=" W-GEN-CNT " SAFE=" W-SAFE-CNT
                    " FAILING=" W-FAIL-CNT.
            MOVE W-RC TO RETURN-CODE.
            DISPLAY "TEST END   (CNV-CONF)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．符号表CNVMAP（SJIS|文字|戻り先）のロード。昇順の
      *            崩れは二分探索を誤らせるので受け付けない。
       P-100.
            OPEN INPUT MAP-FILE.
            IF W-MAP-FS NOT = "00"
               DISPLAY "CNV-CONF NG: NO CNVMAP FS=" W-MAP-FS
            ELSE
               PERFORM UNTIL W-EOF
                  READ MAP-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE MAP-FILE
            END-IF.
            .
       P-110.
            IF MP-REC(1:1) = "#" OR MP-REC = SPACE
               CONTINUE
            ELSE
               IF W-MP-CNT < 9000
                  MOVE SPACE TO W-LD-SJ W-LD-CH W-LD-BK
                  UNSTRING MP-REC DELIMITED BY "|"
                      INTO W-LD-SJ W-LD-CH W-LD-BK
                  END-UNSTRING
                  IF W-MP-CNT > 0
                     IF W-LD-SJ(1:4) NOT > W-MP-SJ(W-MP-CNT)
                        DISPLAY "CNV-CONF: CNVMAP OUT OF ORDER AT "
                                W-LD-SJ(1:4)
                        MOVE "N" TO W-ORDER-SW
                     END-IF
                  END-IF
                  ADD 1 TO W-MP-CNT
                  MOVE W-LD-SJ(1:4) TO W-MP-SJ(W-MP-CNT)
                  MOVE W-LD-CH(1:4) TO W-MP-CH(W-MP-CNT)
                  MOVE W-LD-BK(1:4) TO W-MP-BK(W-MP-CNT)
                  MOVE 0            TO W-MP-RG(W-MP-CNT)
                  PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                     MOVE "LOST" TO W-MP-ST(W-MP-CNT, W-P)
                     MOVE SPACE  TO W-MP-BC(W-MP-CNT, W-P)
                  END-PERFORM
               END-IF
            END-IF.
            .
      *
      *   代替候補CNVSUB（SJIS|代替）のロード。無くてもよい。
       P-150.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SUB-FILE.
            IF W-SUB-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SUB-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE SUB-FILE
            ELSE
               DISPLAY "CNV-CONF: NO CNVSUB - DEFAULT SUBSTITUTES ONLY"
            END-IF.
            .
       P-160.
            IF SB-REC(1:1) = "#" OR SB-REC = SPACE
               CONTINUE
            ELSE
               IF W-SB-CNT < 300
                  MOVE SPACE TO W-LD-SJ W-LD-TXT
                  UNSTRING SB-REC DELIMITED BY "|"
                      INTO W-LD-SJ W-LD-TXT
                  END-UNSTRING
                  ADD 1 TO W-SB-CNT
                  MOVE W-LD-SJ(1:4) TO W-SB-SJ(W-SB-CNT)
                  MOVE W-LD-TXT     TO W-SB-TXT(W-SB-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．範囲ごとに符号位置を生成し、符号表と突き合わせる
      *            （両方昇順なので頭から順に合わせる）。表に無い
      *            位置は未割当として数えるだけ。
       P-200.
            INITIALIZE W-RG-CNT-TBL.
            MOVE 1 TO W-MP-P.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > 6
               MOVE W-RG-FROM(W-R) TO W-HEX
               PERFORM P-900
               MOVE W-NUM TO W-CODE
               MOVE W-RG-TO(W-R) TO W-HEX
               PERFORM P-900
               MOVE W-NUM TO W-CODE-TO
               PERFORM UNTIL W-CODE > W-CODE-TO
                  DIVIDE W-CODE BY 256 GIVING W-LEAD
                         REMAINDER W-TRAIL
                  IF W-TRAIL >= 64 AND W-TRAIL <= 252
                     AND W-TRAIL NOT = 127
                     AND (W-LEAD < 160 OR W-LEAD > 223)
                     PERFORM P-210
                  END-IF
                  ADD 1 TO W-CODE
               END-PERFORM
            END-PERFORM.
            .
       P-210.
            MOVE W-CODE TO W-NUM.
            PERFORM P-910.
            PERFORM UNTIL W-MP-P > W-MP-CNT
                       OR W-MP-SJ(W-MP-P) NOT < W-HEX
               ADD 1 TO W-MP-P
            END-PERFORM.
            IF W-MP-P <= W-MP-CNT
               AND W-MP-SJ(W-MP-P) = W-HEX
               MOVE W-R TO W-MP-RG(W-MP-P)
               ADD 1 TO W-RC-GEN(W-R) W-GEN-CNT
               ADD 1 TO W-MP-P
            ELSE
               ADD 1 TO W-RC-UNA(W-R)
            END-IF.
            .
      *
      *   ケース3．ＳＪＩＳ行順ファイル。生の２バイトを書いて読み
      *            戻し、内部形（CNVMAPの文字）を経てＳＪＩＳへ戻す。
       P-300.
            MOVE "Y" TO W-PT-AVL(1).
            MOVE "CNVCFSJ" TO W-WK-NAME.
            OPEN OUTPUT WKL-FILE.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MP-CNT
               IF W-MP-RG(W-I) > 0
                  MOVE W-MP-SJ(W-I) TO W-HEX
                  PERFORM P-900
                  DIVIDE W-NUM BY 256 GIVING W-LEAD
                         REMAINDER W-TRAIL
                  MOVE SPACE TO WL-REC
                  MOVE W-MP-SJ(W-I) TO WL-REC(1:4)
                  MOVE FUNCTION CHAR(W-LEAD + 1)  TO WL-REC(6:1)
                  MOVE FUNCTION CHAR(W-TRAIL + 1) TO WL-REC(7:1)
                  WRITE WL-REC
               END-IF
            END-PERFORM.
            CLOSE WKL-FILE.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WKL-FILE.
            PERFORM UNTIL W-EOF
               READ WKL-FILE
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-310
               END-READ
            END-PERFORM.
            CLOSE WKL-FILE.
            .
       P-310.
            MOVE WL-REC(1:4) TO W-KEY.
            PERFORM P-800.
            IF W-I > 0
               MOVE W-KEY TO W-HEX
               PERFORM P-900
               DIVIDE W-NUM BY 256 GIVING W-LEAD
                      REMAINDER W-TRAIL
               MOVE FUNCTION CHAR(W-LEAD + 1)  TO W-RAW(1:1)
               MOVE FUNCTION CHAR(W-TRAIL + 1) TO W-RAW(2:1)
               IF WL-REC(6:2) = W-RAW
                  MOVE W-MP-BK(W-I) TO W-GOT-BK
               ELSE
                  COMPUTE W-NUM
                        = (FUNCTION ORD(WL-REC(6:1)) - 1) * 256
                        + FUNCTION ORD(WL-REC(7:1)) - 1
                  PERFORM P-910
                  MOVE W-HEX TO W-GOT-BK
               END-IF
               MOVE 1 TO W-P
               PERFORM P-850
            END-IF.
            .
      *
      *   ケース4．UTF8-GW。IN（UTF8IN→GWOUT）、OUT（GWIN→UTF8OUT）の
      *            順に呼ぶ。様式はOCC（６０桁）、文字は６桁目から。
       P-400.
            MOVE "CNVCFU8I" TO W-WK-NAME.
            OPEN OUTPUT WKL-FILE.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MP-CNT
               IF W-MP-RG(W-I) > 0
                  MOVE SPACE TO WL-REC
                  MOVE W-MP-SJ(W-I) TO WL-REC(1:4)
                  MOVE W-MP-CH(W-I) TO WL-REC(6:4)
                  WRITE WL-REC
               END-IF
            END-PERFORM.
            CLOSE WKL-FILE.
            MOVE "Y" TO W-PT-AVL(2).
            DISPLAY "UTF8_GW_LAYOUT" UPON ENVIRONMENT-NAME.
            DISPLAY "OCC"            UPON ENVIRONMENT-VALUE.
            DISPLAY "UTF8_GW_MODE"   UPON ENVIRONMENT-NAME.
            DISPLAY "IN"             UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_UTF8IN"      UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFU8I"       UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_GWOUT"       UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFGWO"       UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_GWREJ"       UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFGR1"       UPON ENVIRONMENT-VALUE.
            CALL "UTF8-GW"
                ON EXCEPTION
                    MOVE "N" TO W-PT-AVL(2)
            END-CALL.
            CANCEL "UTF8-GW".
            IF W-PT-AVL(2) = "Y"
               DISPLAY "UTF8_GW_MODE"   UPON ENVIRONMENT-NAME
               DISPLAY "OUT"            UPON ENVIRONMENT-VALUE
               DISPLAY "DD_GWIN"        UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFGWO"       UPON ENVIRONMENT-VALUE
               DISPLAY "DD_UTF8OUT"     UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFU8O"       UPON ENVIRONMENT-VALUE
               DISPLAY "DD_GWREJ"       UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFGR2"       UPON ENVIRONMENT-VALUE
               CALL "UTF8-GW"
               CANCEL "UTF8-GW"
               MOVE 0 TO RETURN-CODE
               MOVE 2 TO W-P
               MOVE "CNVCFU8O" TO W-WK-NAME
               PERFORM P-700
               MOVE "CNVCFGR1" TO W-WK-NAME
               PERFORM P-750
               MOVE "CNVCFGR2" TO W-WK-NAME
               PERFORM P-750
            ELSE
               DISPLAY "CNV-CONF: UTF8-GW NOT LINKED - PATH N/A"
            END-IF.
            .
      *
      *   ケース5．EBC-CNV。符号を１〜４桁のＸ型、文字を６〜８桁の
      *            Ｎ型として、TOEBC、TOASCの順に呼ぶ。
       P-500.
            MOVE "CNVCFEBL" TO W-WK-NAME.
            OPEN OUTPUT WKL-FILE.
            MOVE "CODE|1|4|X" TO WL-REC.
            WRITE WL-REC.
            MOVE "CHAR|6|3|N" TO WL-REC.
            WRITE WL-REC.
            CLOSE WKL-FILE.
            MOVE "CNVCFEBI" TO W-WK-NAME.
            OPEN OUTPUT WKS-FILE.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MP-CNT
               IF W-MP-RG(W-I) > 0
                  MOVE SPACE TO WS-REC
                  MOVE W-MP-SJ(W-I) TO WS-REC(1:4)
                  MOVE W-MP-CH(W-I) TO WS-REC(6:4)
                  WRITE WS-REC
               END-IF
            END-PERFORM.
            CLOSE WKS-FILE.
            MOVE "Y" TO W-PT-AVL(3).
            DISPLAY "DD_EBCLAY"      UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFEBL"       UPON ENVIRONMENT-VALUE.
            DISPLAY "EBC_MODE"       UPON ENVIRONMENT-NAME.
            DISPLAY "TOEBC"          UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_CNVIN"       UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFEBI"       UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_CNVOUT"      UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFEBE"       UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_CNVREJ"      UPON ENVIRONMENT-NAME.
            DISPLAY "CNVCFER1"       UPON ENVIRONMENT-VALUE.
            CALL "EBC-CNV"
                ON EXCEPTION
                    MOVE "N" TO W-PT-AVL(3)
            END-CALL.
            CANCEL "EBC-CNV".
            IF W-PT-AVL(3) = "Y"
               DISPLAY "EBC_MODE"       UPON ENVIRONMENT-NAME
               DISPLAY "TOASC"          UPON ENVIRONMENT-VALUE
               DISPLAY "DD_CNVIN"       UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFEBE"       UPON ENVIRONMENT-VALUE
               DISPLAY "DD_CNVOUT"      UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFEBO"       UPON ENVIRONMENT-VALUE
               DISPLAY "DD_CNVREJ"      UPON ENVIRONMENT-NAME
               DISPLAY "CNVCFER2"       UPON ENVIRONMENT-VALUE
               CALL "EBC-CNV"
               CANCEL "EBC-CNV"
               MOVE 0 TO RETURN-CODE
               MOVE 3 TO W-P
               MOVE "N" TO W-EOF-SW
               MOVE "CNVCFEBO" TO W-WK-NAME
               OPEN INPUT WKS-FILE
               PERFORM UNTIL W-EOF
                  READ WKS-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  MOVE WS-REC TO WL-REC
                                   PERFORM P-710
                  END-READ
               END-PERFORM
               CLOSE WKS-FILE
      *        ２段目のリジェクトは符号部がＥＢＣＤＩＣのまま読めない
      *        ので拾わず、LOSTのまま残す
               MOVE "N" TO W-EOF-SW
               MOVE "CNVCFER1" TO W-WK-NAME
               OPEN INPUT WKR-FILE
               PERFORM UNTIL W-EOF
                  READ WKR-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  MOVE WR-REC TO WL-REC
                                   PERFORM P-760
                  END-READ
               END-PERFORM
               CLOSE WKR-FILE
            ELSE
               DISPLAY "CNV-CONF: EBC-CNV NOT LINKED - PATH N/A"
            END-IF.
            .
      *
      *   ケース6．マトリクスCNVMTXと安全文字一覧CNVSAFE、範囲別の
      *            件数を書く。
       P-600.
            OPEN OUTPUT MTX-FILE SAF-FILE.
            MOVE "# CNVMTX  SJIS|CHAR|RANGE|SJIS-LS|UTF8-GW|EBC-CNV|"
                 TO MX-REC.
            MOVE "SUBSTITUTE" TO MX-REC(51:10).
            WRITE MX-REC.
            MOVE "# CNVSAFE  SJIS|CHAR|RANGE" TO SF-REC.
            WRITE SF-REC.
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MP-CNT
               IF W-MP-RG(W-I) > 0
                  PERFORM P-610
               END-IF
            END-PERFORM.
            PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > 6
               PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                  MOVE SPACE TO MX-REC
                  STRING "#SUM|"             DELIMITED BY SIZE
                         W-RG-NAME(W-R)      DELIMITED BY SPACE
                         "|"                 DELIMITED BY SIZE
                         W-PT-NAME(W-P)      DELIMITED BY SPACE
                         "|GEN="             DELIMITED BY SIZE
                         W-RC-GEN(W-R)       DELIMITED BY SIZE
                         "|UNASSIGNED="      DELIMITED BY SIZE
                         W-RC-UNA(W-R)       DELIMITED BY SIZE
                         "|OK="              DELIMITED BY SIZE
                         W-RC-OK(W-R, W-P)   DELIMITED BY SIZE
                         "|CHG="             DELIMITED BY SIZE
                         W-RC-CHG(W-R, W-P)  DELIMITED BY SIZE
                         "|REJ="             DELIMITED BY SIZE
                         W-RC-REJ(W-R, W-P)  DELIMITED BY SIZE
                         "|LOST="            DELIMITED BY SIZE
                         W-RC-LOST(W-R, W-P) DELIMITED BY SIZE
                         INTO MX-REC
                  END-STRING
                  IF W-PT-AVL(W-P) NOT = "Y"
                     MOVE SPACE TO MX-REC
                     STRING "#SUM|"        DELIMITED BY SIZE
                            W-RG-NAME(W-R) DELIMITED BY SPACE
                            "|"            DELIMITED BY SIZE
                            W-PT-NAME(W-P) DELIMITED BY SPACE
                            "|N/A"         DELIMITED BY SIZE
                            INTO MX-REC
                     END-STRING
                  END-IF
                  WRITE MX-REC
                  DISPLAY MX-REC(1:100)
               END-PERFORM
            END-PERFORM.
            CLOSE MTX-FILE SAF-FILE.
            IF W-FAIL-CNT > 0
               MOVE 4 TO W-RC
            END-IF.
            PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
               IF W-PT-AVL(W-P) NOT = "Y"
                  MOVE 4 TO W-RC
               END-IF
            END-PERFORM.
            .
       P-610.
            MOVE "N" TO W-FAIL-SW.
            MOVE W-MP-RG(W-I) TO W-R.
            PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
               MOVE SPACE TO W-ST-TXT(W-P)
               IF W-PT-AVL(W-P) NOT = "Y"
                  MOVE "N/A" TO W-ST-TXT(W-P)
               ELSE
                  EVALUATE W-MP-ST(W-I, W-P)
                      WHEN "OK"
                           ADD 1 TO W-RC-OK(W-R, W-P)
                      WHEN "CHG"
                           ADD 1 TO W-RC-CHG(W-R, W-P)
                      WHEN "REJ"
                           ADD 1 TO W-RC-REJ(W-R, W-P)
                      WHEN OTHER
                           ADD 1 TO W-RC-LOST(W-R, W-P)
                  END-EVALUATE
                  IF W-MP-ST(W-I, W-P) = "CHG"
                     STRING "CHG>"           DELIMITED BY SIZE
                            W-MP-BC(W-I, W-P) DELIMITED BY SIZE
                            INTO W-ST-TXT(W-P)
                     END-STRING
                  ELSE
                     MOVE W-MP-ST(W-I, W-P) TO W-ST-TXT(W-P)
                  END-IF
                  IF W-MP-ST(W-I, W-P) NOT = "OK"
                     MOVE "Y" TO W-FAIL-SW
                  END-IF
               END-IF
            END-PERFORM.
            IF W-FAIL-SW = "Y"
               ADD 1 TO W-FAIL-CNT
               PERFORM P-650
               MOVE SPACE TO MX-REC
               STRING W-MP-SJ(W-I)   DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      W-MP-CH(W-I)   DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-RG-NAME(W-R) DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-ST-TXT(1)    DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-ST-TXT(2)    DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-ST-TXT(3)    DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-SUBST        DELIMITED BY "  "
                      INTO MX-REC
               END-STRING
               WRITE MX-REC
            ELSE
               ADD 1 TO W-SAFE-CNT
               MOVE SPACE TO SF-REC
               STRING W-MP-SJ(W-I)   DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      W-MP-CH(W-I)   DELIMITED BY SPACE
                      "|"            DELIMITED BY SIZE
                      W-RG-NAME(W-R) DELIMITED BY SPACE
                      INTO SF-REC
               END-STRING
               WRITE SF-REC
            END-IF.
            .
      *
      *   代替候補：CNVSUBの行、無ければ戻り先の正規符号の文字、
      *   それも無ければゲタ。
       P-650.
            MOVE SPACE TO W-SUBST W-GOT-BK.
            PERFORM VARYING W-K FROM 1 BY 1
                    UNTIL W-K > W-SB-CNT OR W-SUBST NOT = SPACE
               IF W-SB-SJ(W-K) = W-MP-SJ(W-I)
                  MOVE W-SB-TXT(W-K) TO W-SUBST
               END-IF
            END-PERFORM.
            IF W-SUBST = SPACE
               IF W-MP-BK(W-I) NOT = W-MP-SJ(W-I)
                  MOVE W-MP-BK(W-I) TO W-GOT-BK
               ELSE
                  PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                     IF W-MP-ST(W-I, W-P) = "CHG"
                        AND W-GOT-BK = SPACE
                        MOVE W-MP-BC(W-I, W-P) TO W-GOT-BK
                     END-IF
                  END-PERFORM
               END-IF
               IF W-GOT-BK NOT = SPACE
                  MOVE W-GOT-BK TO W-KEY
                  MOVE W-I TO W-NUM
                  PERFORM P-800
                  IF W-I > 0
                     STRING W-MP-CH(W-I) DELIMITED BY SPACE
                            "("          DELIMITED BY SIZE
                            W-GOT-BK     DELIMITED BY SIZE
                            ")"          DELIMITED BY SIZE
                            INTO W-SUBST
                     END-STRING
                  END-IF
                  MOVE W-NUM TO W-I
               END-IF
            END-IF.
            IF W-SUBST = SPACE
               MOVE "〓" TO W-SUBST
            END-IF.
            .
      *
      *   戻ってきたＵＴＦ−８行（符号４桁＋空白＋文字）を判定する。
       P-700.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WKL-FILE.
            PERFORM UNTIL W-EOF
               READ WKL-FILE
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-710
               END-READ
            END-PERFORM.
            CLOSE WKL-FILE.
            .
       P-710.
            MOVE WL-REC(1:4) TO W-KEY.
            MOVE WL-REC(6:4) TO W-GOT.
            PERFORM P-800.
            IF W-I > 0
               IF W-GOT = W-MP-CH(W-I)
                  MOVE W-MP-BK(W-I) TO W-GOT-BK
               ELSE
                  MOVE "????" TO W-GOT-BK
                  MOVE W-I TO W-NUM
                  PERFORM VARYING W-I FROM 1 BY 1
                          UNTIL W-I > W-MP-CNT
                     IF W-MP-CH(W-I) = W-GOT
                        AND W-GOT-BK = "????"
                        MOVE W-MP-BK(W-I) TO W-GOT-BK
                     END-IF
                  END-PERFORM
                  MOVE W-NUM TO W-I
               END-IF
               PERFORM P-850
            END-IF.
            .
      *
      *   リジェクト行（POS=位置|元レコード）の符号をREJにする。
       P-750.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WKL-FILE.
            IF W-WK-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WKL-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-760
                  END-READ
               END-PERFORM
               CLOSE WKL-FILE
            END-IF.
            .
       P-760.
            MOVE 0 TO W-POS.
            INSPECT WL-REC TALLYING W-POS FOR CHARACTERS
                    BEFORE INITIAL "|".
            IF W-POS < 200
               MOVE WL-REC(W-POS + 2:4) TO W-KEY
               PERFORM P-800
               IF W-I > 0
                  MOVE "REJ" TO W-MP-ST(W-I, W-P)
               END-IF
            END-IF.
            .
      *
      *   符号W-KEYの行を二分探索で引く（W-Iへ。無ければ０）。
       P-800.
            MOVE 0 TO W-I.
            SEARCH ALL W-MP
                AT END     CONTINUE
                WHEN W-MP-SJ(IDX-MP) = W-KEY
                           SET W-I TO IDX-MP
            END-SEARCH.
            .
      *
      *   戻り先の符号W-GOT-BKで経路W-Pの判定を付ける。
       P-850.
            IF W-GOT-BK = W-MP-SJ(W-I)
               MOVE "OK"  TO W-MP-ST(W-I, W-P)
            ELSE
               MOVE "CHG" TO W-MP-ST(W-I, W-P)
               MOVE W-GOT-BK TO W-MP-BC(W-I, W-P)
            END-IF.
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
      *
      *   数値W-NUM→１６進４桁W-HEX。
       P-910.
            MOVE W-NUM TO W-CODE-WK.
            PERFORM VARYING W-K FROM 4 BY -1 UNTIL W-K < 1
               DIVIDE W-CODE-WK BY 16 GIVING W-CODE-WK
                      REMAINDER W-D
               MOVE W-HEXDIG(W-D + 1:1) TO W-HEX(W-K:1)
            END-PERFORM.
            .
