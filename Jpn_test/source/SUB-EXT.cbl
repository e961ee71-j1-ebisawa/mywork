      ******************************************************************
      *    テストケース：－（運用ユーティリティ）
      *    プログラム名：障害再現用の参照整合サブセット切り出し
      *    処理概要　　：障害を手元で再現するたびに、CASEMETA・
      *                  TESTPLAN・WAIVERS・INCDREG・RSLTREPOを丸ごと
      *                  写すか、手で行を拾って互いに食い違う組を作って
      *                  いた。対象プログラムの一覧（またはTESTPLANの
      *                  プラン名）を受け、そのプログラムに関わる行だけ
      *                  を５マスタと実ケース台帳CASELOCから抜き出し、
      *                  プログラムが使うフィクスチャ（ソースの
      *                  ASSIGN TO "名前" に対応する tools/fixtures の
      *                  名前.dat）を添えて、ENV-PROVがそのまま
      *                  プロビジョニングできる組（各<名前>SRCと
      *                  PROVMANF）を出力先へ書く。最後にXREF-AUDを
      *                  組に向けて流し、宙づりの行が無いことを確かめる
      *                  （XREF-AUDが見ないINCDREGは、行のプログラムが
      *                  組のCASELOCにあるかをここで確かめる）。
      *    使用方法　　：５マスタとCASELOCのある場所で、環境変数
      *                    SUB_PROGS ：対象プログラム（空白区切り）
      *                    SUB_PLAN  ：または TESTPLANのプラン名
      *                    SUB_DIR   ：出力先ディレクトリ（必須・既存）
      *                    SUB_RUNS  ：RSLTREPOを直近Ｎ回のRUN-STAMP
      *                                に絞る（省略時は全件）
      *                    SUB_SRCDIR：ソースの場所（省略時../source）
      *                    SUB_FIXDIR：フィクスチャの場所（省略時
      *                                ../tools/fixtures）
      *                  を指定して実行する。出力先でENV-PROVを流せば
      *                  組が展開される。パラメタ誤り・対象なし・出力先
      *                  に書けない場合はRETURN-CODE 12、監査で宙づりが
      *                  出ればXREFAUDを残して8、入力マスタが欠けて
      *                  いれば（空のまま組に入れて）4。
      *    注意　　　　：プラン名で指定した場合、TESTPLANはそのプラン
      *                  の行だけを残す（プログラム指定では、そのプロ
      *                  グラムを流すすべてのプランの行を残す）。
      *  --------------------------------------------------------------
      *   対象：障害再現用の最小データ組（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SUB-EXT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-29.
       DATE-COMPILED.        2026-09-29.
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
           SELECT ANY-IN     ASSIGN USING W-IN-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT ANY-OU     ASSIGN USING W-OUT-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-OUT-FS.
           SELECT MNF-OU     ASSIGN USING W-MNF-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MNF-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  ANY-IN.
       01  AI-REC             PIC X(400).
       FD  ANY-OU.
       01  AO-REC             PIC X(400).
       FD  MNF-OU.
       01  MO-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-IN-FS            PIC X(02).
       01  W-OUT-FS           PIC X(02).
       01  W-MNF-FS           PIC X(02).
       01  W-IN-NAME          PIC X(256).
       01  W-OUT-NAME         PIC X(256).
       01  W-MNF-NAME         PIC X(256).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-RC               PIC 9(02)          VALUE 0.
      *    実行パラメタ
       01  W-PROGS            PIC X(400)         VALUE SPACE.
       01  W-PLAN             PIC X(12)          VALUE SPACE.
       01  W-DIR              PIC X(200)         VALUE SPACE.
       01  W-SRCDIR           PIC X(200)         VALUE SPACE.
       01  W-FIXDIR           PIC X(200)         VALUE SPACE.
       01  W-RUNS-X           PIC X(04)          VALUE SPACE.
       01  W-RUNS             PIC 9(04)          VALUE 0.
      *    対象プログラム（最大100本）と、組のCASELOC・INCDREGに
      *    現れたかの印
       01  W-PG-CNT           PIC 9(03)          VALUE 0.
       01  W-PG-TBL.
           05  W-PG           OCCURS 100.
               10  W-PG-PROG  PIC X(12).
               10  W-PG-LOC   PIC X(01).
               10  W-PG-INC   PIC X(01).
      *    組のRSLTREPOに現れたRUN-STAMP（最大500種）と採用の下限
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 500         PIC X(15).
       01  W-ST-LOW           PIC X(15)          VALUE LOW-VALUE.
       01  W-ST-PREV          PIC X(15).
       01  W-ST-MAX           PIC X(15).
      *    フィクスチャ候補（ASSIGN名、最大200件）
       01  W-FX-CNT           PIC 9(03)          VALUE 0.
       01  W-FX-TBL.
           05  W-FX           OCCURS 200.
               10  W-FX-NAME  PIC X(20).
               10  W-FX-DONE  PIC X(01).
       01  W-FX-COPIED        PIC 9(03)          VALUE 0.
      *    組に入れる６マスタ（PROGRAMの位置：1＝第1欄、2＝第2欄、
      *    R＝RSLTREPOの固定位置）
       01  W-MS-TBL.
           05  FILLER         PIC X(13)          VALUE "CASEMETA    1".
           05  FILLER         PIC X(13)          VALUE "TESTPLAN    2".
           05  FILLER         PIC X(13)          VALUE "WAIVERS     1".
           05  FILLER         PIC X(13)          VALUE "INCDREG     1".
           05  FILLER         PIC X(13)          VALUE "RSLTREPO    R".
           05  FILLER         PIC X(13)          VALUE "CASELOC     1".
       01  W-MS-TBL-R   REDEFINES W-MS-TBL.
           05  W-MS           OCCURS 6.
               10  W-MS-NAME  PIC X(12).
               10  W-MS-KIND  PIC X(01).
       01  W-MS-IDX           PIC 9(02).
       01  W-MS-IN            PIC 9(05).
       01  W-MS-OUT           PIC 9(05).
      *    行分解・照合の作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-CHK-PROG         PIC X(12).
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-PTR              PIC 9(04).
       01  W-TOKEN            PIC X(40).
       01  W-CNT              PIC 9(04).
       01  W-PRE              PIC X(400).
       01  W-REST             PIC X(400).
       01  W-ASG-NAME         PIC X(40).
       01  W-DANGLE           PIC 9(04)          VALUE 0.
       01  W-MNF-LINE         PIC X(80).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (SUB-EXT)".
            PERFORM P-100.
            IF W-RC = 0
               PERFORM P-150
            END-IF.
            IF W-RC = 0
               PERFORM P-200
            END-IF.
            IF W-RC < 12
               PERFORM VARYING W-MS-IDX FROM 1 BY 1
                       UNTIL W-MS-IDX > 6 OR W-RC = 12
                  PERFORM P-300
               END-PERFORM
            END-IF.
            IF W-RC < 12
               PERFORM P-500
               PERFORM P-600
            END-IF.
            IF W-RC < 12
               PERFORM P-700
            END-IF.
            MOVE W-RC TO RETURN-CODE.
            DISPLAY "TEST END   (SUB-EXT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．パラメタを受ける。出力先と、プログラム一覧または
      *            プラン名のどちらかが要る。
       P-100.
            DISPLAY "SUB_PROGS"  UPON ENVIRONMENT-NAME.
            ACCEPT W-PROGS       FROM ENVIRONMENT-VALUE.
            DISPLAY "SUB_PLAN"   UPON ENVIRONMENT-NAME.
            ACCEPT W-PLAN        FROM ENVIRONMENT-VALUE.
            DISPLAY "SUB_DIR"    UPON ENVIRONMENT-NAME.
            ACCEPT W-DIR         FROM ENVIRONMENT-VALUE.
            DISPLAY "SUB_SRCDIR" UPON ENVIRONMENT-NAME.
            ACCEPT W-SRCDIR      FROM ENVIRONMENT-VALUE.
            DISPLAY "SUB_FIXDIR" UPON ENVIRONMENT-NAME.
            ACCEPT W-FIXDIR      FROM ENVIRONMENT-VALUE.
            DISPLAY "SUB_RUNS"   UPON ENVIRONMENT-NAME.
            ACCEPT W-RUNS-X      FROM ENVIRONMENT-VALUE.
            IF W-SRCDIR = SPACE
               MOVE "../source" TO W-SRCDIR
            END-IF.
            IF W-FIXDIR = SPACE
               MOVE "../tools/fixtures" TO W-FIXDIR
            END-IF.
            IF W-RUNS-X NOT = SPACE
               IF FUNCTION TEST-NUMVAL(W-RUNS-X) = 0
                  MOVE FUNCTION NUMVAL(W-RUNS-X) TO W-RUNS
               ELSE
                  DISPLAY "SUB-EXT: SUB_RUNS NOT NUMERIC"
                  MOVE 12 TO W-RC
               END-IF
            END-IF.
            IF W-DIR = SPACE
               DISPLAY "SUB-EXT: SUB_DIR NOT SPECIFIED"
               MOVE 12 TO W-RC
            END-IF.
            IF W-PROGS = SPACE AND W-PLAN = SPACE
               DISPLAY "SUB-EXT: SUB_PROGS OR SUB_PLAN REQUIRED"
               MOVE 12 TO W-RC
            END-IF.
            .
      *
      *   ケース2．対象プログラムを決める。一覧指定ならその語を、
      *            プラン指定ならTESTPLANでそのプランが流すプログラム
      *            を（重複を除いて）並べる。
       P-150.
            IF W-PROGS NOT = SPACE
               MOVE 1 TO W-PTR
               PERFORM UNTIL W-PTR > 400
                  MOVE SPACE TO W-TOKEN
                  UNSTRING W-PROGS DELIMITED BY ALL " "
                      INTO W-TOKEN WITH POINTER W-PTR
                  END-UNSTRING
                  IF W-TOKEN NOT = SPACE
                     MOVE W-TOKEN TO W-CHK-PROG
                     PERFORM P-160
                  END-IF
               END-PERFORM
            ELSE
               MOVE "TESTPLAN" TO W-IN-NAME
               OPEN INPUT ANY-IN
               IF W-IN-FS NOT = "00"
                  DISPLAY "SUB-EXT: TESTPLAN NOT FOUND"
                  MOVE 12 TO W-RC
               ELSE
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ ANY-IN
                          AT END     MOVE "Y" TO W-EOF-SW
                          NOT AT END PERFORM P-155
                     END-READ
                  END-PERFORM
                  CLOSE ANY-IN
               END-IF
            END-IF.
            IF W-RC = 0 AND W-PG-CNT = 0
               DISPLAY "SUB-EXT: NO PROGRAMS SELECTED"
               MOVE 12 TO W-RC
            END-IF.
            DISPLAY "PROGRAMS=" W-PG-CNT.
            .
       P-155.
            IF AI-REC(1:1) NOT = "#" AND AI-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2
               UNSTRING AI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               IF W-F1 = W-PLAN
                  MOVE W-F2 TO W-CHK-PROG
                  PERFORM P-160
               END-IF
            END-IF.
            .
      *    W-CHK-PROGを対象表へ（既にあれば何もしない）
       P-160.
            PERFORM P-170.
            IF NOT W-HIT AND W-PG-CNT < 100
               ADD 1 TO W-PG-CNT
               MOVE W-CHK-PROG TO W-PG-PROG(W-PG-CNT)
               MOVE "N" TO W-PG-LOC(W-PG-CNT) W-PG-INC(W-PG-CNT)
            END-IF.
            .
      *    W-CHK-PROGが対象表にあるか（W-SUB2にその位置）
       P-170.
            MOVE "N" TO W-HIT-SW.
            MOVE 0 TO W-SUB2.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PG-CNT OR W-HIT
               IF W-PG-PROG(W-SUB) = W-CHK-PROG
                  MOVE "Y" TO W-HIT-SW
                  MOVE W-SUB TO W-SUB2
               END-IF
            END-PERFORM.
            .
      *
      *   ケース3．RUN-STAMPの絞り込み。対象プログラムの結果に現れる
      *            RUN-STAMPを集め、新しい方からＮ番目を採用の下限と
      *            する（Ｎ種に満たなければ全件）。
       P-200.
            IF W-RUNS > 0
               MOVE "RSLTREPO" TO W-IN-NAME
               OPEN INPUT ANY-IN
               IF W-IN-FS = "00"
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ ANY-IN
                          AT END     MOVE "Y" TO W-EOF-SW
                          NOT AT END PERFORM P-210
                     END-READ
                  END-PERFORM
                  CLOSE ANY-IN
               END-IF
               MOVE HIGH-VALUE TO W-ST-PREV
               PERFORM VARYING W-CNT FROM 1 BY 1
                       UNTIL W-CNT > W-RUNS OR W-CNT > W-ST-CNT
                  MOVE LOW-VALUE TO W-ST-MAX
                  PERFORM VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-ST-CNT
                     IF W-ST(W-SUB) < W-ST-PREV
                        AND W-ST(W-SUB) > W-ST-MAX
                        MOVE W-ST(W-SUB) TO W-ST-MAX
                     END-IF
                  END-PERFORM
                  MOVE W-ST-MAX TO W-ST-PREV
               END-PERFORM
               IF W-ST-CNT > 0
                  MOVE W-ST-PREV TO W-ST-LOW
               END-IF
               DISPLAY "RUN-STAMPS=" W-ST-CNT " FROM=" W-ST-LOW
            END-IF.
            .
       P-210.
            IF AI-REC(1:1) NOT = "#" AND AI-REC NOT = SPACE
               MOVE AI-REC(1:12) TO W-CHK-PROG
               PERFORM P-170
               IF W-HIT
                  MOVE "N" TO W-HIT-SW
                  PERFORM VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-ST-CNT OR W-HIT
                     IF W-ST(W-SUB) = AI-REC(53:15)
                        MOVE "Y" TO W-HIT-SW
                     END-IF
                  END-PERFORM
                  IF NOT W-HIT AND W-ST-CNT < 500
                     ADD 1 TO W-ST-CNT
                     MOVE AI-REC(53:15) TO W-ST(W-ST-CNT)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ケース4．マスタ１つを切り出す。注釈行はそのまま残し、
      *            PROGRAMが対象の行だけを<出力先>/<名前>SRCへ写す。
      *            入力が無ければ空の組を置いて警告にとどめる。
       P-300.
            MOVE W-MS-NAME(W-MS-IDX) TO W-IN-NAME.
            MOVE SPACE TO W-OUT-NAME.
            STRING W-DIR                DELIMITED BY SPACE
                   "/"                  DELIMITED BY SIZE
                   W-MS-NAME(W-MS-IDX)  DELIMITED BY SPACE
                   "SRC"                DELIMITED BY SIZE
                   INTO W-OUT-NAME
            END-STRING.
            OPEN OUTPUT ANY-OU.
            IF W-OUT-FS NOT = "00"
               DISPLAY "SUB-EXT: CANNOT WRITE " W-OUT-NAME(1:60)
               MOVE 12 TO W-RC
            ELSE
               MOVE 0 TO W-MS-IN W-MS-OUT
               OPEN INPUT ANY-IN
               IF W-IN-FS NOT = "00"
                  DISPLAY "SUB-EXT: " W-MS-NAME(W-MS-IDX)
                          " NOT FOUND - EMPTY IN SUBSET"
                  IF W-RC < 4
                     MOVE 4 TO W-RC
                  END-IF
               ELSE
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ ANY-IN
                          AT END     MOVE "Y" TO W-EOF-SW
                          NOT AT END PERFORM P-310
                     END-READ
                  END-PERFORM
                  CLOSE ANY-IN
               END-IF
               CLOSE ANY-OU
               DISPLAY W-MS-NAME(W-MS-IDX) " READ=" W-MS-IN
                       " KEPT=" W-MS-OUT
            END-IF.
            .
       P-310.
            IF AI-REC(1:1) = "#" OR AI-REC = SPACE
               WRITE AO-REC FROM AI-REC
            ELSE
               ADD 1 TO W-MS-IN
               MOVE SPACE TO W-F1 W-F2
               EVALUATE W-MS-KIND(W-MS-IDX)
                  WHEN "R"
                       MOVE AI-REC(1:12) TO W-CHK-PROG
                  WHEN "2"
                       UNSTRING AI-REC DELIMITED BY "|"
                           INTO W-F1 W-F2
                       END-UNSTRING
                       MOVE W-F2 TO W-CHK-PROG
                  WHEN OTHER
                       UNSTRING AI-REC DELIMITED BY "|"
                           INTO W-F1
                       END-UNSTRING
                       MOVE W-F1 TO W-CHK-PROG
               END-EVALUATE
               PERFORM P-170
               IF W-HIT AND W-MS-KIND(W-MS-IDX) = "2"
                  AND W-PLAN NOT = SPACE AND W-F1 NOT = W-PLAN
                  MOVE "N" TO W-HIT-SW
               END-IF
               IF W-HIT AND W-MS-KIND(W-MS-IDX) = "R"
                  AND AI-REC(53:15) < W-ST-LOW
                  MOVE "N" TO W-HIT-SW
               END-IF
               IF W-HIT
                  WRITE AO-REC FROM AI-REC
                  ADD 1 TO W-MS-OUT
                  IF W-MS-NAME(W-MS-IDX) = "CASELOC"
                     MOVE "Y" TO W-PG-LOC(W-SUB2)
                  END-IF
                  IF W-MS-NAME(W-MS-IDX) = "INCDREG"
                     MOVE "Y" TO W-PG-INC(W-SUB2)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ケース5．フィクスチャを拾う。対象プログラムのソースから
      *            ASSIGN TO "名前" を集め（６マスタと重複は除く）、
      *            フィクスチャの場所に 名前.dat があるものだけを
      *            <出力先>/<名前>SRCへ写す。無いものは実行時に
      *            作られる出力なので組に入れない。
       P-500.
            PERFORM VARYING W-CNT FROM 1 BY 1 UNTIL W-CNT > W-PG-CNT
               MOVE SPACE TO W-IN-NAME
               STRING W-SRCDIR           DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      W-PG-PROG(W-CNT)   DELIMITED BY SPACE
                      ".cbl"             DELIMITED BY SIZE
                      INTO W-IN-NAME
               END-STRING
               OPEN INPUT ANY-IN
               IF W-IN-FS NOT = "00"
                  DISPLAY "SUB-EXT: SOURCE NOT FOUND "
                          W-PG-PROG(W-CNT)
                  IF W-RC < 4
                     MOVE 4 TO W-RC
                  END-IF
               ELSE
                  MOVE "N" TO W-EOF-SW
                  PERFORM UNTIL W-EOF
                     READ ANY-IN
                          AT END     MOVE "Y" TO W-EOF-SW
                          NOT AT END PERFORM P-510
                     END-READ
                  END-PERFORM
                  CLOSE ANY-IN
               END-IF
            END-PERFORM.
            PERFORM VARYING W-CNT FROM 1 BY 1 UNTIL W-CNT > W-FX-CNT
               PERFORM P-550
            END-PERFORM.
            DISPLAY "FIXTURES=" W-FX-CNT " COPIED=" W-FX-COPIED.
            .
       P-510.
            IF AI-REC(7:1) NOT = "*"
               MOVE 0 TO W-SUB
               INSPECT AI-REC TALLYING W-SUB FOR ALL 'ASSIGN TO "'
               IF W-SUB > 0
                  MOVE SPACE TO W-PRE W-REST W-ASG-NAME
                  UNSTRING AI-REC DELIMITED BY 'ASSIGN TO "'
                      INTO W-PRE W-REST
                  END-UNSTRING
                  UNSTRING W-REST DELIMITED BY '"'
                      INTO W-ASG-NAME
                  END-UNSTRING
                  PERFORM P-520
               END-IF
            END-IF.
            .
       P-520.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 6
               IF W-MS-NAME(W-SUB) = W-ASG-NAME
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-FX-CNT OR W-HIT
               IF W-FX-NAME(W-SUB) = W-ASG-NAME
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            IF NOT W-HIT AND W-ASG-NAME NOT = SPACE
               AND W-FX-CNT < 200
               ADD 1 TO W-FX-CNT
               MOVE W-ASG-NAME TO W-FX-NAME(W-FX-CNT)
               MOVE "N" TO W-FX-DONE(W-FX-CNT)
            END-IF.
            .
       P-550.
            MOVE SPACE TO W-IN-NAME W-OUT-NAME.
            STRING W-FIXDIR           DELIMITED BY SPACE
                   "/"                DELIMITED BY SIZE
                   W-FX-NAME(W-CNT)   DELIMITED BY SPACE
                   ".dat"             DELIMITED BY SIZE
                   INTO W-IN-NAME
            END-STRING.
            OPEN INPUT ANY-IN.
            IF W-IN-FS = "00"
               STRING W-DIR              DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      W-FX-NAME(W-CNT)   DELIMITED BY SPACE
                      "SRC"              DELIMITED BY SIZE
                      INTO W-OUT-NAME
               END-STRING
               OPEN OUTPUT ANY-OU
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ ANY-IN
                       AT END     MOVE "Y" TO W-EOF-SW
                       NOT AT END WRITE AO-REC FROM AI-REC
                  END-READ
               END-PERFORM
               CLOSE ANY-IN ANY-OU
               MOVE "Y" TO W-FX-DONE(W-CNT)
               ADD 1 TO W-FX-COPIED
               DISPLAY "FIXTURE " W-FX-NAME(W-CNT)
            END-IF.
            .
      *
      *   ケース6．ENV-PROVのマニフェストを書く。６マスタは必須、
      *            フィクスチャは４欄目Ｆ（名前を問わない添え物）。
       P-600.
            MOVE SPACE TO W-MNF-NAME.
            STRING W-DIR       DELIMITED BY SPACE
                   "/PROVMANF" DELIMITED BY SIZE
                   INTO W-MNF-NAME
            END-STRING.
            OPEN OUTPUT MNF-OU.
            MOVE "# PROVMANF - subset written by SUB-EXT." TO MO-REC.
            WRITE MO-REC.
            MOVE "# NAME|REQ or OPT|FRAME(Y/N)|F=fixture" TO MO-REC.
            WRITE MO-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 6
               MOVE SPACE TO W-MNF-LINE
               STRING W-MS-NAME(W-SUB) DELIMITED BY SPACE
                      "|REQ|N"         DELIMITED BY SIZE
                      INTO W-MNF-LINE
               END-STRING
               WRITE MO-REC FROM W-MNF-LINE
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-FX-CNT
               IF W-FX-DONE(W-SUB) = "Y"
                  MOVE SPACE TO W-MNF-LINE
                  STRING W-FX-NAME(W-SUB) DELIMITED BY SPACE
                         "|REQ|N|F"       DELIMITED BY SIZE
                         INTO W-MNF-LINE
                  END-STRING
                  WRITE MO-REC FROM W-MNF-LINE
               END-IF
            END-PERFORM.
            CLOSE MNF-OU.
            .
      *
      *   ケース7．組の整合を確かめる。XREF-AUDの入出力を組の各
      *            ファイルへ向けて呼び、宙づりがあれば8。INCDREGは
      *            行のプログラムが組のCASELOCにあるかをここで見る。
       P-700.
            MOVE "CASEMETA" TO W-TOKEN.
            PERFORM P-750.
            MOVE "TESTPLAN" TO W-TOKEN.
            PERFORM P-750.
            MOVE "WAIVERS"  TO W-TOKEN.
            PERFORM P-750.
            MOVE "RSLTREPO" TO W-TOKEN.
            PERFORM P-750.
            MOVE "CASELOC"  TO W-TOKEN.
            PERFORM P-750.
            MOVE SPACE TO W-OUT-NAME.
            STRING W-DIR      DELIMITED BY SPACE
                   "/XREFAUD" DELIMITED BY SIZE
                   INTO W-OUT-NAME
            END-STRING.
            DISPLAY "DD_XREFAUD" UPON ENVIRONMENT-NAME.
            DISPLAY W-OUT-NAME   UPON ENVIRONMENT-VALUE.
            MOVE 0 TO RETURN-CODE.
            CALL "XREF-AUD"
                ON EXCEPTION
                    DISPLAY "SUB-EXT: XREF-AUD NOT LINKED"
                            " - SUBSET NOT AUDITED"
                    IF W-RC < 4
                       MOVE 4 TO W-RC
                    END-IF
            END-CALL.
            IF RETURN-CODE NOT = 0
               DISPLAY "SUB-EXT: SUBSET HAS DANGLING ROWS - SEE XREFAUD"
               MOVE 8 TO W-RC
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-PG-CNT
               IF W-PG-INC(W-SUB) = "Y" AND W-PG-LOC(W-SUB) = "N"
                  DISPLAY "SUB-EXT: INCDREG ROW FOR "
                          W-PG-PROG(W-SUB) " NOT IN CASELOC"
                  ADD 1 TO W-DANGLE
               END-IF
            END-PERFORM.
            IF W-DANGLE > 0
               MOVE 8 TO W-RC
            END-IF.
            DISPLAY "INCDREG DANGLING=" W-DANGLE.
            .
      *    DD_<名前>＝<出力先>/<名前>SRC
       P-750.
            MOVE SPACE TO W-IN-NAME W-OUT-NAME.
            STRING "DD_"   DELIMITED BY SIZE
                   W-TOKEN DELIMITED BY SPACE
                   INTO W-IN-NAME
            END-STRING.
            STRING W-DIR   DELIMITED BY SPACE
                   "/"     DELIMITED BY SIZE
                   W-TOKEN DELIMITED BY SPACE
                   "SRC"   DELIMITED BY SIZE
                   INTO W-OUT-NAME
            END-STRING.
            DISPLAY W-IN-NAME  UPON ENVIRONMENT-NAME.
            DISPLAY W-OUT-NAME UPON ENVIRONMENT-VALUE.
            .
