      ******************************************************************
      *    テストケース：－（結果分析）
      *    プログラム名：サイト間判定比較
      *    処理概要　　：同じ試験群を別サイト（大阪）も自前の
      *                  コンパイラビルドで回しているが、結果を
      *                  並べて見る手段が無かった。RSLTREPOに集約
      *                  した各サイトの行（サイトコードつき）から、
      *                  PROGRAM＋CASE-IDごとに各サイトの最新判定を
      *                  横に並べた帳票SITECMPを作る。あるサイトで
      *                  ＯＫ、別のサイトでＮＧのケース（SPLIT）は
      *                  先頭の群に抜き出し、一覧でも印を付ける。
      *                  帳票の冒頭にはSITEMSTのサイト一覧（名称・
      *                  ビルド・連絡先）と各サイトの最終実行時刻を
      *                  出す。
      *    使用方法　　：RSLTREPOとSITEMSTを置いて実行する。SPLITが
      *                  １件でもあればRETURN-CODE 4、RSLTREPOか
      *                  SITEMSTが無ければ12。
      *    注意　　　　：サイトコードが空白の行（サイト導入前に積んだ
      *                  行）は本拠地サイトの行として扱う。SITEMSTに
      *                  無いサイトコードの行も列を立てて並べ、サイト
      *                  一覧に「NOT IN SITEMST」と出す。改名した
      *                  ケースの旧IDは改名表CASEMAPで今のIDへ読み
      *                  替える（CASE-MAP-1。RUN-CMPと同じ扱い）。
      *  --------------------------------------------------------------
      *   対象：サイト間の判定差の検出（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SITE-CMP.
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
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REPO-FS.
           SELECT SIT-IN     ASSIGN TO "SITEMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SIT-FS.
           SELECT CMP-OU     ASSIGN TO "SITECMP"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REPO-IN.
       01  RI-REC.
           03  RI-PROG        PIC X(12).
           03  RI-CASE        PIC X(40).
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
       FD  SIT-IN.
       01  SI-REC             PIC X(160).
       FD  CMP-OU.
       01  CO-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REPO-FS          PIC X(02).
       01  W-SIT-FS           PIC X(02).
       01  W-MAP-STS          PIC X(01).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    サイト表（SITEMSTの行と、RSLTREPOにだけ現れたサイト。
      *    最大９サイト。列の並びは表の順）
       01  W-HOME-SITE        PIC X(04)          VALUE SPACE.
       01  W-ST-CNT           PIC 9(02)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 9.
               10  W-ST-CODE  PIC X(04).
               10  W-ST-NAME  PIC X(30).
               10  W-ST-BUILD PIC X(40).
               10  W-ST-CONT  PIC X(20).
               10  W-ST-HOME  PIC X(01).
               10  W-ST-MST   PIC X(01).
               10  W-ST-LAST  PIC X(15).
               10  W-ST-ROWS  PIC 9(06).
      *    ケースごとのサイト別最新判定（最大2000件。判定の無い
      *    サイトはスペース）
       01  W-CS-CNT           PIC 9(04)          VALUE 0.
       01  W-CS-TBL.
           05  W-CS           OCCURS 2000.
               10  W-CS-PROG  PIC X(12).
               10  W-CS-CASE  PIC X(40).
               10  W-CS-SPLIT PIC X(01).
               10  W-CS-V     OCCURS 9.
                   15  W-CS-STAMP PIC X(15).
                   15  W-CS-RSLT  PIC X(02).
      *    作業域
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(02).
       01  W-FND              PIC 9(04).
       01  W-SFND             PIC 9(02).
       01  W-SITE             PIC X(04).
       01  W-OK-SW            PIC X(01).
       01  W-NG-SW            PIC X(01).
       01  W-RUN-N            PIC 9(02).
       01  W-SPLIT-CNT        PIC 9(04)          VALUE 0.
       01  W-ONE-CNT          PIC 9(04)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(06)          VALUE 0.
       01  W-POS              PIC 9(03).
       01  W-TODAY            PIC X(08).
       01  W-FLD              PIC X(40).
       01  W-SM-CODE          PIC X(04).
       01  W-SM-NAME          PIC X(30).
       01  W-SM-BUILD         PIC X(40).
       01  W-SM-CONT          PIC X(20).
       01  W-SM-HOME          PIC X(01).
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (SITE-CMP)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            PERFORM P-100.
            PERFORM P-200.
            PERFORM P-300.
            DISPLAY "CASES=" W-CS-CNT " SPLIT=" W-SPLIT-CNT
                    " ONE-SITE=" W-ONE-CNT " SITES=" W-ST-CNT.
            IF W-SPLIT-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (SITE-CMP)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．SITEMSTのサイト一覧を表へ載せる。
       P-100.
            OPEN INPUT SIT-IN.
            IF W-SIT-FS NOT = "00"
               DISPLAY "SITE-CMP NG: NO SITEMST FS=" W-SIT-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ SIT-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-110
               END-READ
            END-PERFORM.
            CLOSE SIT-IN.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF SI-REC(1:1) NOT = "#" AND SI-REC NOT = SPACE
               AND W-ST-CNT < 9
               MOVE SPACE TO W-SM-CODE W-SM-NAME W-SM-BUILD
                             W-SM-CONT W-SM-HOME
               UNSTRING SI-REC DELIMITED BY "|"
                   INTO W-SM-CODE W-SM-NAME W-SM-BUILD W-SM-CONT
                        W-SM-HOME
               END-UNSTRING
               ADD 1 TO W-ST-CNT
               MOVE W-SM-CODE  TO W-ST-CODE(W-ST-CNT)
               MOVE W-SM-NAME  TO W-ST-NAME(W-ST-CNT)
               MOVE W-SM-BUILD TO W-ST-BUILD(W-ST-CNT)
               MOVE W-SM-CONT  TO W-ST-CONT(W-ST-CNT)
               MOVE W-SM-HOME  TO W-ST-HOME(W-ST-CNT)
               MOVE "Y"        TO W-ST-MST(W-ST-CNT)
               MOVE SPACE      TO W-ST-LAST(W-ST-CNT)
               MOVE 0          TO W-ST-ROWS(W-ST-CNT)
               IF W-SM-HOME = "Y"
                  MOVE W-SM-CODE TO W-HOME-SITE
               END-IF
            END-IF.
            .
      *
      *   ケース2．RSLTREPOを順読みし、ケース×サイトの最新判定を
      *            残す（同じケースの中では実行時刻順に並んでいるが、
      *            改名の読み替えで順が崩れるため時刻で比べて残す）。
       P-200.
            OPEN INPUT REPO-IN.
            IF W-REPO-FS NOT = "00"
               DISPLAY "SITE-CMP NG: NO RSLTREPO FS=" W-REPO-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM UNTIL W-EOF
               READ REPO-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  PERFORM P-210
               END-READ
            END-PERFORM.
            CLOSE REPO-IN.
            .
       P-210.
            MOVE RI-SITE TO W-SITE.
            IF W-SITE = SPACE
               MOVE W-HOME-SITE TO W-SITE
            END-IF.
            PERFORM P-220.
            IF W-SFND = 0
               ADD 1 TO W-SKIP-CNT
            ELSE
               ADD 1 TO W-ST-ROWS(W-SFND)
               IF RI-STAMP > W-ST-LAST(W-SFND)
                  MOVE RI-STAMP TO W-ST-LAST(W-SFND)
               END-IF
               CALL "CASE-MAP-1" USING RI-PROG RI-CASE RI-STAMP
                                       W-MAP-STS
                   ON EXCEPTION
                       MOVE "9" TO W-MAP-STS
               END-CALL
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-CS-CNT OR W-FND > 0
                  IF W-CS-PROG(W-SUB) = RI-PROG
                     AND W-CS-CASE(W-SUB) = RI-CASE
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0 AND W-CS-CNT < 2000
                  ADD 1 TO W-CS-CNT
                  MOVE W-CS-CNT TO W-FND
                  MOVE RI-PROG TO W-CS-PROG(W-FND)
                  MOVE RI-CASE TO W-CS-CASE(W-FND)
                  MOVE SPACE   TO W-CS-SPLIT(W-FND)
                  PERFORM VARYING W-SUB2 FROM 1 BY 1
                          UNTIL W-SUB2 > 9
                     MOVE SPACE TO W-CS-STAMP(W-FND W-SUB2)
                                   W-CS-RSLT(W-FND W-SUB2)
                  END-PERFORM
               END-IF
               IF W-FND > 0
                  IF RI-STAMP NOT < W-CS-STAMP(W-FND W-SFND)
                     MOVE RI-STAMP TO W-CS-STAMP(W-FND W-SFND)
                     MOVE RI-RSLT  TO W-CS-RSLT(W-FND W-SFND)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   サイトの列を引く。表に無いサイトは列を足す（SITEMST未登録
      *   の印つき）。９サイトを超えた分は数えるだけで並べない。
       P-220.
            MOVE 0 TO W-SFND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-ST-CNT OR W-SFND > 0
               IF W-ST-CODE(W-SUB2) = W-SITE
                  MOVE W-SUB2 TO W-SFND
               END-IF
            END-PERFORM.
            IF W-SFND = 0 AND W-ST-CNT < 9
               ADD 1 TO W-ST-CNT
               MOVE W-ST-CNT TO W-SFND
               MOVE W-SITE   TO W-ST-CODE(W-SFND)
               MOVE "NOT IN SITEMST" TO W-ST-NAME(W-SFND)
               MOVE SPACE    TO W-ST-BUILD(W-SFND) W-ST-CONT(W-SFND)
                                W-ST-HOME(W-SFND) W-ST-LAST(W-SFND)
               MOVE "N"      TO W-ST-MST(W-SFND)
               MOVE 0        TO W-ST-ROWS(W-SFND)
            END-IF.
            .
      *
      *   ケース3．帳票。サイト一覧、SPLITの群、全ケースの一覧、
      *            件数サマリの順。
       P-300.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CS-CNT
               PERFORM P-310
            END-PERFORM.
            OPEN OUTPUT CMP-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "SITE-CMP CROSS-SITE LATEST VERDICT  AS OF "
                   W-TODAY
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE CO-REC FROM W-LINE-WK.
            MOVE "** SITES **" TO CO-REC.
            WRITE CO-REC.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-ST-CNT
               PERFORM P-320
            END-PERFORM.
            MOVE "** SPLIT (OK AT ONE SITE, NG AT ANOTHER) **"
                 TO CO-REC.
            WRITE CO-REC.
            PERFORM P-330.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CS-CNT
               IF W-CS-SPLIT(W-SUB) = "Y"
                  PERFORM P-340
               END-IF
            END-PERFORM.
            MOVE "** ALL CASES **" TO CO-REC.
            WRITE CO-REC.
            PERFORM P-330.
            PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-CS-CNT
               PERFORM P-340
            END-PERFORM.
            MOVE SPACE TO W-LINE-WK.
            STRING "TOTALS CASES=" W-CS-CNT
                   " SPLIT=" W-SPLIT-CNT
                   " ONE-SITE=" W-ONE-CNT
                   " UNLISTED-SITE-ROWS=" W-SKIP-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE CO-REC FROM W-LINE-WK.
            CLOSE CMP-OU.
            .
      *
      *   １ケースのSPLIT判定（ＯＫのサイトとＮＧのサイトが両方
      *   ある）と、１サイトでしか回っていないケースの計数。
       P-310.
            MOVE "N" TO W-OK-SW W-NG-SW.
            MOVE 0 TO W-RUN-N.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-ST-CNT
               EVALUATE W-CS-RSLT(W-SUB W-SUB2)
                   WHEN "OK"  MOVE "Y" TO W-OK-SW
                   WHEN "NG"  MOVE "Y" TO W-NG-SW
                   WHEN OTHER CONTINUE
               END-EVALUATE
               IF W-CS-RSLT(W-SUB W-SUB2) NOT = SPACE
                  ADD 1 TO W-RUN-N
               END-IF
            END-PERFORM.
            IF W-OK-SW = "Y" AND W-NG-SW = "Y"
               MOVE "Y" TO W-CS-SPLIT(W-SUB)
               ADD 1 TO W-SPLIT-CNT
            END-IF.
            IF W-RUN-N = 1
               ADD 1 TO W-ONE-CNT
            END-IF.
            .
      *
      *   サイト一覧の１行。
       P-320.
            MOVE SPACE TO W-LINE-WK.
            STRING "  " W-ST-CODE(W-SUB2) " " W-ST-NAME(W-SUB2)
                   " BUILD=" W-ST-BUILD(W-SUB2)
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            IF W-ST-HOME(W-SUB2) = "Y"
               MOVE "(HOME)" TO W-LINE-WK(90:6)
            END-IF.
            WRITE CO-REC FROM W-LINE-WK.
            MOVE SPACE TO W-LINE-WK.
            IF W-ST-LAST(W-SUB2) = SPACE
               STRING "       CONTACT=" W-ST-CONT(W-SUB2)
                      " LAST-RUN=NONE ROWS=" W-ST-ROWS(W-SUB2)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
            ELSE
               STRING "       CONTACT=" W-ST-CONT(W-SUB2)
                      " LAST-RUN="       DELIMITED BY SIZE
                      W-ST-CODE(W-SUB2)  DELIMITED BY SPACE
                      ":" W-ST-LAST(W-SUB2)
                      " ROWS=" W-ST-ROWS(W-SUB2)
                                         DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
            END-IF.
            WRITE CO-REC FROM W-LINE-WK.
            .
      *
      *   一覧の見出し（サイトコードを列に並べる）。
       P-330.
            MOVE SPACE TO W-LINE-WK.
            MOVE "  PROGRAM      CASE-ID" TO W-LINE-WK.
            MOVE 57 TO W-POS.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-ST-CNT
               MOVE W-ST-CODE(W-SUB2) TO W-LINE-WK(W-POS:4)
               ADD 6 TO W-POS
            END-PERFORM.
            WRITE CO-REC FROM W-LINE-WK.
            .
      *
      *   一覧の１行。判定の無いサイトは「--」。SPLITには印を付ける。
       P-340.
            MOVE SPACE TO W-LINE-WK.
            STRING "  " W-CS-PROG(W-SUB) " " W-CS-CASE(W-SUB)
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            MOVE 57 TO W-POS.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-ST-CNT
               IF W-CS-RSLT(W-SUB W-SUB2) = SPACE
                  MOVE "--" TO W-LINE-WK(W-POS:2)
               ELSE
                  MOVE W-CS-RSLT(W-SUB W-SUB2)
                       TO W-LINE-WK(W-POS:2)
               END-IF
               ADD 6 TO W-POS
            END-PERFORM.
            IF W-CS-SPLIT(W-SUB) = "Y"
               MOVE "<< SPLIT" TO W-LINE-WK(W-POS:8)
            END-IF.
            WRITE CO-REC FROM W-LINE-WK.
            .
