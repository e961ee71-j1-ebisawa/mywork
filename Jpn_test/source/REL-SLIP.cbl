      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：リリース約束の取り残し報告
      *    処理概要　　：CASEMETAのRELEASE欄で「R2026-1で直す」と約束
      *                  したケースが、そのリリースの出荷後も黙って
      *                  ＮＧのまま残っていた。リリース暦RELCAL
      *                  （REL-MNTで保守）と突き合わせ、
      *                    ・RSLTREPOの最新判定がＮＧ（免責中を含む）
      *                      で、約束先のリリースが凍結済みまたは
      *                      出荷済みのケースを、リリース別・持ち主別
      *                      に並べる
      *                    ・CASEMETAのRELEASE欄が暦に無いリリース
      *                      ＩＤを指しているケースを名指しする
      *                  の二節をRELSLIPへ書く。リリースの状態は暦の
      *                  状態欄と基準日の早い方で決める（凍結日を
      *                  過ぎていればPLANNEDのままでも凍結扱い、
      *                  出荷日を過ぎていれば出荷扱い）。約束先と
      *                  持ち主の引き当てはNG-ESCLと同じく、CASEMETA
      *                  のケース一致→"*"既定の順。免責はWAIVERS
      *                  （期限切れは免責にならない）。
      *    使用方法　　：RELCAL・CASEMETA・RSLTREPO・WAIVERSを置いて
      *                  実行する。基準日は環境変数REL_TODAY（未指定
      *                  なら当日）。取り残しか不明なリリースＩＤが
      *                  あればRETURN-CODE＝4、RELCALが無ければ12。
      *    注意　　　　：RSLTREPOは鍵順の正本データ部を順読みする
      *                  （XREF-AUDと同じ扱い）。
      *  --------------------------------------------------------------
      *   対象：リリース約束の追跡（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           REL-SLIP.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-23.
       DATE-COMPILED.        2026-09-23.
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
           SELECT REL-IN     ASSIGN TO "RELCAL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REL-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-META-FS.
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REPO-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT RPT-FILE   ASSIGN TO "RELSLIP"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REL-IN.
       01  RL-REC             PIC X(100).
       FD  META-IN.
       01  MI-REC             PIC X(200).
       FD  REPO-IN.
       01  RI-REC.
           03  RI-PROG        PIC X(12).
           03  RI-CASE        PIC X(40).
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  WVR-IN.
       01  WI-REC             PIC X(300).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REL-FS           PIC X(02).
       01  W-META-FS          PIC X(02).
       01  W-REPO-FS          PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-TODAY            PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    リリース暦（状態は基準日で補正した実効の状態）
       01  W-RL-CNT           PIC 9(03)          VALUE 0.
       01  W-RL-TBL.
           05  W-RL           OCCURS 100.
               10  W-RL-ID    PIC X(12).
               10  W-RL-FRZ   PIC X(08).
               10  W-RL-SHIP  PIC X(08).
               10  W-RL-STAT  PIC X(08).
      *    CASEMETA（持ち主・約束先）
       01  W-MT-CNT           PIC 9(04)          VALUE 0.
       01  W-MT-TBL.
           05  W-MT           OCCURS 1000.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(20).
               10  W-MT-REL   PIC X(12).
      *    免責（WAIVERS）
       01  W-WV-CNT           PIC 9(04)          VALUE 0.
       01  W-WV-TBL.
           05  W-WV           OCCURS 500.
               10  W-WV-PROG  PIC X(12).
               10  W-WV-CASE  PIC X(40).
               10  W-WV-EXP   PIC X(08).
      *    ケースごとの最新判定（RSLTREPO）
       01  W-CS-CNT           PIC 9(04)          VALUE 0.
       01  W-CS-TBL.
           05  W-CS           OCCURS 5000.
               10  W-CS-PROG  PIC X(12).
               10  W-CS-CASE  PIC X(40).
               10  W-CS-STAMP PIC X(15).
               10  W-CS-RSLT  PIC X(02).
      *    取り残しの明細
       01  W-SL-CNT           PIC 9(04)          VALUE 0.
       01  W-SL-TBL.
           05  W-SL           OCCURS 2000.
               10  W-SL-REL   PIC X(12).
               10  W-SL-OWNER PIC X(20).
               10  W-SL-PROG  PIC X(12).
               10  W-SL-CASE  PIC X(40).
               10  W-SL-KIND  PIC X(06).
               10  W-SL-STAMP PIC X(15).
               10  W-SL-DONE  PIC X(01).
       01  W-UNK-CNT          PIC 9(04)          VALUE 0.
      *    作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-REL-WK           PIC X(12).
       01  W-OWNER-WK         PIC X(20).
       01  W-KIND-WK          PIC X(06).
       01  W-LINE-WK          PIC X(132).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (REL-SLIP)".
            DISPLAY "REL_TODAY" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY      FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            PERFORM P-100.
            IF RETURN-CODE NOT = 12
               PERFORM P-150
               PERFORM P-200
               PERFORM P-250
               PERFORM P-300
               PERFORM P-500
               DISPLAY "SLIPPED=" W-SL-CNT
                       " UNKNOWN-RELEASE=" W-UNK-CNT
               IF W-SL-CNT > 0 OR W-UNK-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "TEST END   (REL-SLIP)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．リリース暦のロードと実効状態の決定。
       P-100.
            OPEN INPUT REL-IN.
            IF W-REL-FS NOT = "00"
               DISPLAY "REL-SLIP NG: NO RELCAL FS=" W-REL-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ REL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE REL-IN
            END-IF.
            .
       P-110.
            IF RL-REC(1:1) NOT = "#" AND RL-REC NOT = SPACE
               AND W-RL-CNT < 100
               ADD 1 TO W-RL-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING RL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-RL-ID  (W-RL-CNT)
               MOVE W-F2 TO W-RL-FRZ (W-RL-CNT)
               MOVE W-F3 TO W-RL-SHIP(W-RL-CNT)
               MOVE W-F4 TO W-RL-STAT(W-RL-CNT)
               IF W-RL-STAT(W-RL-CNT) NOT = "SHIPPED"
                  AND W-RL-SHIP(W-RL-CNT) NUMERIC
                  AND W-RL-SHIP(W-RL-CNT) <= W-TODAY
                  MOVE "SHIPPED" TO W-RL-STAT(W-RL-CNT)
               END-IF
               IF W-RL-STAT(W-RL-CNT) = "PLANNED"
                  AND W-RL-FRZ(W-RL-CNT) NUMERIC
                  AND W-RL-FRZ(W-RL-CNT) <= W-TODAY
                  MOVE "FROZEN" TO W-RL-STAT(W-RL-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．CASEMETAのロード（#の行は注記）。
       P-150.
            OPEN INPUT META-IN.
            IF W-META-FS NOT = "00"
               DISPLAY "REL-SLIP: NO CASEMETA - NO RELEASE TARGETS"
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            .
       P-160.
            IF MI-REC(1:1) = "#" OR MI-REC = SPACE
               CONTINUE
            ELSE
               IF W-MT-CNT < 1000
                  ADD 1 TO W-MT-CNT
                  MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                  UNSTRING MI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
                  END-UNSTRING
                  MOVE W-F1 TO W-MT-PROG (W-MT-CNT)
                  MOVE W-F2 TO W-MT-CASE (W-MT-CNT)
                  MOVE W-F3 TO W-MT-OWNER(W-MT-CNT)
                  MOVE W-F6 TO W-MT-REL  (W-MT-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース3．免責のロード。
       P-200.
            OPEN INPUT WVR-IN.
            IF W-WVR-FS NOT = "00"
               DISPLAY "REL-SLIP: NO WAIVERS FS=" W-WVR-FS
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            .
       P-210.
            IF WI-REC(1:1) = "#" OR WI-REC = SPACE
               CONTINUE
            ELSE
               IF W-WV-CNT < 500
                  ADD 1 TO W-WV-CNT
                  MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
                  UNSTRING WI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-F3 W-F4 W-F5
                  END-UNSTRING
                  MOVE W-F1 TO W-WV-PROG(W-WV-CNT)
                  MOVE W-F2 TO W-WV-CASE(W-WV-CNT)
                  MOVE W-F5 TO W-WV-EXP (W-WV-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース4．RSLTREPOを順読みし、ケースごとの最新判定を残す。
       P-250.
            OPEN INPUT REPO-IN.
            IF W-REPO-FS NOT = "00"
               DISPLAY "REL-SLIP: NO RSLTREPO FS=" W-REPO-FS
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-260
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            END-IF.
            .
       P-260.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-CS-CNT OR W-FND > 0
               IF W-CS-PROG(W-SUB) = RI-PROG
                  AND W-CS-CASE(W-SUB) = RI-CASE
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0
               IF W-CS-CNT < 5000
                  ADD 1 TO W-CS-CNT
                  MOVE RI-PROG  TO W-CS-PROG (W-CS-CNT)
                  MOVE RI-CASE  TO W-CS-CASE (W-CS-CNT)
                  MOVE RI-STAMP TO W-CS-STAMP(W-CS-CNT)
                  MOVE RI-RSLT  TO W-CS-RSLT (W-CS-CNT)
               END-IF
            ELSE
               IF RI-STAMP >= W-CS-STAMP(W-FND)
                  MOVE RI-STAMP TO W-CS-STAMP(W-FND)
                  MOVE RI-RSLT  TO W-CS-RSLT (W-FND)
               END-IF
            END-IF.
            .
      *
      *   ケース5．最新判定がＮＧのケースを約束先と突き合わせ、
      *            凍結・出荷済みのリリースを指すものを拾う。
       P-300.
            PERFORM P-310 VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-CS-CNT.
            .
       P-310.
            IF W-CS-RSLT(W-SUB2) NOT = "OK"
      *        約束先と持ち主（ケース一致→"*"既定）
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-MT-CNT OR W-FND > 0
                  IF W-MT-PROG(W-SUB) = W-CS-PROG(W-SUB2)
                     AND W-MT-CASE(W-SUB) = W-CS-CASE(W-SUB2)
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-MT-CNT OR W-FND > 0
                  IF W-MT-PROG(W-SUB) = W-CS-PROG(W-SUB2)
                     AND W-MT-CASE(W-SUB) = "*"
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND > 0 AND W-MT-REL(W-FND) NOT = SPACE
                  MOVE W-MT-REL  (W-FND) TO W-REL-WK
                  MOVE W-MT-OWNER(W-FND) TO W-OWNER-WK
                  PERFORM P-320
               END-IF
            END-IF.
            .
       P-320.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RL-CNT OR W-FND > 0
               IF W-RL-ID(W-SUB) = W-REL-WK
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND > 0
               IF W-RL-STAT(W-FND) = "FROZEN"
                  OR W-RL-STAT(W-FND) = "SHIPPED"
                  PERFORM P-330
                  IF W-SL-CNT < 2000
                     ADD 1 TO W-SL-CNT
                     MOVE W-REL-WK          TO W-SL-REL  (W-SL-CNT)
                     MOVE W-OWNER-WK        TO W-SL-OWNER(W-SL-CNT)
                     MOVE W-CS-PROG (W-SUB2) TO W-SL-PROG (W-SL-CNT)
                     MOVE W-CS-CASE (W-SUB2) TO W-SL-CASE (W-SL-CNT)
                     MOVE W-KIND-WK         TO W-SL-KIND (W-SL-CNT)
                     MOVE W-CS-STAMP(W-SUB2) TO W-SL-STAMP(W-SL-CNT)
                     MOVE "N"               TO W-SL-DONE (W-SL-CNT)
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ＮＧか免責中か（期限内の免責がケース一致か"*"で有るか）。
       P-330.
            MOVE "NG" TO W-KIND-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT
               IF W-WV-PROG(W-SUB) = W-CS-PROG(W-SUB2)
                  AND (W-WV-CASE(W-SUB) = W-CS-CASE(W-SUB2)
                       OR W-WV-CASE(W-SUB) = "*")
                  AND W-WV-EXP(W-SUB) >= W-TODAY
                  MOVE "WAIVED" TO W-KIND-WK
               END-IF
            END-PERFORM.
            .
      *
      *   ケース6．帳票。取り残し（リリース→持ち主の順）と、暦に
      *            無いリリースＩＤを指すCASEMETAの行。
       P-500.
            OPEN OUTPUT RPT-FILE.
            MOVE SPACE TO W-LINE-WK.
            STRING "JPN_TEST RELEASE SLIPPAGE REPORT  AS OF " W-TODAY
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            PERFORM P-900.
            MOVE SPACE TO W-LINE-WK.
            PERFORM P-900.
            MOVE SPACE TO W-LINE-WK.
            STRING "** NG OR WAIVED CASES WHOSE TARGET RELEASE IS"
                   " FROZEN OR SHIPPED (" W-SL-CNT ") **"
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            PERFORM P-900.
            PERFORM P-510 VARYING W-FND FROM 1 BY 1
                    UNTIL W-FND > W-RL-CNT.
            MOVE SPACE TO W-LINE-WK.
            PERFORM P-900.
            MOVE "** CASEMETA ROWS NAMING A RELEASE NOT IN RELCAL **"
                 TO W-LINE-WK.
            PERFORM P-900.
            PERFORM P-550 VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-MT-CNT.
            IF W-UNK-CNT = 0
               MOVE "  (NONE)" TO W-LINE-WK
               PERFORM P-900
            END-IF.
            CLOSE RPT-FILE.
            .
      *
      *   リリース１つ分。見出しのあと、持ち主ごとにまとめて書く。
       P-510.
            MOVE 0 TO W-SUB.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-SL-CNT
               IF W-SL-REL(W-SUB2) = W-RL-ID(W-FND)
                  ADD 1 TO W-SUB
               END-IF
            END-PERFORM.
            IF W-SUB > 0
               MOVE SPACE TO W-LINE-WK
               PERFORM P-900
               STRING "RELEASE " W-RL-ID(W-FND) " "
                      W-RL-STAT(W-FND)
                      " FREEZE=" W-RL-FRZ(W-FND)
                      " SHIP=" W-RL-SHIP(W-FND)
                      " CASES=" W-SUB
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-900
               PERFORM P-520 VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-SL-CNT
            END-IF.
            .
       P-520.
            IF W-SL-REL(W-SUB2) = W-RL-ID(W-FND)
               AND W-SL-DONE(W-SUB2) = "N"
               MOVE W-SL-OWNER(W-SUB2) TO W-OWNER-WK
               MOVE SPACE TO W-LINE-WK
               STRING "  OWNER " W-OWNER-WK
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-900
               PERFORM P-530 VARYING W-SUB FROM W-SUB2 BY 1
                       UNTIL W-SUB > W-SL-CNT
            END-IF.
            .
       P-530.
            IF W-SL-REL(W-SUB) = W-RL-ID(W-FND)
               AND W-SL-OWNER(W-SUB) = W-OWNER-WK
               AND W-SL-DONE(W-SUB) = "N"
               MOVE SPACE TO W-LINE-WK
               STRING "    " W-SL-PROG(W-SUB) " "
                      W-SL-CASE(W-SUB) " "
                      W-SL-KIND(W-SUB)
                      " LAST RUN " W-SL-STAMP(W-SUB)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-900
               MOVE "Y" TO W-SL-DONE(W-SUB)
            END-IF.
            .
      *
      *   暦に無いリリースＩＤを指すCASEMETAの行。
       P-550.
            IF W-MT-REL(W-SUB2) NOT = SPACE
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-RL-CNT OR W-FND > 0
                  IF W-RL-ID(W-SUB) = W-MT-REL(W-SUB2)
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND = 0
                  ADD 1 TO W-UNK-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING "  " W-MT-PROG(W-SUB2) " "
                         W-MT-CASE(W-SUB2) " OWNER="
                         W-MT-OWNER(W-SUB2) " RELEASE="
                         W-MT-REL(W-SUB2)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  PERFORM P-900
               END-IF
            END-IF.
            .
      *
      *   １行の表示と印字。
       P-900.
            DISPLAY W-LINE-WK(1:120).
            WRITE RPT-REC FROM W-LINE-WK.
            .
