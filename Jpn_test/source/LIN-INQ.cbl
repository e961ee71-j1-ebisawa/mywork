      ******************************************************************
      *    テストケース：－（運用ユーティリティ）
      *    プログラム名：マスタ世代の系譜照会
      *    処理概要　　：系譜台帳LINEAGE（LIN-REG-1が記帳する）を読み、
      *                  指定したマスタの世代から祖先へさかのぼる。
      *                  世代ごとに作ったプログラム・RUN-STAMP・操作者
      *                  ・件数・ハッシュ合計を、その下に入力（取引
      *                  ファイルはTRANSREGの記帳つき）を字下げして
      *                  並べ、入力の世代をさらにたどる。作成者が
      *                  *LOADの世代（取り込み資産の初回ロード・手直し）
      *                  で止まる。同じ世代は二度たどらない。
      *    使用方法　　：環境変数LIN_FILE（論理名。必須）とLIN_GEN
      *                  （世代。省略時はその論理名の最新）を設定して
      *                  実行する。結果はLININQへも書く。世代が台帳に
      *                  無ければRETURN-CODE 8、LINEAGEが無ければ12。
      *  --------------------------------------------------------------
      *   対象：マスタ世代の系譜（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           LIN-INQ.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-21.
       DATE-COMPILED.        2026-09-21.
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
           SELECT LIN-IN     ASSIGN TO "LINEAGE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LIN-FS.
           SELECT INQ-OU     ASSIGN TO "LININQ"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  LIN-IN.
       01  LI-REC             PIC X(200).
       FD  INQ-OU.
       01  IQ-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-LIN-FS           PIC X(02).
       01  W-FILE             PIC X(12).
       01  W-GEN-X            PIC X(05).
       01  W-GEN              PIC 9(05)          VALUE 0.
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    世代（G行）の表
       01  W-G-CNT            PIC 9(04)          VALUE 0.
       01  W-G-TBL.
           05  W-G            OCCURS 2000.
               10  W-G-LOGI   PIC X(12).
               10  W-G-GEN    PIC 9(05).
               10  W-G-PROG   PIC X(12).
               10  W-G-STAMP  PIC X(15).
               10  W-G-OPER   PIC X(16).
               10  W-G-RECS   PIC X(07).
               10  W-G-HASH   PIC X(09).
               10  W-G-PHYS   PIC X(12).
      *    入力（I行）の表
       01  W-I-CNT            PIC 9(04)          VALUE 0.
       01  W-I-TBL.
           05  W-IR           OCCURS 5000.
               10  W-I-LOGI   PIC X(12).
               10  W-I-GEN    PIC 9(05).
               10  W-I-KIND   PIC X(02).
               10  W-I-ILOGI  PIC X(12).
               10  W-I-IGEN   PIC 9(05).
               10  W-I-RECS   PIC X(07).
               10  W-I-HASH   PIC X(09).
               10  W-I-TREG   PIC X(40).
      *    たどる世代の待ち行列（深さつき）
       01  W-Q-CNT            PIC 9(04)          VALUE 0.
       01  W-Q-POS            PIC 9(04)          VALUE 0.
       01  W-Q-TBL.
           05  W-Q            OCCURS 2000.
               10  W-Q-LOGI   PIC X(12).
               10  W-Q-GEN    PIC 9(05).
               10  W-Q-DEPTH  PIC 9(02).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-F8               PIC X(40).
       01  W-F9               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-FND              PIC 9(04).
       01  W-INDENT           PIC 9(03).
       01  W-LEN              PIC 9(03).
       01  W-LOGI-WK          PIC X(12).
       01  W-GEN-WK           PIC 9(05).
       01  W-LINE-WK          PIC X(132).
       01  W-PAD              PIC X(40)          VALUE SPACE.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (LIN-INQ)".
            DISPLAY "LIN_FILE"  UPON ENVIRONMENT-NAME.
            ACCEPT W-FILE       FROM ENVIRONMENT-VALUE.
            DISPLAY "LIN_GEN"   UPON ENVIRONMENT-NAME.
            ACCEPT W-GEN-X      FROM ENVIRONMENT-VALUE.
            IF W-GEN-X(1:1) >= "0" AND W-GEN-X(1:1) <= "9"
               MOVE FUNCTION NUMVAL(W-GEN-X) TO W-GEN
            END-IF.
            IF W-FILE = SPACE
               DISPLAY "LIN-INQ NG: LIN_FILE NOT SET"
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM P-100
            END-IF.
            IF RETURN-CODE = 0
               PERFORM P-200
            END-IF.
            DISPLAY "TEST END   (LIN-INQ)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．台帳のロード。
       P-100.
            OPEN INPUT LIN-IN.
            IF W-LIN-FS NOT = "00"
               DISPLAY "LIN-INQ NG: NO LINEAGE FS=" W-LIN-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ LIN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE LIN-IN
            END-IF.
            .
       P-110.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
                          W-F8 W-F9.
            UNSTRING LI-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8 W-F9
            END-UNSTRING.
            IF W-F1 = "G" AND W-G-CNT < 2000
               ADD 1 TO W-G-CNT
               MOVE W-F2 TO W-G-LOGI (W-G-CNT)
               MOVE FUNCTION NUMVAL(W-F3) TO W-G-GEN(W-G-CNT)
               MOVE W-F4 TO W-G-PROG (W-G-CNT)
               MOVE W-F5 TO W-G-STAMP(W-G-CNT)
               MOVE W-F6 TO W-G-OPER (W-G-CNT)
               MOVE W-F7 TO W-G-RECS (W-G-CNT)
               MOVE W-F8 TO W-G-HASH (W-G-CNT)
               MOVE W-F9 TO W-G-PHYS (W-G-CNT)
            END-IF.
            IF W-F1 = "I" AND W-I-CNT < 5000
               ADD 1 TO W-I-CNT
               MOVE W-F2 TO W-I-LOGI (W-I-CNT)
               MOVE FUNCTION NUMVAL(W-F3) TO W-I-GEN(W-I-CNT)
               MOVE W-F4 TO W-I-KIND (W-I-CNT)
               MOVE W-F5 TO W-I-ILOGI(W-I-CNT)
               MOVE FUNCTION NUMVAL(W-F6) TO W-I-IGEN(W-I-CNT)
               MOVE W-F7 TO W-I-RECS (W-I-CNT)
               MOVE W-F8 TO W-I-HASH (W-I-CNT)
               MOVE W-F9 TO W-I-TREG (W-I-CNT)
            END-IF.
            .
      *
      *   ケース2．系譜をたどる。起点の世代を決め、待ち行列で祖先へ
      *            広げていく。
       P-200.
            IF W-GEN = 0
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-G-CNT
                  IF W-G-LOGI(W-SUB) = W-FILE
                     AND W-G-GEN(W-SUB) > W-GEN
                     MOVE W-G-GEN(W-SUB) TO W-GEN
                  END-IF
               END-PERFORM
            END-IF.
            MOVE W-FILE TO W-LOGI-WK.
            MOVE W-GEN  TO W-GEN-WK.
            PERFORM P-600.
            IF W-FND = 0
               DISPLAY "LIN-INQ NG: " W-FILE " GEN " W-GEN
                       " NOT IN LINEAGE"
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT INQ-OU
               MOVE SPACE TO W-LINE-WK
               STRING "LINEAGE OF " W-FILE " GEN " W-GEN
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-900
               ADD 1 TO W-Q-CNT
               MOVE W-FILE TO W-Q-LOGI (W-Q-CNT)
               MOVE W-GEN  TO W-Q-GEN  (W-Q-CNT)
               MOVE 0      TO W-Q-DEPTH(W-Q-CNT)
               PERFORM UNTIL W-Q-POS >= W-Q-CNT
                  ADD 1 TO W-Q-POS
                  PERFORM P-300
               END-PERFORM
               CLOSE INQ-OU
            END-IF.
            .
      *
      *   待ち行列の１世代。G行を書き、I行を字下げして書き、入力の
      *   世代を行列へ足す（*LOADなら根として止める）。
       P-300.
            MOVE W-Q-LOGI(W-Q-POS) TO W-LOGI-WK.
            MOVE W-Q-GEN (W-Q-POS) TO W-GEN-WK.
            COMPUTE W-INDENT = W-Q-DEPTH(W-Q-POS) * 2 + 1.
            PERFORM P-600.
            MOVE SPACE TO W-LINE-WK.
            IF W-FND = 0
               STRING W-PAD(1:W-INDENT) W-LOGI-WK " GEN " W-GEN-WK
                      "  (NOT IN LINEAGE)"
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               PERFORM P-900
            ELSE
               IF W-G-PROG(W-FND) = "*LOAD"
                  STRING W-PAD(1:W-INDENT) W-LOGI-WK " GEN " W-GEN-WK
                         "  ORIGINAL LOAD " W-G-STAMP(W-FND)
                         " RECS=" W-G-RECS(W-FND)
                         " HASH=" W-G-HASH(W-FND)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  PERFORM P-900
               ELSE
                  STRING W-PAD(1:W-INDENT) W-LOGI-WK " GEN " W-GEN-WK
                         "  BY " W-G-PROG(W-FND)
                         " " W-G-STAMP(W-FND)
                         " OPER=" W-G-OPER(W-FND)
                         " RECS=" W-G-RECS(W-FND)
                         " HASH=" W-G-HASH(W-FND)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  PERFORM P-900
                  PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                          UNTIL W-SUB > W-I-CNT
               END-IF
            END-IF.
            .
       P-310.
            IF W-I-LOGI(W-SUB) = W-LOGI-WK
               AND W-I-GEN(W-SUB) = W-GEN-WK
               MOVE SPACE TO W-LINE-WK
               STRING W-PAD(1:W-INDENT) "  <- " W-I-KIND(W-SUB)
                      " " W-I-ILOGI(W-SUB) " GEN " W-I-IGEN(W-SUB)
                      " RECS=" W-I-RECS(W-SUB)
                      " HASH=" W-I-HASH(W-SUB)
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               IF W-I-KIND(W-SUB) = "TX"
                  MOVE 0 TO W-LEN
                  INSPECT FUNCTION REVERSE(W-LINE-WK)
                          TALLYING W-LEN FOR LEADING SPACE
                  COMPUTE W-LEN = 132 - W-LEN
                  MOVE " TRANSREG=" TO W-LINE-WK(W-LEN + 1:10)
                  MOVE W-I-TREG(W-SUB) TO W-LINE-WK(W-LEN + 11:40)
               END-IF
               PERFORM P-900
               PERFORM P-320
            END-IF.
            .
      *
      *   入力の世代を待ち行列へ（既に並んでいる世代は足さない）。
       P-320.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-Q-CNT OR W-FND > 0
               IF W-Q-LOGI(W-SUB2) = W-I-ILOGI(W-SUB)
                  AND W-Q-GEN(W-SUB2) = W-I-IGEN(W-SUB)
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-Q-CNT < 2000
               ADD 1 TO W-Q-CNT
               MOVE W-I-ILOGI(W-SUB) TO W-Q-LOGI(W-Q-CNT)
               MOVE W-I-IGEN (W-SUB) TO W-Q-GEN (W-Q-CNT)
               COMPUTE W-Q-DEPTH(W-Q-CNT) = W-Q-DEPTH(W-Q-POS) + 1
            END-IF.
            .
      *
      *   G行の引き当て（W-LOGI-WK＋W-GEN-WK → W-FND）。
       P-600.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-G-CNT OR W-FND > 0
               IF W-G-LOGI(W-SUB2) = W-LOGI-WK
                  AND W-G-GEN(W-SUB2) = W-GEN-WK
                  MOVE W-SUB2 TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   １行の表示と印字。
       P-900.
            DISPLAY W-LINE-WK(1:120).
            WRITE IQ-REC FROM W-LINE-WK.
            .
