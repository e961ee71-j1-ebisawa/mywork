      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：リリース暦マスタ一括更新
      *    処理概要　　：CASEMETAのRELEASE欄（R2026-2など）は修正の
      *                  約束先を書くだけで、そのリリースがいつ凍結し
      *                  いつ出荷するのかを誰も持っていなかった。
      *                  リリース暦マスタRELCAL（リリースＩＤ｜コード
      *                  凍結日｜出荷日｜状態｜説明）を設け、ADD／
      *                  CHG／DELトランザクション（RELCALTX）で保守
      *                  して新マスタRELCALOを出す。状態はPLANNED／
      *                  FROZEN／SHIPPED。
      *    更新の規則　：日付はYYYYMMDDで凍結日≦出荷日。CHGは状態を
      *                  後戻りさせない（SHIPPEDをFROZENへ、など）。
      *                  DELはPLANNEDのみ——一度凍結したリリースは
      *                  CASEMETAの約束先として残す。
      *                  取り残し報告はREL-SLIPがこのマスタを引く。
      *    使用方法　　：カレントにRELCAL（現行マスタ）とRELCALTX
      *                  （先頭３桁がADD／CHG／DEL、４桁目から上記
      *                  様式）を置いて実行する。新旧マスタの入れ
      *                  替えはCAL-MNTと同じ作法で運用者が行う。
      *    系譜台帳　　：出力を書き終えたら、その世代を入力（取引
      *                  ファイルはTRANSREGの記帳つき）の世代とともに
      *                  LINEAGEへ記帳する（LIN-REG-1。未結合の単体
      *                  ビルドでは記帳せずに進む）。
      *  --------------------------------------------------------------
      *   対象：リリース暦のデータ化（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           REL-MNT.
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
                              FILE STATUS IS W-IN-FS.
           SELECT REL-TX     ASSIGN TO "RELCALTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT REL-OU     ASSIGN TO "RELCALO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REL-IN.
       01  RI-REC             PIC X(100).
       FD  REL-TX.
       01  RT-REC             PIC X(104).
       FD  REL-OU.
       01  RO-REC             PIC X(100).
       FD  BCT-FILE.
       01  BCT-REC            PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
      *    マスタ表（最大100リリース）
       01  W-TBL-CNT          PIC 9(03)          VALUE 0.
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-REL-TBL.
           05  W-RL           OCCURS 100.
               10  W-RL-ID    PIC X(12).
               10  W-RL-FRZ   PIC X(08).
               10  W-RL-SHIP  PIC X(08).
               10  W-RL-STAT  PIC X(08).
               10  W-RL-DESC  PIC X(40).
               10  W-RL-DEL   PIC X(01).
       01  W-TX-KBN           PIC X(03).
       01  W-TX-ID            PIC X(12).
       01  W-TX-FRZ           PIC X(08).
       01  W-TX-SHIP          PIC X(08).
       01  W-TX-STAT          PIC X(08).
       01  W-TX-DESC          PIC X(40).
      *    状態の順位（PLANNED＝1、FROZEN＝2、SHIPPED＝3。0は不正）
       01  W-RANK-STAT        PIC X(08).
       01  W-RANK             PIC 9(01).
       01  W-RANK-OLD         PIC 9(01).
       01  W-REJ-RSN          PIC X(30).
       01  W-ADD-CNT          PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-DEL-CNT          PIC 9(03)          VALUE 0.
       01  W-REJ-CNT          PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
      *    コントロールレコード用（BATCTL）
       01  W-BCT-FS           PIC X(02).
       01  W-IN-CNT0          PIC 9(05)          VALUE 0.
       01  W-BC-DATE          PIC X(08).
       01  W-BCT-WK           PIC X(100).
      *    ハッシュ連鎖（HASH-CHN-1）の受け渡し域
       01  W-CHN-KIND         PIC X(01).
       01  W-CHN-CONTENT      PIC X(250).
       01  W-CHN-VAL          PIC 9(10).
       01  W-CHN-LEN          PIC 9(03).
      *    系譜台帳（LIN-REG-1）の受け渡し域
       01  W-LIN-FUNC         PIC X(01).
       01  W-LIN-FILE         PIC X(12).
       01  W-LIN-LOGI         PIC X(12).
       01  W-LIN-GEN          PIC 9(05).
       01  W-LIN-STS          PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (REL-MNT)".
      *    起動時の権限検査。適用権の無い操作者は受けない
      *    （このプログラムにSIMULATEは無い）。
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "REL-MNT" TO W-PRM-PROG.
            MOVE "APPLY"  TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "REL-MNT: OPERATOR NOT AUTHORIZED TO"
                       " APPLY (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-100.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-900.
            PERFORM P-880.
            PERFORM P-885.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                    " OUT=" W-OUT-CNT.
            IF W-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (REL-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行マスタのロード（#の行は注記なので読み飛ばす）。
       P-100.
            OPEN INPUT REL-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "REL-MNT: NO RELCAL, START EMPTY"
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
            IF RI-REC(1:1) NOT = "#" AND RI-REC NOT = SPACE
               AND W-TBL-CNT < 100
               ADD 1 TO W-TBL-CNT
               UNSTRING RI-REC DELIMITED BY "|"
                   INTO W-RL-ID  (W-TBL-CNT)
                        W-RL-FRZ (W-TBL-CNT)
                        W-RL-SHIP(W-TBL-CNT)
                        W-RL-STAT(W-TBL-CNT)
                        W-RL-DESC(W-TBL-CNT)
               END-UNSTRING
               MOVE "N" TO W-RL-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションの適用。ADDは同じＩＤの生存行が
      *            無いときだけ、CHG・DELは有るときだけ通す。
       P-200.
            OPEN INPUT REL-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "REL-MNT: NO RELCALTX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ REL-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE REL-TX
            END-IF.
            .
       P-210.
            IF RT-REC(1:1) = "#" OR RT-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-TX-ID W-TX-FRZ W-TX-SHIP W-TX-STAT
                             W-TX-DESC W-REJ-RSN
               MOVE RT-REC(1:3) TO W-TX-KBN
               UNSTRING RT-REC(4:) DELIMITED BY "|"
                   INTO W-TX-ID W-TX-FRZ W-TX-SHIP W-TX-STAT
                        W-TX-DESC
               END-UNSTRING
               MOVE "N" TO W-HIT-SW
               MOVE 0   TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-TBL-CNT OR W-HIT
                  IF W-RL-ID(W-SUB) = W-TX-ID
                     AND W-RL-DEL(W-SUB) NOT = "Y"
                     MOVE "Y"   TO W-HIT-SW
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               EVALUATE W-TX-KBN ALSO W-HIT-SW
                   WHEN "ADD" ALSO "N"
                        PERFORM P-220
                   WHEN "CHG" ALSO "Y"
                        PERFORM P-230
                   WHEN "DEL" ALSO "Y"
                        IF W-RL-STAT(W-FND) = "PLANNED"
                           MOVE "Y" TO W-RL-DEL(W-FND)
                           ADD 1 TO W-DEL-CNT
                        ELSE
                           MOVE "ONLY PLANNED MAY BE DELETED"
                                TO W-REJ-RSN
                        END-IF
                   WHEN "ADD" ALSO "Y"
                        MOVE "RELEASE ALREADY EXISTS" TO W-REJ-RSN
                   WHEN OTHER
                        MOVE "NO SUCH RELEASE OR BAD KBN"
                             TO W-REJ-RSN
               END-EVALUATE
               IF W-REJ-RSN NOT = SPACE
                  ADD 1 TO W-REJ-CNT
                  DISPLAY "REJ " W-TX-KBN " " W-TX-ID " "
                          W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   追加。日付と状態の検査を通ったものだけ表へ足す。
       P-220.
            PERFORM P-240.
            IF W-REJ-RSN = SPACE
               IF W-TBL-CNT < 100
                  ADD 1 TO W-TBL-CNT
                  MOVE W-TX-ID   TO W-RL-ID  (W-TBL-CNT)
                  MOVE W-TX-FRZ  TO W-RL-FRZ (W-TBL-CNT)
                  MOVE W-TX-SHIP TO W-RL-SHIP(W-TBL-CNT)
                  MOVE W-TX-STAT TO W-RL-STAT(W-TBL-CNT)
                  MOVE W-TX-DESC TO W-RL-DESC(W-TBL-CNT)
                  MOVE "N"       TO W-RL-DEL (W-TBL-CNT)
                  ADD 1 TO W-ADD-CNT
               ELSE
                  MOVE "MASTER TABLE FULL" TO W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   変更。空欄の項目は現行のまま。状態の後戻りは受けない。
       P-230.
            IF W-TX-FRZ = SPACE
               MOVE W-RL-FRZ(W-FND) TO W-TX-FRZ
            END-IF.
            IF W-TX-SHIP = SPACE
               MOVE W-RL-SHIP(W-FND) TO W-TX-SHIP
            END-IF.
            IF W-TX-STAT = SPACE
               MOVE W-RL-STAT(W-FND) TO W-TX-STAT
            END-IF.
            IF W-TX-DESC = SPACE
               MOVE W-RL-DESC(W-FND) TO W-TX-DESC
            END-IF.
            PERFORM P-240.
            IF W-REJ-RSN = SPACE
               MOVE W-RL-STAT(W-FND) TO W-RANK-STAT
               PERFORM P-250
               MOVE W-RANK TO W-RANK-OLD
               MOVE W-TX-STAT TO W-RANK-STAT
               PERFORM P-250
               IF W-RANK < W-RANK-OLD
                  MOVE "STATUS MAY NOT GO BACKWARD" TO W-REJ-RSN
               ELSE
                  MOVE W-TX-FRZ  TO W-RL-FRZ (W-FND)
                  MOVE W-TX-SHIP TO W-RL-SHIP(W-FND)
                  MOVE W-TX-STAT TO W-RL-STAT(W-FND)
                  MOVE W-TX-DESC TO W-RL-DESC(W-FND)
                  ADD 1 TO W-CHG-CNT
               END-IF
            END-IF.
            .
      *
      *   日付・状態の検査 → W-REJ-RSN（空白なら可）。
       P-240.
            MOVE W-TX-STAT TO W-RANK-STAT.
            PERFORM P-250.
            EVALUATE TRUE
                WHEN W-TX-ID = SPACE
                     MOVE "RELEASE ID MISSING" TO W-REJ-RSN
                WHEN W-TX-FRZ NOT NUMERIC OR W-TX-SHIP NOT NUMERIC
                     MOVE "DATES MUST BE YYYYMMDD" TO W-REJ-RSN
                WHEN W-TX-FRZ > W-TX-SHIP
                     MOVE "FREEZE DATE AFTER SHIP DATE" TO W-REJ-RSN
                WHEN W-RANK = 0
                     MOVE "STATUS NOT PLANNED/FROZEN/SHIPPED"
                          TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
       P-250.
            EVALUATE W-RANK-STAT
                WHEN "PLANNED"  MOVE 1 TO W-RANK
                WHEN "FROZEN"   MOVE 2 TO W-RANK
                WHEN "SHIPPED"  MOVE 3 TO W-RANK
                WHEN OTHER      MOVE 0 TO W-RANK
            END-EVALUATE.
            .
      *
      *   ケース3．生存行を新マスタへ書き出す（注記の見出しつき）。
       P-300.
            OPEN OUTPUT REL-OU.
            MOVE "# RELCAL - release calendar master." TO RO-REC.
            WRITE RO-REC.
            MOVE "# RELEASE-ID|CODE-FREEZE|SHIP|STATUS|DESCRIPTION"
                 TO RO-REC.
            WRITE RO-REC.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE REL-OU.
            .
       P-310.
            IF W-RL-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO RO-REC
               STRING W-RL-ID(W-SUB)   DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-RL-FRZ(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-RL-SHIP(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-RL-STAT(W-SUB) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-RL-DESC(W-SUB) DELIMITED BY SIZE
                      INTO RO-REC
               END-STRING
               WRITE RO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   コントロールレコード。入＋追加−削除＝出の帳尻をBAT-BALが
      *   日次で検算できるよう、標準様式でBATCTLへ追記する。
       P-900.
            ACCEPT W-BC-DATE FROM DATE YYYYMMDD.
            OPEN EXTEND BCT-FILE.
            IF W-BCT-FS = "35"
               OPEN OUTPUT BCT-FILE
            END-IF.
            IF W-BCT-FS NOT = "00"
               DISPLAY "REL-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "REL-MNT|" W-BC-DATE
                      "|" W-IN-CNT0 "|" W-ADD-CNT "|" W-CHG-CNT
                      "|" W-DEL-CNT "|" W-REJ-CNT "|" W-OUT-CNT
                      DELIMITED BY SIZE INTO W-BCT-WK
               END-STRING
               MOVE "B" TO W-CHN-KIND
               MOVE SPACE TO W-CHN-CONTENT
               MOVE W-BCT-WK TO W-CHN-CONTENT
               CALL "HASH-CHN-1" USING W-CHN-KIND
                                       W-CHN-CONTENT W-CHN-VAL
                   ON EXCEPTION
                       DISPLAY "WARNING: HASH-CHN-1 NOT LINKED -"
                               " RECORD WRITTEN WITHOUT CHAIN"
                       MOVE 0 TO W-CHN-VAL
               END-CALL
               IF W-CHN-VAL > 0 OR W-BCT-WK = SPACE
                  MOVE 0 TO W-CHN-LEN
                  INSPECT FUNCTION REVERSE(W-BCT-WK)
                          TALLYING W-CHN-LEN FOR LEADING SPACE
                  COMPUTE W-CHN-LEN = 100 - W-CHN-LEN
                  MOVE "|C=" TO W-BCT-WK(W-CHN-LEN + 1:3)
                  MOVE W-CHN-VAL TO W-BCT-WK(W-CHN-LEN + 4:10)
               END-IF
               WRITE BCT-REC FROM W-BCT-WK
               CLOSE BCT-FILE
            END-IF.
            .
      *
      *   系譜台帳。まず実行の開始と入力の世代を申告する。
       P-880.
            MOVE "B"            TO W-LIN-FUNC.
            MOVE "REL-MNT"      TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "I"            TO W-LIN-FUNC.
            MOVE "RELCAL"       TO W-LIN-FILE.
            MOVE SPACE          TO W-LIN-LOGI.
            PERFORM P-889.
            MOVE "T"            TO W-LIN-FUNC.
            MOVE "RELCALTX"     TO W-LIN-FILE.
            MOVE "RELCALTX"     TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   出力の世代を記帳する（申告済みの入力の世代を添える）。
       P-885.
            MOVE "O"            TO W-LIN-FUNC.
            MOVE "RELCALO"      TO W-LIN-FILE.
            MOVE "RELCAL"       TO W-LIN-LOGI.
            PERFORM P-889.
            .
      *
      *   LIN-REG-1の呼び出し共通部。
       P-889.
            CALL "LIN-REG-1" USING W-LIN-FUNC W-LIN-FILE W-LIN-LOGI
                                   W-LIN-GEN  W-LIN-STS
                ON EXCEPTION
                    MOVE "9" TO W-LIN-STS
            END-CALL.
            IF W-LIN-STS = "9" AND W-LIN-FUNC = "B"
               DISPLAY "WARNING: LIN-REG-1 NOT LINKED -"
                       " LINEAGE NOT RECORDED"
            END-IF.
            .
