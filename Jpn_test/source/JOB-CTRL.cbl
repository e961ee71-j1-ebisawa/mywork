      *                  MNT-UPDT内部のトランザクション単位の再始動
      *                  とは別の、バッチ群を囲むステップ単位の再始動。
      *    ログの様式　：記帳時刻|ステップ|コマンド|条件コード|判定
      *                  （判定はOK／NG／SKIP／HOLD）。
      *    ステップ保留：保留ファイルSTREAMHD（ステップ|ファイルＩＤ|
      *                  基準日|理由、DLV-MONが未着の配信について書き
      *                  直す）に載ったステップは起動せず、判定HOLDで
      *                  記録してそこで止まる。チェックポイントは
      *                  進めないので、配信が届いてDLV-MONを流し直した
      *                  あとSTREAM_RESTART=Yで保留のステップから再開
      *                  する。STREAMHDが無ければ保留は無い。
      *  --------------------------------------------------------------
      *   対象：夜間手順のステップ制御（新規）
      ******************************************************************
           SELECT CKP-FILE   ASSIGN TO "STREAMCK"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CKP-FS.
           SELECT HLD-FILE   ASSIGN TO "STREAMHD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HLD-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       01  LG-REC             PIC X(200).
       FD  CKP-FILE.
       01  CK-REC             PIC X(05).
       FD  HLD-FILE.
       01  HD-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-DEF-FS           PIC X(02).
       01  W-LOG-FS           PIC X(02).
       01  W-CKP-FS           PIC X(02).
       01  W-HLD-FS           PIC X(02).
       01  W-RESTART          PIC X(01).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-RUN-CNT          PIC 9(03)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(03)          VALUE 0.
       01  W-NG-CNT           PIC 9(03)          VALUE 0.
       01  W-HOLD-CNT         PIC 9(03)          VALUE 0.
      *    保留中のステップ（STREAMHD）
       01  W-HD-CNT           PIC 9(03)          VALUE 0.
       01  W-HD-TBL.
           05  W-HD           OCCURS 100.
               10  W-HD-STEP  PIC 9(03).
               10  W-HD-FILE  PIC X(08).
       01  W-HD-STEP-X        PIC X(03).
       01  W-HD-FILE-X        PIC X(08).
       01  W-HD-FND           PIC 9(03).
       01  W-SUB              PIC 9(03).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-LINE-WK          PIC X(200).
            DISPLAY "STREAM_RESTART" UPON ENVIRONMENT-NAME.
            ACCEPT W-RESTART         FROM ENVIRONMENT-VALUE.
            PERFORM P-050.
            PERFORM P-060.
            PERFORM P-100.
            PERFORM P-300.
            DISPLAY "STEPS RUN=" W-RUN-CNT " SKIPPED=" W-SKIP-CNT
                    " FAILED=" W-NG-CNT " HELD=" W-HOLD-CNT.
            IF W-NG-CNT > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               IF W-HOLD-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "TEST END   (JOB-CTRL)".
            *>ACCEPT OMIT-WK.
            END-IF.
            .
      *
      *   ケース0-2．ステップ保留ファイルを読む（無ければ保留なし）。
       P-060.
            OPEN INPUT HLD-FILE.
            IF W-HLD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HLD-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-065
                  END-READ
               END-PERFORM
               CLOSE HLD-FILE
               MOVE "N" TO W-EOF-SW
            END-IF.
            .
       P-065.
            IF HD-REC(1:1) NOT = "#" AND HD-REC NOT = SPACE
               AND W-HD-CNT < 100
               MOVE SPACE TO W-HD-STEP-X W-HD-FILE-X
               UNSTRING HD-REC DELIMITED BY "|"
                   INTO W-HD-STEP-X W-HD-FILE-X
               END-UNSTRING
               ADD 1 TO W-HD-CNT
               MOVE FUNCTION NUMVAL(W-HD-STEP-X)
                                  TO W-HD-STEP(W-HD-CNT)
               MOVE W-HD-FILE-X   TO W-HD-FILE(W-HD-CNT)
            END-IF.
            .
      *
      *   ケース1．ストリーム定義を順に読み、ステップを起動する。
       P-100.
            OPEN INPUT DEF-FILE.
               END-UNSTRING
               MOVE FUNCTION NUMVAL(W-DF-STEP-X)  TO W-DF-STEP
               MOVE FUNCTION NUMVAL(W-DF-MAXRC-X) TO W-DF-MAXRC
               MOVE 0 TO W-HD-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-HD-CNT OR W-HD-FND > 0
                  IF W-HD-STEP(W-SUB) = W-DF-STEP
                     MOVE W-SUB TO W-HD-FND
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN W-DF-STEP <= W-CKPT-STEP
                     ADD 1 TO W-SKIP-CNT
                     MOVE "SKIP" TO W-VERDICT
                     MOVE 0      TO W-RC-DISP
                     PERFORM P-200
                  WHEN W-HD-FND > 0
                     PERFORM P-160
                  WHEN OTHER
                     PERFORM P-150
               END-EVALUATE
            END-IF.
            .
      *
            PERFORM P-200.
            .
      *
      *   保留中のステップ。起動せずに記録し、依存する後続も空で
      *   流れないようストリームをここで止める。
       P-160.
            ADD 1 TO W-HOLD-CNT.
            MOVE "HOLD" TO W-VERDICT.
            MOVE 0      TO W-RC-DISP.
            DISPLAY "STEP " W-DF-STEP " HELD: "
                    W-HD-FILE(W-HD-FND) " NOT DELIVERED".
            DISPLAY "STREAM HELD AT STEP " W-DF-STEP
                    " (RESTART WITH STREAM_RESTART=Y)".
            MOVE "Y" TO W-STOP-SW.
            PERFORM P-200.
            .
      *
      *   ステップ１件のログ行。
       P-200.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
