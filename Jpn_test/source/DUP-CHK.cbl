      ******************************************************************
      *    テストケース：－（受け渡し管理）
      *    プログラム名：取引レコード単位の重複検知（適用前検査）
      *    処理概要　　：XMIT-REGはファイル丸ごとの再送は捕まえるが、
      *                  正しく通番の付いた別の配信の中に同じMNTTX・
      *                  OCCTBLTXのレコードが数日後にまた入ってくる
      *                  こと（上流が１週間分の変更を打ち直した実績が
      *                  ある）には気づかない。適用済みレコードの指紋
      *                  （区分・キー・新値）を取引履歴TXHIST
      *                    ファイルＩＤ|配信|適用日|区分|キー|新値
      *                  に残し、適用前に次の二型を保留ファイル
      *                  TXHOLDへ振り分ける。
      *                    REPEAT  ：そのキーの最新の履歴と区分・新値
      *                              とも同じ（同じ変更の再来）
      *                    FLIPBACK：そのキーの最新とは違うが、それ
      *                              以前に一度なった値へ戻す（行って
      *                              来いの変更）
      *                  保留には元の配信と適用日を添える。操作員は
      *                  保留を１件ずつ（またはまとめて）解除か破棄
      *                  する。環境変数 DUP_MODE で動作を選ぶ。
      *                    CHECK（既定）：取引ファイルを検査し、保留
      *                      分を抜いた残りで取引ファイルを書き直す
      *                      （保留が無ければ手を触れない）。適用
      *                      ステップの直前に流す。
      *                    RECORD：適用を終えた取引ファイルの全件を
      *                      履歴へ記帳し、保存期間（DUP_KEEP_DAYS
      *                      営業日、既定20）を過ぎた履歴を落とす。
      *                      同じ配信の二度目の記帳はしない。
      *                    RELEASE：保留（DUP_HOLD_SEQの番号、ALLで
      *                      そのファイルの保留全件）を解除し、元の
      *                      レコードを解除ファイルDUPRLSへ書く。
      *                      DUPRLSを取引ファイルとして適用ステップを
      *                      流し直せば当たる。
      *                    DROP：保留を破棄する（適用しない）。
      *                  RELEASE・DROPはOPERPERMでDUP-CHKのAPPLY権が
      *                  要る。処理者はOPERATOR_IDで受けて保留行に
      *                  残す。
      *    使用方法　　：環境変数DUP_FILE（MNTTXかOCCTBLTX、取引
      *                  ファイル名を兼ねる）を必ず設定する。配信は
      *                  DUP_BATCH（未指定ならTRANSREGのそのファイル
      *                  の最新の受信世代）、適用日はDUP_DATE（未指定
      *                  なら当日）。保留があればRETURN-CODE＝4、
      *                  権限なし・保留番号の不一致は8、DUP_FILEや
      *                  取引ファイルが無ければ12。
      *    レコード様式：MNTTXは「区分｜キー｜新値」の「|」区切り。
      *                  OCCTBLTXは行テキスト上の区分６バイト・キー
      *                  １５バイト・残りを新値とみる（OCC-UPDTの
      *                  文字種検査と同じ切り出し）。
      *                  TXHOLDは固定位置の「|」区切り
      *                    番号|ファイル|配信|保留日|型|元の配信|
      *                    元の適用日|状態(HELD／RELEASED／DROPPED)|
      *                    処理日|処理者|元のレコード
      *    注意　　　　：営業日の数え方はBIZDATE-1（機能D）による。
      *                  結合していない単体ビルドでは暦日で数える。
      *  --------------------------------------------------------------
      *   対象：配信をまたぐ取引レコードの二重適用防止（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DUP-CHK.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-25.
       DATE-COMPILED.        2026-09-25.
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
           SELECT TX-FILE    ASSIGN USING W-TX-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT HST-FILE   ASSIGN TO "TXHIST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HST-FS.
           SELECT HLD-FILE   ASSIGN TO "TXHOLD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HLD-FS.
           SELECT RLS-FILE   ASSIGN TO "DUPRLS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RLS-FS.
           SELECT TRG-IN     ASSIGN TO "TRANSREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TRG-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  TX-FILE.
       01  TX-REC             PIC X(120).
       FD  HST-FILE.
       01  HS-REC             PIC X(120).
       FD  HLD-FILE.
       01  HD-REC             PIC X(220).
       FD  RLS-FILE.
       01  RL-REC             PIC X(120).
       FD  TRG-IN.
       01  TI-REC             PIC X(80).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-TX-FS            PIC X(02).
       01  W-HST-FS           PIC X(02).
       01  W-HLD-FS           PIC X(02).
       01  W-RLS-FS           PIC X(02).
       01  W-TRG-FS           PIC X(02).
       01  W-TX-NAME          PIC X(12).
       01  W-MODE             PIC X(10).
       01  W-FILE-ID          PIC X(08).
       01  W-BATCH            PIC X(08).
       01  W-TODAY            PIC X(08).
       01  W-KEEP-X           PIC X(04).
       01  W-KEEP             PIC 9(04)          VALUE 20.
       01  W-SEQ-X            PIC X(05).
       01  W-SEQ              PIC 9(05).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
       01  W-DATE-N1          PIC 9(08).
       01  W-DATE-N2          PIC 9(08).
       01  W-AGE              PIC 9(05).
      *    取引履歴（TXHIST）
       01  W-HS-CNT           PIC 9(05)          VALUE 0.
       01  W-HS-TBL.
           05  W-HS           OCCURS 20000.
               10  W-HS-FILE  PIC X(08).
               10  W-HS-BATCH PIC X(08).
               10  W-HS-DATE  PIC X(08).
               10  W-HS-KBN   PIC X(06).
               10  W-HS-KEY   PIC X(20).
               10  W-HS-NEW   PIC X(40).
               10  W-HS-KEEP  PIC X(01).
      *    取引ファイルの全件と判定
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-TX-TBL.
           05  W-TX           OCCURS 5000.
               10  W-TX-RAW   PIC X(120).
               10  W-TX-KBN   PIC X(06).
               10  W-TX-KEY   PIC X(20).
               10  W-TX-NEW   PIC X(40).
               10  W-TX-KIND  PIC X(08).
               10  W-TX-ORIG  PIC 9(05).
      *    保留ファイル（TXHOLD）の全件
       01  W-HL-CNT           PIC 9(05)          VALUE 0.
       01  W-HL-TBL.
           05  W-HL           OCCURS 5000        PIC X(220).
       01  W-HL-MAXSEQ        PIC 9(05)          VALUE 0.
      *    保留行の固定位置様式
       01  W-HL-WK.
           03  W-HL-SEQ       PIC 9(05).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-FILE      PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-BATCH     PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-DATE      PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-KIND      PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-OBATCH    PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-ODATE     PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-STAT      PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-ACTDATE   PIC X(08).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-OPER      PIC X(16).
           03  FILLER         PIC X(01)          VALUE "|".
           03  W-HL-RAW       PIC X(120).
       01  W-HOLD-CNT         PIC 9(05)          VALUE 0.
       01  W-PASS-CNT         PIC 9(05)          VALUE 0.
       01  W-REC-CNT          PIC 9(05)          VALUE 0.
       01  W-PURGE-CNT        PIC 9(05)          VALUE 0.
       01  W-ACT-CNT          PIC 9(05)          VALUE 0.
      *    作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-KBN-WK           PIC X(06).
       01  W-KEY-WK           PIC X(20).
       01  W-NEW-WK           PIC X(40).
       01  W-SUB              PIC 9(05).
       01  W-SUB2             PIC 9(05).
       01  W-LAST             PIC 9(05).
       01  W-VHIT             PIC 9(05).
       01  W-DONE-SW          PIC X(01).
       01  W-LINE-WK          PIC X(120).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (DUP-CHK)".
            DISPLAY "DUP_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            IF W-MODE = SPACE
               MOVE "CHECK" TO W-MODE
            END-IF.
            DISPLAY "DUP_FILE" UPON ENVIRONMENT-NAME.
            ACCEPT W-FILE-ID   FROM ENVIRONMENT-VALUE.
            DISPLAY "DUP_BATCH" UPON ENVIRONMENT-NAME.
            ACCEPT W-BATCH     FROM ENVIRONMENT-VALUE.
            DISPLAY "DUP_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY     FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            IF W-FILE-ID = SPACE
               DISPLAY "DUP-CHK NG: DUP_FILE NOT SET"
               MOVE 12 TO RETURN-CODE
            ELSE
               MOVE W-FILE-ID TO W-TX-NAME
               EVALUATE W-MODE
                  WHEN "CHECK"
                       PERFORM P-050
                       PERFORM P-100
                       PERFORM P-150
                       IF RETURN-CODE NOT = 12
                          PERFORM P-200
                          PERFORM P-300
                       END-IF
                  WHEN "RECORD"
                       PERFORM P-050
                       PERFORM P-100
                       PERFORM P-150
                       IF RETURN-CODE NOT = 12
                          PERFORM P-400
                       END-IF
                  WHEN "RELEASE"
                  WHEN "DROP"
                       PERFORM P-500
                  WHEN OTHER
                       DISPLAY "DUP-CHK NG: UNKNOWN DUP_MODE=" W-MODE
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
            END-IF.
            DISPLAY "TEST END   (DUP-CHK)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース0．配信の既定値。DUP_BATCHが無ければTRANSREGの
      *            そのファイルの最新の受信世代を配信とみなす。
       P-050.
            IF W-BATCH = SPACE
               OPEN INPUT TRG-IN
               IF W-TRG-FS = "00"
                  PERFORM UNTIL W-EOF
                     READ TRG-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-055
                     END-READ
                  END-PERFORM
                  CLOSE TRG-IN
                  MOVE "N" TO W-EOF-SW
               END-IF
            END-IF.
            IF W-BATCH = SPACE
               MOVE W-TODAY TO W-BATCH
            END-IF.
            DISPLAY "FILE=" W-FILE-ID " BATCH=" W-BATCH
                    " DATE=" W-TODAY.
            .
       P-055.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4.
            UNSTRING TI-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            IF W-F2 = W-FILE-ID AND W-F3 = "IN"
               MOVE W-F4 TO W-BATCH
            END-IF.
            .
      *
      *   ケース1．取引履歴のロード（全ファイル分。RECORDで書き
      *            直すため）。
       P-100.
            OPEN INPUT HST-FILE.
            IF W-HST-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HST-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE HST-FILE
               MOVE "N" TO W-EOF-SW
            END-IF.
            .
       P-110.
            IF HS-REC(1:1) NOT = "#" AND HS-REC NOT = SPACE
               AND W-HS-CNT < 20000
               ADD 1 TO W-HS-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING HS-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-HS-FILE (W-HS-CNT)
               MOVE W-F2 TO W-HS-BATCH(W-HS-CNT)
               MOVE W-F3 TO W-HS-DATE (W-HS-CNT)
               MOVE W-F4 TO W-HS-KBN  (W-HS-CNT)
               MOVE W-F5 TO W-HS-KEY  (W-HS-CNT)
               MOVE W-F6 TO W-HS-NEW  (W-HS-CNT)
               MOVE "Y"  TO W-HS-KEEP (W-HS-CNT)
            END-IF.
            .
      *
      *   ケース2．取引ファイルを全件読み、区分・キー・新値に分ける。
       P-150.
            OPEN INPUT TX-FILE.
            IF W-TX-FS NOT = "00"
               DISPLAY "DUP-CHK NG: NO " W-TX-NAME " FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ TX-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE TX-FILE
               MOVE "N" TO W-EOF-SW
            END-IF.
            .
       P-160.
            IF W-TX-CNT < 5000
               ADD 1 TO W-TX-CNT
               MOVE TX-REC TO W-TX-RAW(W-TX-CNT)
               PERFORM P-170
               MOVE W-KBN-WK TO W-TX-KBN(W-TX-CNT)
               MOVE W-KEY-WK TO W-TX-KEY(W-TX-CNT)
               MOVE W-NEW-WK TO W-TX-NEW(W-TX-CNT)
               MOVE SPACE    TO W-TX-KIND(W-TX-CNT)
               MOVE 0        TO W-TX-ORIG(W-TX-CNT)
            ELSE
               DISPLAY "DUP-CHK: MORE THAN 5000 RECORDS - REST "
                       "NOT CHECKED"
            END-IF.
            .
      *
      *   レコード１件の指紋の切り出し（様式はファイルＩＤで決まる）。
       P-170.
            MOVE SPACE TO W-KBN-WK W-KEY-WK W-NEW-WK.
            IF W-FILE-ID = "OCCTBLTX"
               MOVE TX-REC(1:6)   TO W-KBN-WK
               MOVE TX-REC(7:15)  TO W-KEY-WK
               MOVE TX-REC(22:40) TO W-NEW-WK
            ELSE
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-KBN-WK W-KEY-WK W-NEW-WK
               END-UNSTRING
            END-IF.
            .
      *
      *   ケース3．履歴との突き合わせ。同じファイル・同じキーの履歴
      *            （今回の配信自身の記帳は除く）のうち最後のものが
      *            区分・新値とも一致すればREPEAT、最後とは違う新値で
      *            それ以前に一度記帳された値へ戻すものはFLIPBACK。
       P-200.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TX-CNT
               MOVE 0 TO W-LAST W-VHIT
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                       UNTIL W-SUB2 > W-HS-CNT
                  IF W-HS-FILE(W-SUB2)  = W-FILE-ID
                     AND W-HS-BATCH(W-SUB2) NOT = W-BATCH
                     AND W-HS-KEY(W-SUB2) = W-TX-KEY(W-SUB)
                     MOVE W-SUB2 TO W-LAST
                     IF W-HS-NEW(W-SUB2) = W-TX-NEW(W-SUB)
                        MOVE W-SUB2 TO W-VHIT
                     END-IF
                  END-IF
               END-PERFORM
               IF W-LAST > 0
                  EVALUATE TRUE
                     WHEN W-HS-KBN(W-LAST) = W-TX-KBN(W-SUB)
                          AND W-HS-NEW(W-LAST) = W-TX-NEW(W-SUB)
                          MOVE "REPEAT"   TO W-TX-KIND(W-SUB)
                          MOVE W-LAST     TO W-TX-ORIG(W-SUB)
                     WHEN W-HS-NEW(W-LAST) NOT = W-TX-NEW(W-SUB)
                          AND W-VHIT > 0
                          MOVE "FLIPBACK" TO W-TX-KIND(W-SUB)
                          MOVE W-VHIT     TO W-TX-ORIG(W-SUB)
                  END-EVALUATE
               END-IF
               IF W-TX-KIND(W-SUB) = SPACE
                  ADD 1 TO W-PASS-CNT
               ELSE
                  ADD 1 TO W-HOLD-CNT
               END-IF
            END-PERFORM.
            .
      *
      *   ケース4．保留の書き出しと取引ファイルの書き直し。保留が
      *            無ければ取引ファイルには手を触れない。
       P-300.
            IF W-HOLD-CNT > 0
               PERFORM P-600
               OPEN EXTEND HLD-FILE
               IF W-HLD-FS = "35"
                  OPEN OUTPUT HLD-FILE
               END-IF
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-TX-CNT
                  IF W-TX-KIND(W-SUB) NOT = SPACE
                     PERFORM P-310
                  END-IF
               END-PERFORM
               CLOSE HLD-FILE
               OPEN OUTPUT TX-FILE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-TX-CNT
                  IF W-TX-KIND(W-SUB) = SPACE
                     WRITE TX-REC FROM W-TX-RAW(W-SUB)
                  END-IF
               END-PERFORM
               CLOSE TX-FILE
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "RECORDS=" W-TX-CNT " PASSED=" W-PASS-CNT
                    " HELD=" W-HOLD-CNT.
            .
       P-310.
            ADD 1 TO W-HL-MAXSEQ.
            MOVE W-HL-MAXSEQ      TO W-HL-SEQ.
            MOVE W-FILE-ID        TO W-HL-FILE.
            MOVE W-BATCH          TO W-HL-BATCH.
            MOVE W-TODAY          TO W-HL-DATE.
            MOVE W-TX-KIND(W-SUB) TO W-HL-KIND.
            MOVE W-TX-ORIG(W-SUB) TO W-SUB2.
            MOVE W-HS-BATCH(W-SUB2) TO W-HL-OBATCH.
            MOVE W-HS-DATE(W-SUB2)  TO W-HL-ODATE.
            MOVE "HELD"           TO W-HL-STAT.
            MOVE SPACE            TO W-HL-ACTDATE W-HL-OPER.
            MOVE W-TX-RAW(W-SUB)  TO W-HL-RAW.
            WRITE HD-REC FROM W-HL-WK.
            DISPLAY "HOLD " W-HL-SEQ " " W-HL-KIND
                    " ORIG BATCH=" W-HL-OBATCH
                    " APPLIED=" W-HL-ODATE.
            .
      *
      *   ケース5．適用済みの取引ファイルを履歴へ記帳し、保存期間を
      *            過ぎた履歴を落として書き直す。
       P-400.
            DISPLAY "DUP_KEEP_DAYS" UPON ENVIRONMENT-NAME.
            ACCEPT W-KEEP-X         FROM ENVIRONMENT-VALUE.
            IF W-KEEP-X NOT = SPACE
               MOVE FUNCTION NUMVAL(W-KEEP-X) TO W-KEEP
            END-IF.
            MOVE "N" TO W-DONE-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-HS-CNT
               IF W-HS-FILE(W-SUB) = W-FILE-ID
                  AND W-HS-BATCH(W-SUB) = W-BATCH
                  MOVE "Y" TO W-DONE-SW
               END-IF
               PERFORM P-410
            END-PERFORM.
            OPEN OUTPUT HST-FILE.
            MOVE "# TXHIST - FILE-ID|BATCH|APPLY-DATE|KBN|KEY|NEW"
                 TO HS-REC.
            WRITE HS-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-HS-CNT
               IF W-HS-KEEP(W-SUB) = "Y"
                  MOVE SPACE TO W-LINE-WK
                  STRING W-HS-FILE (W-SUB) DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-HS-BATCH(W-SUB) DELIMITED BY SPACE
                         "|" W-HS-DATE(W-SUB) "|"
                                           DELIMITED BY SIZE
                         W-HS-KBN  (W-SUB) DELIMITED BY SPACE
                         "|" W-HS-KEY(W-SUB) "|"
                             W-HS-NEW(W-SUB)
                                           DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE HS-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
            IF W-DONE-SW = "Y"
               DISPLAY "DUP-CHK: BATCH " W-BATCH
                       " ALREADY RECORDED - NOT RECORDED AGAIN"
            ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-TX-CNT
                  ADD 1 TO W-REC-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING W-FILE-ID         DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-BATCH           DELIMITED BY SPACE
                         "|" W-TODAY "|"   DELIMITED BY SIZE
                         W-TX-KBN(W-SUB)   DELIMITED BY SPACE
                         "|" W-TX-KEY(W-SUB) "|"
                             W-TX-NEW(W-SUB)
                                           DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE HS-REC FROM W-LINE-WK
               END-PERFORM
            END-IF.
            CLOSE HST-FILE.
            DISPLAY "RECORDED=" W-REC-CNT " PURGED=" W-PURGE-CNT
                    " KEEP-DAYS=" W-KEEP.
            .
      *
      *   履歴１件の保存期間判定。適用日の翌日から基準日までの営業
      *   日数が保存日数を超えたら落とす。
       P-410.
            IF W-HS-DATE(W-SUB) NUMERIC
               AND W-HS-DATE(W-SUB) < W-TODAY
               MOVE "D"              TO W-BD-FUNC
               MOVE W-HS-DATE(W-SUB) TO W-BD-D1
               MOVE W-TODAY          TO W-BD-D2
               CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                      W-BD-RD W-BD-RN W-BD-FY
                                      W-BD-QTR W-BD-STS
                   ON EXCEPTION
                       MOVE "9" TO W-BD-STS
               END-CALL
               IF W-BD-STS = "0"
                  MOVE W-BD-RN TO W-AGE
               ELSE
                  MOVE W-HS-DATE(W-SUB) TO W-DATE-N1
                  MOVE W-TODAY          TO W-DATE-N2
                  COMPUTE W-AGE =
                          FUNCTION INTEGER-OF-DATE(W-DATE-N2)
                        - FUNCTION INTEGER-OF-DATE(W-DATE-N1)
               END-IF
               IF W-AGE > W-KEEP
                  MOVE "N" TO W-HS-KEEP(W-SUB)
                  ADD 1 TO W-PURGE-CNT
               END-IF
            END-IF.
            .
      *
      *   ケース6．保留の解除・破棄。APPLY権を確かめ、指定の保留
      *            （状態HELDのものだけ）を処理して保留ファイルを
      *            書き直す。解除したレコードはDUPRLSへ書く。
       P-500.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "DUP-CHK" TO W-PRM-PROG.
            MOVE "APPLY"   TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "DUP-CHK NG: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P-505
            END-IF.
            .
       P-505.
            DISPLAY "DUP_HOLD_SEQ" UPON ENVIRONMENT-NAME.
            ACCEPT W-SEQ-X         FROM ENVIRONMENT-VALUE.
            IF W-SEQ-X NOT = "ALL"
               MOVE FUNCTION NUMVAL(W-SEQ-X) TO W-SEQ
            END-IF.
            PERFORM P-600.
            IF W-MODE = "RELEASE"
               OPEN OUTPUT RLS-FILE
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-HL-CNT
               MOVE W-HL(W-SUB) TO W-HL-WK
               IF W-HL-STAT = "HELD" AND W-HL-FILE = W-FILE-ID
                  AND (W-SEQ-X = "ALL" OR W-HL-SEQ = W-SEQ)
                  PERFORM P-510
               END-IF
            END-PERFORM.
            IF W-MODE = "RELEASE"
               CLOSE RLS-FILE
            END-IF.
            IF W-ACT-CNT = 0
               DISPLAY "DUP-CHK NG: NO HELD RECORD " W-SEQ-X
                       " FOR " W-FILE-ID
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT HLD-FILE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-HL-CNT
                  WRITE HD-REC FROM W-HL(W-SUB)
               END-PERFORM
               CLOSE HLD-FILE
               DISPLAY W-MODE " COUNT=" W-ACT-CNT
            END-IF.
            .
      *
      *   保留１件の解除・破棄。
       P-510.
            ADD 1 TO W-ACT-CNT.
            IF W-MODE = "RELEASE"
               MOVE "RELEASED" TO W-HL-STAT
               WRITE RL-REC FROM W-HL-RAW
            ELSE
               MOVE "DROPPED"  TO W-HL-STAT
            END-IF.
            MOVE W-TODAY    TO W-HL-ACTDATE.
            MOVE W-PRM-OPER TO W-HL-OPER.
            MOVE W-HL-WK    TO W-HL(W-SUB).
            DISPLAY W-HL-STAT " " W-HL-SEQ " " W-HL-KIND
                    " BATCH=" W-HL-BATCH.
            .
      *
      *   保留ファイルの全件ロードと最終番号の把握。
       P-600.
            MOVE 0 TO W-HL-CNT W-HL-MAXSEQ.
            OPEN INPUT HLD-FILE.
            IF W-HLD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HLD-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-610
                  END-READ
               END-PERFORM
               CLOSE HLD-FILE
               MOVE "N" TO W-EOF-SW
            END-IF.
            .
       P-610.
            IF HD-REC NOT = SPACE AND W-HL-CNT < 5000
               ADD 1 TO W-HL-CNT
               MOVE HD-REC TO W-HL(W-HL-CNT)
               IF HD-REC(1:5) NUMERIC
                  AND HD-REC(1:5) > W-HL-MAXSEQ
                  MOVE HD-REC(1:5) TO W-HL-MAXSEQ
               END-IF
            END-IF.
            .
