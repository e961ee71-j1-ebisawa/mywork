      ******************************************************************
      *    テストケース：－（受け渡し管理）
      *    プログラム名：配信予定表と受信ファイルの到着監視
      *    処理概要　　：FRAME-CHKとXMIT-REGは届いたファイルを検査・
      *                  記帳するが、来るはずのMNTTX・OCCTBLTX・
      *                  CASEMETX・CALMSTTXが来なかったことには誰も
      *                  気づかず、依存する夜間ステップが空のまま
      *                  流れていた。配信予定表DLVSCHED
      *                    ファイルＩＤ|送り手チーム|連絡先|
      *                    配信日|締切時刻HHMM|依存ステップ番号
      *                  （配信日はBUS＝毎営業日、またはMON,WED,FRIの
      *                  ような曜日の並び。どちらも営業日に限る）を
      *                  授受台帳TRANSREGの当日の受信（IN）記帳と
      *                  突き合わせ、配信ごとに
      *                    ONTIME ：締切までに到着
      *                    LATE   ：締切後に到着
      *                    MISSING：締切を過ぎて未着
      *                    PENDING：未着だが締切前
      *                  を判定し、予定表に無い（または当日は予定日で
      *                  ない）受信をUNEXPECTEDとして名指しする。
      *                  MISSINGはメッセージカタログの警報（MSG00005、
      *                  重大度E→OPALERT）を上げ、依存ステップ番号が
      *                  あればJOB-CTRLのステップ保留ファイルSTREAMHD
      *                  （ステップ|ファイルＩＤ|基準日|理由）へ載せて、
      *                  空のまま流さずに止めさせる。STREAMHDは毎回
      *                  書き直すので、ファイルが届いてから再実行すれば
      *                  保留は外れる。
      *    使用方法　　：DLVSCHED・TRANSREG（・CALMST）を置いて実行
      *                  する。基準日は環境変数DLV_DATE（未指定なら
      *                  当日）、判定時刻はDLV_TIME（HHMM、未指定なら
      *                  現在時刻）。報告はDLVMON。
      *                  MISSINGがあればRETURN-CODE＝8、LATEか
      *                  UNEXPECTEDだけなら4、DLVSCHEDが無ければ12。
      *    注意　　　　：営業日の判定はBIZDATE-1（機能D）による。
      *                  結合していない単体ビルドでは土日だけを非営業
      *                  とみなし、その旨を報告に記す。
      *  --------------------------------------------------------------
      *   対象：受信ファイルの未着・遅着の検知（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DLV-MON.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-24.
       DATE-COMPILED.        2026-09-24.
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
           SELECT SCH-IN     ASSIGN TO "DLVSCHED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SCH-FS.
           SELECT TRG-IN     ASSIGN TO "TRANSREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TRG-FS.
           SELECT HLD-FILE   ASSIGN TO "STREAMHD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HLD-FS.
           SELECT RPT-FILE   ASSIGN TO "DLVMON"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  SCH-IN.
       01  SI-REC             PIC X(200).
       FD  TRG-IN.
       01  TI-REC             PIC X(80).
       FD  HLD-FILE.
       01  HD-REC             PIC X(80).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-SCH-FS           PIC X(02).
       01  W-TRG-FS           PIC X(02).
       01  W-HLD-FS           PIC X(02).
       01  W-TODAY            PIC X(08).
       01  W-NOW-HHMM         PIC X(04).
       01  W-NOW-TIME         PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    基準日が営業日か（BIZDATE-1が無ければ土日だけで決める）
       01  W-BUSDAY-SW        PIC X              VALUE "N".
           88  W-BUSDAY                          VALUE "Y".
       01  W-DOW              PIC 9(01).
       01  W-DOW-NAME         PIC X(03).
       01  W-DOW-TBL          PIC X(21)
                              VALUE "MONTUEWEDTHUFRISATSUN".
       01  W-DATE-N           PIC 9(08).
       01  W-DATE-INT         PIC 9(08).
      *    営業日計算（BIZDATE-1）への受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    メッセージカタログ（MSG-CAT-1）の受け渡し域
       01  W-MSG-ID           PIC X(08).
       01  W-MSG-SUBST        PIC X(20).
       01  W-MSG-TEXT         PIC X(80).
       01  W-MSG-SEV          PIC X(01).
       01  W-MSG-STS          PIC X(01).
      *    配信予定表と当日の到着状況
       01  W-SC-CNT           PIC 9(03)          VALUE 0.
       01  W-SC-TBL.
           05  W-SC           OCCURS 200.
               10  W-SC-FILE  PIC X(08).
               10  W-SC-TEAM  PIC X(16).
               10  W-SC-CONT  PIC X(30).
               10  W-SC-DAYS  PIC X(30).
               10  W-SC-CUT   PIC X(04).
               10  W-SC-STEP  PIC X(03).
               10  W-SC-DUE   PIC X(01).
               10  W-SC-ARR   PIC X(04).
               10  W-SC-GEN   PIC X(08).
               10  W-SC-JDG   PIC X(03).
               10  W-SC-STAT  PIC X(10).
      *    予定外の受信
       01  W-UX-CNT           PIC 9(03)          VALUE 0.
       01  W-UX-TBL.
           05  W-UX           OCCURS 200.
               10  W-UX-FILE  PIC X(08).
               10  W-UX-ARR   PIC X(04).
               10  W-UX-GEN   PIC X(08).
               10  W-UX-JDG   PIC X(03).
       01  W-ONT-CNT          PIC 9(03)          VALUE 0.
       01  W-LATE-CNT         PIC 9(03)          VALUE 0.
       01  W-MISS-CNT         PIC 9(03)          VALUE 0.
       01  W-PEND-CNT         PIC 9(03)          VALUE 0.
       01  W-HOLD-CNT         PIC 9(03)          VALUE 0.
      *    作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-CNT              PIC 9(03).
       01  W-LINE-WK          PIC X(132).
      *    報告の見出しと明細
       01  H1-LINE.
           03  FILLER         PIC X(25)
                              VALUE "DLV-MON  INBOUND DELIVERY".
           03  FILLER         PIC X(14)  VALUE " MONITOR  DATE".
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  H1-DATE        PIC X(08).
           03  FILLER         PIC X(07)  VALUE "  TIME ".
           03  H1-TIME        PIC X(04).
           03  FILLER         PIC X(06)  VALUE "  DAY ".
           03  H1-DOW         PIC X(03).
           03  FILLER         PIC X(15)  VALUE "  BUSINESS DAY ".
           03  H1-BUS         PIC X(01).
           03  FILLER         PIC X(48)  VALUE SPACE.
       01  H2-LINE.
           03  FILLER         PIC X(09)  VALUE "FILE-ID".
           03  FILLER         PIC X(17)  VALUE "TEAM".
           03  FILLER         PIC X(07)  VALUE "CUTOFF".
           03  FILLER         PIC X(08)  VALUE "ARRIVED".
           03  FILLER         PIC X(09)  VALUE "GEN".
           03  FILLER         PIC X(04)  VALUE "REG".
           03  FILLER         PIC X(11)  VALUE "STATUS".
           03  FILLER         PIC X(05)  VALUE "STEP".
           03  FILLER         PIC X(62)  VALUE "CONTACT".
       01  D1-LINE.
           03  D1-FILE        PIC X(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-TEAM        PIC X(16).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-CUT         PIC X(04).
           03  FILLER         PIC X(03)  VALUE SPACE.
           03  D1-ARR         PIC X(04).
           03  FILLER         PIC X(04)  VALUE SPACE.
           03  D1-GEN         PIC X(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-JDG         PIC X(03).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-STAT        PIC X(10).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  D1-STEP        PIC X(03).
           03  FILLER         PIC X(02)  VALUE SPACE.
           03  D1-CONT        PIC X(30).
           03  FILLER         PIC X(32)  VALUE SPACE.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (DLV-MON)".
            DISPLAY "DLV_DATE" UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY     FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            DISPLAY "DLV_TIME" UPON ENVIRONMENT-NAME.
            ACCEPT W-NOW-HHMM  FROM ENVIRONMENT-VALUE.
            IF W-NOW-HHMM = SPACE OR W-NOW-HHMM NOT NUMERIC
               ACCEPT W-NOW-TIME FROM TIME
               MOVE W-NOW-TIME(1:4) TO W-NOW-HHMM
            END-IF.
            PERFORM P-050.
            PERFORM P-100.
            IF RETURN-CODE NOT = 12
               PERFORM P-200
               PERFORM P-300
               PERFORM P-400
               PERFORM P-500
               DISPLAY "ONTIME=" W-ONT-CNT " LATE=" W-LATE-CNT
                       " MISSING=" W-MISS-CNT " PENDING=" W-PEND-CNT
                       " UNEXPECTED=" W-UX-CNT " HELD=" W-HOLD-CNT
               IF W-MISS-CNT > 0
                  MOVE 8 TO RETURN-CODE
               ELSE
                  IF W-LATE-CNT > 0 OR W-UX-CNT > 0
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.
            DISPLAY "TEST END   (DLV-MON)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース0．基準日の曜日と営業日かどうかを決める。営業日は
      *            前日の翌日から基準日までの営業日数が１かどうかで
      *            BIZDATE-1（機能D）に答えさせる。
       P-050.
            MOVE W-TODAY TO W-DATE-N.
            COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(W-DATE-N).
            COMPUTE W-DOW = FUNCTION MOD(W-DATE-INT - 1, 7) + 1.
            MOVE W-DOW-TBL((W-DOW - 1) * 3 + 1:3) TO W-DOW-NAME.
            MOVE "D" TO W-BD-FUNC.
            COMPUTE W-DATE-N =
                    FUNCTION DATE-OF-INTEGER(W-DATE-INT - 1).
            MOVE W-DATE-N TO W-BD-D1.
            MOVE W-TODAY  TO W-BD-D2.
            CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                   W-BD-RD W-BD-RN W-BD-FY
                                   W-BD-QTR W-BD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BD-STS
            END-CALL.
            IF W-BD-STS = "0"
               IF W-BD-RN = 1
                  MOVE "Y" TO W-BUSDAY-SW
               END-IF
            ELSE
               IF W-DOW < 6
                  MOVE "Y" TO W-BUSDAY-SW
               END-IF
            END-IF.
            .
      *
      *   ケース1．配信予定表のロードと当日の予定判定。
       P-100.
            OPEN INPUT SCH-IN.
            IF W-SCH-FS NOT = "00"
               DISPLAY "DLV-MON NG: NO DLVSCHED FS=" W-SCH-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ SCH-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE SCH-IN
            END-IF.
            .
       P-110.
            IF SI-REC(1:1) NOT = "#" AND SI-REC NOT = SPACE
               AND W-SC-CNT < 200
               ADD 1 TO W-SC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING SI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-SC-FILE(W-SC-CNT)
               MOVE W-F2 TO W-SC-TEAM(W-SC-CNT)
               MOVE W-F3 TO W-SC-CONT(W-SC-CNT)
               MOVE W-F4 TO W-SC-DAYS(W-SC-CNT)
               MOVE W-F5 TO W-SC-CUT (W-SC-CNT)
               MOVE W-F6 TO W-SC-STEP(W-SC-CNT)
               MOVE SPACE TO W-SC-ARR(W-SC-CNT) W-SC-GEN(W-SC-CNT)
                             W-SC-JDG(W-SC-CNT) W-SC-STAT(W-SC-CNT)
               MOVE "N" TO W-SC-DUE(W-SC-CNT)
               IF W-BUSDAY
                  IF W-SC-DAYS(W-SC-CNT) = "BUS"
                     MOVE "Y" TO W-SC-DUE(W-SC-CNT)
                  ELSE
                     MOVE 0 TO W-CNT
                     INSPECT W-SC-DAYS(W-SC-CNT)
                             TALLYING W-CNT FOR ALL W-DOW-NAME
                     IF W-CNT > 0
                        MOVE "Y" TO W-SC-DUE(W-SC-CNT)
                     END-IF
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   ケース2．授受台帳の当日の受信記帳を拾う。同じファイルが
      *            当日に複数回届いた（再送など）ときは最初の到着
      *            時刻で締切と比べ、判定欄は最後の記帳を残す。
       P-200.
            OPEN INPUT TRG-IN.
            IF W-TRG-FS NOT = "00"
               DISPLAY "DLV-MON: NO TRANSREG FS=" W-TRG-FS
            ELSE
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ TRG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE TRG-IN
            END-IF.
            .
       P-210.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5.
            UNSTRING TI-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            IF W-F1(1:8) = W-TODAY AND W-F3 = "IN"
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-SC-CNT OR W-FND > 0
                  IF W-SC-FILE(W-SUB) = W-F2
                     AND W-SC-DUE(W-SUB) = "Y"
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
               IF W-FND > 0
                  IF W-SC-ARR(W-FND) = SPACE
                     MOVE W-F1(10:4) TO W-SC-ARR(W-FND)
                  END-IF
                  MOVE W-F4 TO W-SC-GEN(W-FND)
                  MOVE W-F5 TO W-SC-JDG(W-FND)
               ELSE
                  PERFORM P-220
               END-IF
            END-IF.
            .
      *
      *   予定外の受信。同じファイルは１行にまとめる。
       P-220.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-UX-CNT OR W-FND > 0
               IF W-UX-FILE(W-SUB) = W-F2
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-UX-CNT < 200
               ADD 1 TO W-UX-CNT
               MOVE W-UX-CNT   TO W-FND
               MOVE W-F2       TO W-UX-FILE(W-FND)
               MOVE W-F1(10:4) TO W-UX-ARR (W-FND)
            END-IF.
            IF W-FND > 0
               MOVE W-F4 TO W-UX-GEN(W-FND)
               MOVE W-F5 TO W-UX-JDG(W-FND)
            END-IF.
            .
      *
      *   ケース3．予定ごとの判定。未着で締切を過ぎたものは警報を
      *            上げる。
       P-300.
            DISPLAY "MSG_CALLER" UPON ENVIRONMENT-NAME.
            DISPLAY "DLV-MON"    UPON ENVIRONMENT-VALUE.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SC-CNT
               IF W-SC-DUE(W-SUB) = "Y"
                  EVALUATE TRUE
                     WHEN W-SC-ARR(W-SUB) NOT = SPACE
                          AND W-SC-ARR(W-SUB) <= W-SC-CUT(W-SUB)
                          MOVE "ONTIME"  TO W-SC-STAT(W-SUB)
                          ADD 1 TO W-ONT-CNT
                     WHEN W-SC-ARR(W-SUB) NOT = SPACE
                          MOVE "LATE"    TO W-SC-STAT(W-SUB)
                          ADD 1 TO W-LATE-CNT
                     WHEN W-NOW-HHMM > W-SC-CUT(W-SUB)
                          MOVE "MISSING" TO W-SC-STAT(W-SUB)
                          ADD 1 TO W-MISS-CNT
                          PERFORM P-310
                     WHEN OTHER
                          MOVE "PENDING" TO W-SC-STAT(W-SUB)
                          ADD 1 TO W-PEND-CNT
                  END-EVALUATE
               END-IF
            END-PERFORM.
            .
       P-310.
            MOVE "MSG00005"        TO W-MSG-ID.
            MOVE W-SC-FILE(W-SUB)  TO W-MSG-SUBST.
            CALL "MSG-CAT-1" USING W-MSG-ID W-MSG-SUBST
                                   W-MSG-TEXT W-MSG-SEV W-MSG-STS
                ON EXCEPTION
                    DISPLAY "E DELIVERY MISSING: " W-SC-FILE(W-SUB)
            END-CALL.
            .
      *
      *   ケース4．ステップ保留ファイルの書き直し。未着の配信の
      *            依存ステップだけを載せる（前回の保留は消える）。
       P-400.
            OPEN OUTPUT HLD-FILE.
            IF W-HLD-FS NOT = "00"
               DISPLAY "DLV-MON NG: CANNOT WRITE STREAMHD FS="
                       W-HLD-FS
            ELSE
               MOVE "# STREAMHD - STEP|FILE-ID|DATE|REASON"
                    TO HD-REC
               WRITE HD-REC
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-SC-CNT
                  IF W-SC-STAT(W-SUB) = "MISSING"
                     AND W-SC-STEP(W-SUB) NOT = SPACE
                     ADD 1 TO W-HOLD-CNT
                     MOVE SPACE TO W-LINE-WK
                     STRING W-SC-STEP(W-SUB) DELIMITED BY SPACE
                            "|"              DELIMITED BY SIZE
                            W-SC-FILE(W-SUB) DELIMITED BY SPACE
                            "|" W-TODAY "|NOT DELIVERED BY "
                            W-SC-CUT(W-SUB)  DELIMITED BY SIZE
                            INTO W-LINE-WK
                     END-STRING
                     WRITE HD-REC FROM W-LINE-WK
                     DISPLAY "HOLD STEP " W-SC-STEP(W-SUB)
                             " (" W-SC-FILE(W-SUB) ")"
                  END-IF
               END-PERFORM
               CLOSE HLD-FILE
            END-IF.
            .
      *
      *   ケース5．報告書。予定の判定一覧、予定外の受信、当日は
      *            予定の無い配信の順。
       P-500.
            OPEN OUTPUT RPT-FILE.
            MOVE W-TODAY    TO H1-DATE.
            MOVE W-NOW-HHMM TO H1-TIME.
            MOVE W-DOW-NAME TO H1-DOW.
            IF W-BUSDAY
               MOVE "Y" TO H1-BUS
            ELSE
               MOVE "N" TO H1-BUS
            END-IF.
            WRITE RPT-REC FROM H1-LINE.
            IF W-BD-STS NOT = "0"
               MOVE "NOTE: CALENDAR SERVICE UNAVAILABLE - WEEKENDS ONLY"
                    TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** EXPECTED TODAY" TO RPT-REC.
            WRITE RPT-REC.
            WRITE RPT-REC FROM H2-LINE.
            MOVE 0 TO W-CNT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SC-CNT
               IF W-SC-DUE(W-SUB) = "Y"
                  ADD 1 TO W-CNT
                  PERFORM P-510
               END-IF
            END-PERFORM.
            IF W-CNT = 0
               MOVE "   (NO DELIVERIES SCHEDULED TODAY)" TO RPT-REC
               WRITE RPT-REC
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** UNEXPECTED ARRIVALS" TO RPT-REC.
            WRITE RPT-REC.
            IF W-UX-CNT = 0
               MOVE "   (NONE)" TO RPT-REC
               WRITE RPT-REC
            ELSE
               WRITE RPT-REC FROM H2-LINE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-UX-CNT
                  MOVE SPACE TO D1-LINE
                  MOVE W-UX-FILE(W-SUB) TO D1-FILE
                  MOVE W-UX-ARR (W-SUB) TO D1-ARR
                  MOVE W-UX-GEN (W-SUB) TO D1-GEN
                  MOVE W-UX-JDG (W-SUB) TO D1-JDG
                  MOVE "UNEXPECTED"     TO D1-STAT
                  PERFORM VARYING W-FND FROM 1 BY 1
                          UNTIL W-FND > W-SC-CNT
                     IF W-SC-FILE(W-FND) = W-UX-FILE(W-SUB)
                        MOVE W-SC-TEAM(W-FND) TO D1-TEAM
                        MOVE W-SC-CONT(W-FND) TO D1-CONT
                     END-IF
                  END-PERFORM
                  WRITE RPT-REC FROM D1-LINE
               END-PERFORM
            END-IF.
            MOVE SPACE TO RPT-REC.
            WRITE RPT-REC.
            MOVE "** NOT SCHEDULED TODAY" TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO W-CNT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SC-CNT
               IF W-SC-DUE(W-SUB) NOT = "Y"
                  ADD 1 TO W-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING "   " W-SC-FILE(W-SUB) " DAYS="
                                         DELIMITED BY SIZE
                         W-SC-DAYS(W-SUB) DELIMITED BY SPACE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE RPT-REC FROM W-LINE-WK
               END-IF
            END-PERFORM.
            IF W-CNT = 0
               MOVE "   (NONE)" TO RPT-REC
               WRITE RPT-REC
            END-IF.
            CLOSE RPT-FILE.
            .
       P-510.
            MOVE SPACE TO D1-LINE.
            MOVE W-SC-FILE(W-SUB) TO D1-FILE.
            MOVE W-SC-TEAM(W-SUB) TO D1-TEAM.
            MOVE W-SC-CUT (W-SUB) TO D1-CUT.
            MOVE W-SC-ARR (W-SUB) TO D1-ARR.
            MOVE W-SC-GEN (W-SUB) TO D1-GEN.
            MOVE W-SC-JDG (W-SUB) TO D1-JDG.
            MOVE W-SC-STAT(W-SUB) TO D1-STAT.
            MOVE W-SC-STEP(W-SUB) TO D1-STEP.
            MOVE W-SC-CONT(W-SUB) TO D1-CONT.
            WRITE RPT-REC FROM D1-LINE.
            .
