      ******************************************************************
      *    テストケース：－（運用記録）
      *    プログラム名：当番引き継ぎ台帳
      *    処理概要　　：夜間と日中の当番の引き継ぎは口頭と付箋で、
      *                  未確認の警報（OPALERT）、未処理のリジェクト
      *                  （MNTREJのPEND）、生きたインシデント（INCDREG
      *                  のCLOSED以外）、止まったままのステップ
      *                  （STREAMLGで直近の判定がNGのステップ）が
      *                  こぼれ落ちる。引き継ぎを追記専用の台帳
      *                  HANDOVR（記録種別|引継ＩＤ|…）に残す。
      *                    H|引継ＩＤ|引き渡し者|ITEMS=件数
      *                    I|引継ＩＤ|通番|引き渡し者|出所|内容
      *                    N|引継ＩＤ|行番|引き渡し者|申し送り
      *                    A|引継ＩＤ|通番|受け取り者|確認時刻
      *                  引継ＩＤは作成時刻（YYYYMMDD_HHMMSS）。
      *                  環境変数 HANDOVER_MODE で動作を選ぶ。
      *                    BUILD：シフト終わり。上の４ファイルから
      *                      未決の項目を集め、申し送りファイル
      *                      HNDNOTE（日本語の自由記述、１行１件）と
      *                      合わせて台帳へ追記する。引き渡し者は
      *                      OPERATOR_ID。
      *                    ACK：受け取り者（OPERATOR_ID）が項目を
      *                      確認する。HANDOVER_ACK_SEQの通番（ALLで
      *                      未確認全件）にA行を追記する。対象は
      *                      HANDOVER_ID（未指定なら最新の引継）。
      *                      引き渡した本人は確認できない。
      *                    未指定／LIST：最新の引継の項目と申し送りを
      *                      確認状況つきで一覧する。
      *                  台帳は書き替えず追記だけなので、誰がいつ何を
      *                  受け取ったかが後から辿れる。未確認の項目が
      *                  残る引継は次のOPS-BULLに例外として載る。
      *    使用方法　　：未確認が残ればRETURN-CODE 4、操作者未設定・
      *                  本人確認はRETURN-CODE 8、台帳が無い
      *                  （ACK／LIST）ときは12。
      *  --------------------------------------------------------------
      *   対象：当番交代時の申し送り（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           HND-OVER.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-17.
       DATE-COMPILED.        2026-09-17.
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
           SELECT HND-FILE   ASSIGN TO "HANDOVR"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HND-FS.
           SELECT NTE-IN     ASSIGN TO "HNDNOTE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT ALT-IN     ASSIGN TO "OPALERT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT REJ-IN     ASSIGN TO "MNTREJ"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT INC-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT STL-IN     ASSIGN TO "STREAMLG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  HND-FILE.
       01  HN-REC             PIC X(250).
       FD  NTE-IN.
       01  NT-REC             PIC X(160).
       FD  ALT-IN.
       01  AL-REC             PIC X(160).
       FD  REJ-IN.
       01  RJ-REC             PIC X(250).
       FD  INC-IN.
       01  IN-REC             PIC X(200).
       FD  STL-IN.
       01  ST-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-HND-FS           PIC X(02).
       01  W-SRC-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-MODE             PIC X(10).
       01  W-WHO              PIC X(16).
       01  W-HID-ENV          PIC X(15).
       01  W-ACK-SEQ-X        PIC X(05).
       01  W-ACK-SEQ          PIC 9(03)          VALUE 0.
       01  W-ACK-ALL-SW       PIC X              VALUE "N".
           88  W-ACK-ALL                         VALUE "Y".
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
      *    台帳から読んだ対象引継の項目（最大300件）
       01  W-TGT-HID          PIC X(15)          VALUE SPACE.
       01  W-TGT-FROM         PIC X(16)          VALUE SPACE.
       01  W-IT-CNT           PIC 9(03)          VALUE 0.
       01  W-IT-TBL.
           05  W-IT           OCCURS 300.
               10  W-IT-SEQ   PIC 9(03).
               10  W-IT-SRC   PIC X(08).
               10  W-IT-TEXT  PIC X(120).
               10  W-IT-ACK   PIC X(16).
      *    対象引継の申し送り（最大50行）
       01  W-NT-CNT           PIC 9(02)          VALUE 0.
       01  W-NT-TBL.
           05  W-NT           OCCURS 50.
               10  W-NT-TEXT  PIC X(160).
      *    STREAMLGのステップごとの直近判定（最大50ステップ）
       01  W-SP-CNT           PIC 9(02)          VALUE 0.
       01  W-SP-TBL.
           05  W-SP           OCCURS 50.
               10  W-SP-STEP  PIC X(04).
               10  W-SP-LINE  PIC X(120).
               10  W-SP-VRD   PIC X(04).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(160).
       01  W-PTR              PIC 9(03).
       01  W-SUB              PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-SRC              PIC X(08).
       01  W-TEXT             PIC X(120).
       01  W-OPEN-CNT         PIC 9(03)          VALUE 0.
       01  W-ACKED-CNT        PIC 9(03)          VALUE 0.
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (HND-OVER)".
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            STRING W-NOW-DATE "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-STAMP
            END-STRING.
            DISPLAY "HANDOVER_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-WHO       FROM ENVIRONMENT-VALUE.
            EVALUATE W-MODE
                WHEN "BUILD"
                     PERFORM P-200
                WHEN "ACK"
                     PERFORM P-300
                WHEN OTHER
                     PERFORM P-400
            END-EVALUATE.
            DISPLAY "TEST END   (HND-OVER)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   台帳の読み込み。W-TGT-HIDが空なら最新の引継を対象にする
      *   （Ｈ行が出るたびに表を空にし直す）。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT HND-FILE.
            IF W-HND-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HND-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE HND-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            IF HN-REC(1:1) = "#" OR HN-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               MOVE 1 TO W-PTR
               UNSTRING HN-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
                   WITH POINTER W-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN W-F1 = "H"
                        AND (W-HID-ENV = SPACE OR W-F2 = W-HID-ENV)
                        MOVE W-F2  TO W-TGT-HID
                        MOVE W-F3  TO W-TGT-FROM
                        MOVE 0     TO W-IT-CNT W-NT-CNT
                   WHEN W-F2 NOT = W-TGT-HID OR W-TGT-HID = SPACE
                        CONTINUE
                   WHEN W-F1 = "I" AND W-IT-CNT < 300
      *                 出所の後ろは内容（｜を含みうる）を行の残り
      *                 全部として取る
                        UNSTRING HN-REC DELIMITED BY "|"
                            INTO W-F5
                            WITH POINTER W-PTR
                        END-UNSTRING
                        ADD 1 TO W-IT-CNT
                        MOVE FUNCTION NUMVAL(W-F3)
                                      TO W-IT-SEQ (W-IT-CNT)
                        MOVE W-F5     TO W-IT-SRC (W-IT-CNT)
                        MOVE HN-REC(W-PTR:) TO W-IT-TEXT(W-IT-CNT)
                        MOVE SPACE    TO W-IT-ACK (W-IT-CNT)
                   WHEN W-F1 = "N" AND W-NT-CNT < 50
                        ADD 1 TO W-NT-CNT
                        MOVE HN-REC(W-PTR:) TO W-NT-TEXT(W-NT-CNT)
                   WHEN W-F1 = "A"
                        PERFORM VARYING W-SUB FROM 1 BY 1
                                UNTIL W-SUB > W-IT-CNT
                           IF W-IT-SEQ(W-SUB) = FUNCTION NUMVAL(W-F3)
                              MOVE W-F4 TO W-IT-ACK(W-SUB)
                           END-IF
                        END-PERFORM
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース1．引き継ぎの作成。４ファイルから未決の項目を集め、
      *            申し送りと合わせて台帳へ追記する。
       P-200.
            IF W-WHO = SPACE
               DISPLAY "HND-OVER NG: OPERATOR_ID NOT SET"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE W-STAMP TO W-TGT-HID.
            MOVE W-WHO   TO W-TGT-FROM.
            PERFORM P-210.
            PERFORM P-220.
            PERFORM P-230.
            PERFORM P-240.
            PERFORM P-250.
            OPEN EXTEND HND-FILE.
            IF W-HND-FS = "35"
               OPEN OUTPUT HND-FILE
            END-IF.
            IF W-HND-FS NOT = "00"
               DISPLAY "HND-OVER NG: HANDOVR FS=" W-HND-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE SPACE TO W-LINE-WK.
            STRING "H|" W-TGT-HID "|" DELIMITED BY SIZE
                   W-WHO              DELIMITED BY SPACE
                   "|ITEMS=" W-IT-CNT DELIMITED BY SIZE
                   INTO W-LINE-WK
            END-STRING.
            WRITE HN-REC FROM W-LINE-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IT-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "I|" W-TGT-HID "|" W-IT-SEQ(W-SUB) "|"
                                          DELIMITED BY SIZE
                      W-WHO               DELIMITED BY SPACE
                      "|"                 DELIMITED BY SIZE
                      W-IT-SRC(W-SUB)     DELIMITED BY SPACE
                      "|" W-IT-TEXT(W-SUB) DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE HN-REC FROM W-LINE-WK
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-NT-CNT
               MOVE SPACE TO W-LINE-WK
               STRING "N|" W-TGT-HID "|" W-SUB "|"
                                          DELIMITED BY SIZE
                      W-WHO               DELIMITED BY SPACE
                      "|" W-NT-TEXT(W-SUB) DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE HN-REC FROM W-LINE-WK
            END-PERFORM.
            CLOSE HND-FILE.
            DISPLAY "HANDOVER=" W-TGT-HID " ITEMS=" W-IT-CNT
                    " NOTES=" W-NT-CNT.
            IF W-IT-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   未確認の警報（確認印がY以外）。
       P-210.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT ALT-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ ALT-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-211
                  END-READ
               END-PERFORM
               CLOSE ALT-IN
            END-IF.
            .
       P-211.
            IF AL-REC(1:1) NOT = "#" AND AL-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F6 W-F5
               UNSTRING AL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F6 W-F5
               END-UNSTRING
               IF W-F5(1:1) NOT = "Y"
                  MOVE "OPALERT" TO W-SRC
                  MOVE SPACE TO W-TEXT
                  STRING W-F1  DELIMITED BY SPACE
                         " "   DELIMITED BY SIZE
                         W-F3  DELIMITED BY SPACE
                         " "   DELIMITED BY SIZE
                         W-F2  DELIMITED BY SPACE
                         " "   DELIMITED BY SIZE
                         W-F6  DELIMITED BY SIZE
                         INTO W-TEXT
                  END-STRING
                  PERFORM P-290
               END-IF
            END-IF.
            .
      *
      *   未処理のリジェクト（状態PEND）。
       P-220.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REJ-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REJ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-221
                  END-READ
               END-PERFORM
               CLOSE REJ-IN
            END-IF.
            .
       P-221.
            IF RJ-REC(1:5) = "PEND|"
               MOVE SPACE TO W-F1 W-F2 W-F3
               MOVE 1 TO W-PTR
               UNSTRING RJ-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
                   WITH POINTER W-PTR
               END-UNSTRING
               MOVE "MNTREJ" TO W-SRC
               MOVE SPACE TO W-TEXT
               STRING W-F2  DELIMITED BY SPACE
                      " "   DELIMITED BY SIZE
                      W-F3  DELIMITED BY "  "
                      " : " RJ-REC(W-PTR:)
                            DELIMITED BY SIZE
                      INTO W-TEXT
               END-STRING
               PERFORM P-290
            END-IF.
            .
      *
      *   生きたインシデント（CLOSED以外）。
       P-230.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT INC-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ INC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-231
                  END-READ
               END-PERFORM
               CLOSE INC-IN
            END-IF.
            .
       P-231.
            IF IN-REC(1:1) NOT = "#" AND IN-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING IN-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               IF W-F3 NOT = "CLOSED"
                  MOVE "INCDREG" TO W-SRC
                  MOVE SPACE TO W-TEXT
                  STRING W-F1  DELIMITED BY SPACE
                         " "   DELIMITED BY SIZE
                         W-F2  DELIMITED BY SPACE
                         " "   DELIMITED BY SIZE
                         W-F3  DELIMITED BY SPACE
                         " OWNER=" DELIMITED BY SIZE
                         W-F4  DELIMITED BY SPACE
                         INTO W-TEXT
                  END-STRING
                  PERFORM P-290
               END-IF
            END-IF.
            .
      *
      *   止まったままのステップ。ステップごとに直近のログ行を残し、
      *   それがNGなら項目にする（再始動でOKになれば消える）。
       P-240.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STL-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-241
                  END-READ
               END-PERFORM
               CLOSE STL-IN
            END-IF.
            PERFORM VARYING W-FND FROM 1 BY 1
                    UNTIL W-FND > W-SP-CNT
               IF W-SP-VRD(W-FND) = "NG"
                  MOVE "STREAMLG"       TO W-SRC
                  MOVE W-SP-LINE(W-FND) TO W-TEXT
                  PERFORM P-290
               END-IF
            END-PERFORM.
            .
       P-241.
            IF ST-REC(1:1) NOT = "#" AND ST-REC NOT = SPACE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING ST-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE 0 TO W-SUB
               PERFORM VARYING W-PTR FROM 1 BY 1
                       UNTIL W-PTR > W-SP-CNT OR W-SUB > 0
                  IF W-SP-STEP(W-PTR) = W-F2
                     MOVE W-PTR TO W-SUB
                  END-IF
               END-PERFORM
               IF W-SUB = 0 AND W-SP-CNT < 50
                  ADD 1 TO W-SP-CNT
                  MOVE W-SP-CNT TO W-SUB
                  MOVE W-F2     TO W-SP-STEP(W-SUB)
               END-IF
      *        SKIP（再始動で読み飛ばした行）は判定を変えない
               IF W-SUB > 0 AND W-F5 NOT = "SKIP"
                  MOVE W-F5 TO W-SP-VRD(W-SUB)
                  MOVE SPACE TO W-SP-LINE(W-SUB)
                  STRING "STEP "  DELIMITED BY SIZE
                         W-F2    DELIMITED BY SPACE
                         " "     DELIMITED BY SIZE
                         W-F3    DELIMITED BY "  "
                         " RC="  DELIMITED BY SIZE
                         W-F4    DELIMITED BY SPACE
                         " AT "  DELIMITED BY SIZE
                         W-F1    DELIMITED BY SPACE
                         INTO W-SP-LINE(W-SUB)
                  END-STRING
               END-IF
            END-IF.
            .
      *
      *   申し送り（HNDNOTE。無ければ申し送りなし）。
       P-250.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT NTE-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ NTE-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                         IF NT-REC NOT = SPACE AND W-NT-CNT < 50
                            ADD 1 TO W-NT-CNT
                            MOVE NT-REC TO W-NT-TEXT(W-NT-CNT)
                         END-IF
                  END-READ
               END-PERFORM
               CLOSE NTE-IN
            END-IF.
            .
      *
      *   項目１件を表へ。
       P-290.
            IF W-IT-CNT < 300
               ADD 1 TO W-IT-CNT
               MOVE W-IT-CNT TO W-IT-SEQ (W-IT-CNT)
               MOVE W-SRC    TO W-IT-SRC (W-IT-CNT)
               MOVE W-TEXT   TO W-IT-TEXT(W-IT-CNT)
               MOVE SPACE    TO W-IT-ACK (W-IT-CNT)
            END-IF.
            .
      *
      *   ケース2．受け取り確認。未確認の指定通番（ALLで全件）に
      *            A行を追記する。
       P-300.
            IF W-WHO = SPACE
               DISPLAY "HND-OVER NG: OPERATOR_ID NOT SET"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "HANDOVER_ACK_SEQ" UPON ENVIRONMENT-NAME.
            ACCEPT W-ACK-SEQ-X     FROM ENVIRONMENT-VALUE.
            IF W-ACK-SEQ-X = "ALL"
               MOVE "Y" TO W-ACK-ALL-SW
            ELSE
               IF W-ACK-SEQ-X = SPACE
                  DISPLAY "HND-OVER NG: HANDOVER_ACK_SEQ NOT SET"
                  MOVE 12 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(W-ACK-SEQ-X) TO W-ACK-SEQ
            END-IF.
            DISPLAY "HANDOVER_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-HID-ENV       FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF W-TGT-HID = SPACE
               DISPLAY "HND-OVER NG: NO HANDOVER IN HANDOVR"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            IF W-TGT-FROM = W-WHO
               DISPLAY "HND-OVER NG: " W-WHO
                       " CANNOT ACKNOWLEDGE OWN HANDOVER"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN EXTEND HND-FILE.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IT-CNT
               IF W-IT-ACK(W-SUB) = SPACE
                  IF W-ACK-ALL OR W-IT-SEQ(W-SUB) = W-ACK-SEQ
                     ADD 1 TO W-ACKED-CNT
                     MOVE W-WHO TO W-IT-ACK(W-SUB)
                     MOVE SPACE TO W-LINE-WK
                     STRING "A|" W-TGT-HID "|" W-IT-SEQ(W-SUB) "|"
                                          DELIMITED BY SIZE
                            W-WHO         DELIMITED BY SPACE
                            "|" W-STAMP   DELIMITED BY SIZE
                            INTO W-LINE-WK
                     END-STRING
                     WRITE HN-REC FROM W-LINE-WK
                  ELSE
                     ADD 1 TO W-OPEN-CNT
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE HND-FILE.
            DISPLAY "HANDOVER=" W-TGT-HID " ACKNOWLEDGED=" W-ACKED-CNT
                    " STILL-OPEN=" W-OPEN-CNT.
            IF W-OPEN-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   ケース3．一覧。最新（またはHANDOVER_ID指定）の引継。
       P-400.
            DISPLAY "HANDOVER_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-HID-ENV       FROM ENVIRONMENT-VALUE.
            PERFORM P-100.
            IF W-TGT-HID = SPACE
               DISPLAY "HND-OVER NG: NO HANDOVER IN HANDOVR"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "HANDOVER " W-TGT-HID " FROM " W-TGT-FROM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IT-CNT
               IF W-IT-ACK(W-SUB) = SPACE
                  ADD 1 TO W-OPEN-CNT
                  DISPLAY "SEQ=" W-IT-SEQ(W-SUB) " OPEN         "
                          W-IT-SRC(W-SUB) " " W-IT-TEXT(W-SUB)(1:90)
               ELSE
                  DISPLAY "SEQ=" W-IT-SEQ(W-SUB) " ACK="
                          W-IT-ACK(W-SUB)(1:8) " "
                          W-IT-SRC(W-SUB) " "
                          W-IT-TEXT(W-SUB)(1:90)
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-NT-CNT
               DISPLAY "NOTE: " W-NT-TEXT(W-SUB)
            END-PERFORM.
            DISPLAY "ITEMS=" W-IT-CNT " UNACKNOWLEDGED=" W-OPEN-CNT.
            IF W-OPEN-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
