      *                      画面出力をteeで写して置く手順）
      *                    CALAPLOG　CAL-MNT出力の写し（REJ行。
      *                      同じく適用担当が写して置く手順）
      *                    HANDOVR 　当番引き継ぎ台帳（HND-OVER。
      *                      受け取り確認の無い項目が例外）
      *                    OPALERT 　オペレータ警報（未確認の警報が
      *                      例外。MSG-CAT-1が押した当番を持ち主
      *                      OWNER=として載せる）
      *                    KEMATCH 　既知障害の一致（cluster_failures.sh
      *                      のknown_error_matches.datの写し。任意）。
      *                      回帰のNG行のうち既知障害に一致したものは
      *                      直後に既知障害番号と回避策を添える（添え
      *                      行は例外件数に数えない）
      *    使用方法　　：例外が１件でもあればRETURN-CODE 4。
      *  --------------------------------------------------------------
      *   対象：朝点検の一本化（新規）
           SELECT CAL-FILE   ASSIGN TO "CALAPLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT HND-FILE   ASSIGN TO "HANDOVR"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT ALT-FILE   ASSIGN TO "OPALERT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT KEM-FILE   ASSIGN TO "KEMATCH"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-KEM-FS.
           SELECT BUL-OU     ASSIGN TO "OPSBULL"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       01  FL-REC             PIC X(250).
       FD  CAL-FILE.
       01  CL-REC             PIC X(250).
       FD  HND-FILE.
       01  HN-REC             PIC X(250).
       FD  ALT-FILE.
       01  AL-REC             PIC X(250).
       FD  KEM-FILE.
       01  KM-REC             PIC X(250).
       FD  BUL-OU.
       01  BU-REC             PIC X(132).
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-SRC-FS           PIC X(02).
       01  W-SRC-NAME         PIC X(12).
       01  W-KEM-FS           PIC X(02).
      *    走査中の１行（各入力から写して共通に判定する）
       01  SR-REC             PIC X(250).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    取りまとめ対象（名称・例外行の印・区切り方）
       01  W-JOB-CNT          PIC 9(01)          VALUE 7.
       01  W-JOB-TBL.
           05  FILLER         PIC X(22)
               VALUE "REGRSLT     REGRESSION".
               VALUE "FRAMELOG    FRAME-CHK ".
           05  FILLER         PIC X(22)
               VALUE "CALAPLOG    CAL-MNT   ".
           05  FILLER         PIC X(22)
               VALUE "HANDOVR     HANDOVER  ".
           05  FILLER         PIC X(22)
               VALUE "OPALERT     ALERTS    ".
       01  W-JOB-TBL-R  REDEFINES W-JOB-TBL.
           05  W-JB           OCCURS 7.
               10  W-JB-FILE  PIC X(12).
               10  W-JB-NAME  PIC X(10).
      *    ジョブごとの集計
       01  W-EX-TBL.
           05  W-EX           OCCURS 100.
               10  W-EX-LINE  PIC X(120).
      *    引き継ぎ項目の控え（確認のA行で消し込み、残りが例外）
       01  W-HO-CNT           PIC 9(03)          VALUE 0.
       01  W-HO-SUB           PIC 9(03).
       01  W-HO-TBL.
           05  W-HO           OCCURS 300.
               10  W-HO-KEY   PIC X(19).
               10  W-HO-LINE  PIC X(100).
               10  W-HO-ACK   PIC X(01).
       01  W-HO-KEY-WK        PIC X(19).
       01  W-HO-F1            PIC X(02).
       01  W-HO-F2            PIC X(15).
       01  W-HO-F3            PIC X(03).
      *    警報行の分解域（時刻|ＩＤ|重大度|発行元|本文|確認印|当番）
       01  W-AL-WHEN          PIC X(15).
       01  W-AL-ID            PIC X(08).
       01  W-AL-SEV           PIC X(01).
       01  W-AL-FROM          PIC X(12).
       01  W-AL-TEXT          PIC X(80).
       01  W-AL-ACK           PIC X(20).
       01  W-AL-DUTY          PIC X(16).
      *    既知障害の一致（M|PROGRAM|CASE-ID|既知障害番号|回避策）
       01  W-KM-CNT           PIC 9(03)          VALUE 0.
       01  W-KM-SUB           PIC 9(03).
       01  W-KM-TBL.
           05  W-KM           OCCURS 300.
               10  W-KM-PROG  PIC X(20).
               10  W-KM-CASE  PIC X(44).
               10  W-KM-ID    PIC X(10).
               10  W-KM-WORK  PIC X(80).
       01  W-KM-TAG           PIC X(01).
      *    正常完了行の控え（ジョブごと１行）
       01  W-OK-CNT           PIC 9(01)          VALUE 0.
       01  W-OK-TBL.
           05  W-OK           OCCURS 7.
               10  W-OK-LINE  PIC X(120).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
            DISPLAY "TEST START (OPS-BULL)".
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            PERFORM P-050.
            PERFORM P-100 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-JOB-CNT.
            PERFORM P-300.
            GOBACK
            .
      *
      *   既知障害の一致を表へロードする。無ければ添え行を出さない。
       P-050.
            OPEN INPUT KEM-FILE.
            IF W-KEM-FS = "00"
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ KEM-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF KM-REC(1:2) = "M|" AND W-KM-CNT < 300
                              ADD 1 TO W-KM-CNT
                              UNSTRING KM-REC DELIMITED BY "|"
                                  INTO W-KM-TAG
                                       W-KM-PROG(W-KM-CNT)
                                       W-KM-CASE(W-KM-CNT)
                                       W-KM-ID  (W-KM-CNT)
                                       W-KM-WORK(W-KM-CNT)
                              END-UNSTRING
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE KEM-FILE
            END-IF.
            .
      *
      *   ケース1．取りまとめ対象１本の走査。例外行を控え、正常完了
      *            は件数だけの１行にする。OPEN／READ／CLOSEだけが
      *            対象ごとに分かれ（P-150）、判定は共通（P-110）。
               MOVE W-LINE-WK TO W-OK-LINE(W-OK-CNT)
            ELSE
               PERFORM P-160
               IF W-SUB = 6
                  PERFORM P-170
               END-IF
               ADD 1 TO W-OK-CNT
               MOVE SPACE TO W-LINE-WK
               IF W-EXC-CNT = 0
                WHEN 3 OPEN INPUT OCC-FILE
                WHEN 4 OPEN INPUT FRM-FILE
                WHEN 5 OPEN INPUT CAL-FILE
                WHEN 6 OPEN INPUT HND-FILE
                WHEN 7 OPEN INPUT ALT-FILE
            END-EVALUATE.
            .
      *
                             NOT AT END MOVE CL-REC TO SR-REC
                                        PERFORM P-110
                        END-READ
                   WHEN 6
                        READ HND-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE HN-REC TO SR-REC
                                        PERFORM P-110
                        END-READ
                   WHEN 7
                        READ ALT-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE AL-REC TO SR-REC
                                        PERFORM P-110
                        END-READ
               END-EVALUATE
            END-PERFORM.
            EVALUATE W-SUB
                WHEN 3 CLOSE OCC-FILE
                WHEN 4 CLOSE FRM-FILE
                WHEN 5 CLOSE CAL-FILE
                WHEN 6 CLOSE HND-FILE
                WHEN 7 CLOSE ALT-FILE
            END-EVALUATE.
            .
      *
                     IF SR-REC(1:3) = "REJ"
                        MOVE "Y" TO W-EXC-SW
                     END-IF
                WHEN 6
      *              HANDOVR：項目（I行）を控え、確認（A行）で消す。
      *              例外になるかは全行を読んでから（P-170）
                     PERFORM P-120
                WHEN 7
      *              OPALERT：確認印がYでない警報。持ち主（当番）を
      *              先に出す形へ組み替えて控える
                     IF SR-REC(1:1) NOT = "#"
                        AND SR-REC NOT = SPACE
                        PERFORM P-130
                     END-IF
            END-EVALUATE.
            IF W-EXC-SW = "Y" AND W-EX-CNT < 100
               ADD 1 TO W-EX-CNT
                      DELIMITED BY SIZE INTO W-LINE-WK
               END-STRING
               MOVE W-LINE-WK TO W-EX-LINE(W-EX-CNT)
               IF W-SUB = 1
                  PERFORM P-140
               END-IF
            END-IF.
            .
      *
      *   回帰のNG行が既知障害に一致していれば、既知障害番号と回避策
      *   の添え行を例外行の直後に控える。
       P-140.
            PERFORM VARYING W-KM-SUB FROM 1 BY 1
                    UNTIL W-KM-SUB > W-KM-CNT
               IF W-KM-PROG(W-KM-SUB) = W-F1
                  AND W-KM-CASE(W-KM-SUB) = W-F2
                  AND W-EX-CNT < 100
                  ADD 1 TO W-EX-CNT
                  MOVE SPACE TO W-LINE-WK
                  STRING "      KNOWN ERROR "  DELIMITED BY SIZE
                         W-KM-ID(W-KM-SUB)     DELIMITED BY SPACE
                         ": "                  DELIMITED BY SIZE
                         W-KM-WORK(W-KM-SUB)   DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  MOVE W-LINE-WK TO W-EX-LINE(W-EX-CNT)
                  MOVE W-KM-CNT TO W-KM-SUB
               END-IF
            END-PERFORM.
            .
      *
      *   引き継ぎ台帳１行。キーは引継ＩＤ＋通番。台帳は追記だけ
      *   なので、H行が来たら表を空けて最新の引継の項目だけを残す
      *   （HND-OVERのACKが既定で確認できるのも最新の引継だけ）。
       P-120.
            MOVE SPACE TO W-HO-F1 W-HO-F2 W-HO-F3.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-HO-F1 W-HO-F2 W-HO-F3
            END-UNSTRING.
            STRING W-HO-F2 "|" W-HO-F3
                   DELIMITED BY SIZE INTO W-HO-KEY-WK
            END-STRING.
            EVALUATE W-HO-F1
                WHEN "H"
                     MOVE 0 TO W-HO-CNT
                WHEN "I"
                     IF W-HO-CNT < 300
                        ADD 1 TO W-HO-CNT
                        MOVE W-HO-KEY-WK   TO W-HO-KEY (W-HO-CNT)
                        MOVE SR-REC(3:100) TO W-HO-LINE(W-HO-CNT)
                        MOVE "N"           TO W-HO-ACK (W-HO-CNT)
                     ELSE
                        DISPLAY "OPS-BULL: HANDOVR ITEMS OVER 300, "
                                "SKIPPED " W-HO-KEY-WK
                     END-IF
                WHEN "A"
                     PERFORM VARYING W-HO-SUB FROM 1 BY 1
                             UNTIL W-HO-SUB > W-HO-CNT
                        IF W-HO-KEY(W-HO-SUB) = W-HO-KEY-WK
                           MOVE "Y" TO W-HO-ACK(W-HO-SUB)
                        END-IF
                     END-PERFORM
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   警報１行。未確認なら「時刻 重大度 ＩＤ OWNER=当番 本文」
      *   にして例外の印を立てる（当番の無い古い行は OWNER=-）。
       P-130.
            MOVE SPACE TO W-AL-WHEN W-AL-ID W-AL-SEV W-AL-FROM
                          W-AL-TEXT W-AL-ACK W-AL-DUTY.
            UNSTRING SR-REC DELIMITED BY "|"
                INTO W-AL-WHEN W-AL-ID W-AL-SEV W-AL-FROM
                     W-AL-TEXT W-AL-ACK W-AL-DUTY
            END-UNSTRING.
            IF W-AL-ACK(1:1) NOT = "Y"
               IF W-AL-DUTY = SPACE
                  MOVE "-" TO W-AL-DUTY
               END-IF
               MOVE SPACE TO SR-REC
               STRING W-AL-WHEN        DELIMITED BY SPACE
                      " "              DELIMITED BY SIZE
                      W-AL-SEV         DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      W-AL-ID          DELIMITED BY SPACE
                      " OWNER="        DELIMITED BY SIZE
                      W-AL-DUTY        DELIMITED BY SPACE
                      " "              DELIMITED BY SIZE
                      W-AL-TEXT        DELIMITED BY "  "
                      INTO SR-REC
               END-STRING
               MOVE "Y" TO W-EXC-SW
            END-IF.
            .
      *
      *   受け取り確認の無い引き継ぎ項目を例外として控える。
       P-170.
            PERFORM VARYING W-HO-SUB FROM 1 BY 1
                    UNTIL W-HO-SUB > W-HO-CNT
               IF W-HO-ACK(W-HO-SUB) = "N" AND W-EX-CNT < 100
                  ADD 1 TO W-EX-CNT
                  ADD 1 TO W-EXC-CNT
                  ADD 1 TO W-TOT-EXC
                  MOVE SPACE TO W-LINE-WK
                  STRING "  [" W-JB-NAME(W-SUB) "] UNACKED "
                         W-HO-LINE(W-HO-SUB)
                         DELIMITED BY SIZE INTO W-LINE-WK
                  END-STRING
                  MOVE W-LINE-WK TO W-EX-LINE(W-EX-CNT)
               END-IF
            END-PERFORM.
            .
      *
      *   ケース2．速報の印字。例外を先に、正常完了を後に。
       P-300.
            OPEN OUTPUT BUL-OU.
