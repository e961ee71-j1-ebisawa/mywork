      *                      ＯＫだったケースの生きたインシデントは
      *                      連続OK数を進め、２回連続でCLOSEDに
      *                      する。ＮＧは連続OK数を振り出しに戻す。
      *                      廃止したケース（CASEMETAの状態RETIRED。
      *                      プログラム単位の"*"を含む）のＮＧでは
      *                      起票しない。
      *                    UPDATE：持ち主の状態更新。INCDTX
      *                      （PROG|CASE|状態|備考|新しい持ち主。
      *                      状態はOPEN／ANALYZING／FIXED／VERIFYING。
      *                      備考（理由）を添えればCLOSEDも受け付け、
      *                      クローズ日を当日にする（ケースの廃止
      *                      CASE-RETが理由RETIREDで付ける）。
      *                      新しい持ち主は省略可で、異動時の引き継ぎ
      *                      （STAFF-MNTのDEPART）が付ける）を当てる。
      *                    未指定／LIST：生きたインシデントの一覧。
      *                  月次報告（QRPT-MON）はこの台帳から
      *                  オープン件数とクローズまでの日数を拾う。
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(20).
               10  W-MT-STS   PIC X(08).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-FND              PIC 9(03).
       01  W-WAIVED-SW        PIC X.
           88  W-WAIVED                          VALUE "Y".
       01  W-RETIRED-SW       PIC X.
           88  W-RETIRED                         VALUE "Y".
       01  W-OPENED-CNT       PIC 9(03)          VALUE 0.
       01  W-RETSKIP-CNT      PIC 9(03)          VALUE 0.
       01  W-CLOSED-CNT       PIC 9(03)          VALUE 0.
       01  W-UPD-CNT          PIC 9(03)          VALUE 0.
       01  W-LIVE-CNT         PIC 9(03)          VALUE 0.
                     PERFORM P-600
                     DISPLAY "OPENED=" W-OPENED-CNT
                             " AUTO-CLOSED=" W-CLOSED-CNT
                             " RETIRED-SKIPPED=" W-RETSKIP-CNT
                WHEN "UPDATE"
                     PERFORM P-400
                     PERFORM P-600
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-META-CNT < 500
               ADD 1 TO W-META-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG(W-META-CNT)
               MOVE W-F2 TO W-MT-CASE(W-META-CNT)
               MOVE W-F3 TO W-MT-OWNER(W-META-CNT)
               MOVE W-F7 TO W-MT-STS(W-META-CNT)
            END-IF.
            .
      *
                  MOVE "Y" TO W-WAIVED-SW
               END-IF
            END-PERFORM.
            MOVE "N" TO W-RETIRED-SW.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-META-CNT OR W-RETIRED
               IF W-MT-PROG(W-SUB2) = W-F1(1:12)
                  AND (W-MT-CASE(W-SUB2) = "*"
                       OR W-MT-CASE(W-SUB2) = W-F2)
                  AND W-MT-STS(W-SUB2) = "RETIRED"
                  MOVE "Y" TO W-RETIRED-SW
               END-IF
            END-PERFORM.
            IF W-RETIRED AND W-FND = 0
               ADD 1 TO W-RETSKIP-CNT
            END-IF.
            IF W-WAIVED OR W-RETIRED
               CONTINUE
            ELSE
               IF W-FND > 0
            IF TX-REC(1:1) = "#" OR TX-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING TX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-F3 NOT = "OPEN" AND W-F3 NOT = "ANALYZING"
                  AND W-F3 NOT = "FIXED"
                  AND W-F3 NOT = "VERIFYING"
                  AND (W-F3 NOT = "CLOSED" OR W-F4 = SPACE)
                  DISPLAY "INCD-REG REJ TX: BAD STATUS " W-F3(1:10)
               ELSE
                  MOVE 0 TO W-FND
                     IF W-F4 NOT = SPACE
                        MOVE W-F4 TO W-IC-NOTE(W-FND)
                     END-IF
                     IF W-F5 NOT = SPACE
                        MOVE W-F5 TO W-IC-OWNER(W-FND)
                     END-IF
                     IF W-F3 = "CLOSED"
                        MOVE W-TODAY TO W-IC-CLOSE(W-FND)
                     END-IF
                  END-IF
               END-IF
            END-IF.
