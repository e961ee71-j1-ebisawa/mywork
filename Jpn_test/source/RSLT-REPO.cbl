      *                      読み、環境変数RUN_STAMPの実行時刻を付けて
      *                      RSLTREPOへ書き足す。初回はファイルを新規に
      *                      作る。回帰ドライバの連結ステップから呼ばれ
      *                      る。カレントにCASEMETAがあれば、廃止した
      *                      ケース（状態RETIRED。CASE-IDが"*"の行は
      *                      プログラム全体）の結果は積まない（履歴は
      *                      消さずに凍結する）。
      *                      各行にはサイトコード（RSLT_SITE。未指定
      *                      ならSITEMSTの本拠地行）を実行時刻の前置
      *                      として付ける。本拠地以外のサイトの行には
      *                      他サイト印を付け、当方の判定を使う処理
      *                      （ゲート・エスカレーション等）は読み飛ばす。
      *                      SITEMSTがあるのに登録の無いサイトは
      *                      積まない（RETURN-CODE 8）。
      *                    未指定／INQ：環境変数RSLT_INQ_PROG（必須）と
      *                      RSLT_INQ_CASE（省略可）で指定したキーの
      *                      判定履歴を実行時刻順にDISPLAYする。
           SELECT PRG-FILE   ASSIGN TO "PERDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PRG-FS.
           SELECT MET-FILE   ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MET-FS.
           SELECT SIT-FILE   ASSIGN TO "SITEMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SIT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       01  RSLT-REC           PIC X(200).
       FD  PRG-FILE.
       01  PRG-REC            PIC X(80).
       FD  MET-FILE.
       01  MET-REC            PIC X(160).
       FD  SIT-FILE.
       01  SIT-REC            PIC X(160).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
               05  R-STAMP    PIC X(15).
           03  R-RSLT         PIC X(02).
           03  R-DETAIL       PIC X(60).
      *    サイト（実行時刻の前置）と他サイト印（X＝他サイトから
      *    集約した行。空白＝本拠地の行）
           03  R-SITE         PIC X(04).
           03  R-ORIGIN       PIC X(01).
      *    KEYIO-1への受け渡し域（キーは先頭６７バイト）
       01  W-KIO-OP           PIC X(02).
       01  W-KIO-FID          PIC X(01)          VALUE "R".
       01  W-KIO-REC          PIC X(250).
       01  W-KIO-KOFF         PIC 9(03)          VALUE 1.
       01  W-KIO-KLEN         PIC 9(03)          VALUE 67.
       01  W-KIO-RLEN         PIC 9(03)          VALUE 134.
       01  W-REPO-FS          PIC X(02).
       01  W-RSLT-FS          PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-STAMP            PIC X(15).
       01  W-INQ-PROG         PIC X(12).
       01  W-INQ-CASE         PIC X(40).
       01  W-INQ-SITE         PIC X(04).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-LOAD-CNT         PIC 9(05)          VALUE 0.
       01  W-WK-CASE          PIC X(40).
       01  W-WK-RSLT          PIC X(02).
       01  W-WK-DETAIL        PIC X(60).
      *    廃止したケース（CASEMETAの状態RETIRED）の表
       01  W-MET-FS           PIC X(02).
       01  W-FRZ-CNT          PIC 9(05)          VALUE 0.
       01  W-RET-SW           PIC X.
           88  W-RET                             VALUE "Y".
       01  W-RET-CNT          PIC 9(03)          VALUE 0.
       01  W-RET-TBL.
           05  W-RT           OCCURS 300.
               10  W-RT-PROG  PIC X(12).
               10  W-RT-CASE  PIC X(40).
       01  W-SUB              PIC 9(03).
       01  W-FLD              PIC X(40).
       01  W-FLD7             PIC X(40).
      *    サイトマスタ（SITEMST）の照合
       01  W-SIT-FS           PIC X(02).
       01  W-SITE             PIC X(04).
       01  W-HOME-SITE        PIC X(04)          VALUE SPACE.
       01  W-SIT-CNT          PIC 9(03)          VALUE 0.
       01  W-SIT-SW           PIC X              VALUE "N".
           88  W-SIT-FOUND                       VALUE "Y".
       01  W-SM-SITE          PIC X(04).
       01  W-SM-HOME          PIC X(01).
       01  W-SITE-STAMP       PIC X(20).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
                       W-STAMP
               PERFORM P-160
            END-IF.
            PERFORM P-170.
            PERFORM P-180.
            IF W-SIT-CNT > 0 AND NOT W-SIT-FOUND
               DISPLAY "RSLT-REPO REFUSED: SITE " W-SITE
                       " IS NOT IN SITEMST"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE "OI" TO W-KIO-OP.
            PERFORM P-900.
            IF W-REPO-FS = "35"
               MOVE "CL" TO W-KIO-OP
               PERFORM P-900
               DISPLAY "REPO-LOAD=" W-LOAD-CNT " DUP=" W-DUP-CNT
                       " FROZEN=" W-FRZ-CNT " SITE=" W-SITE
            END-IF.
            .
       P-110.
            UNSTRING RSLT-REC DELIMITED BY "|"
                INTO W-WK-PROG W-WK-CASE W-WK-RSLT W-WK-DETAIL
            END-UNSTRING.
            MOVE "N" TO W-RET-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RET-CNT OR W-RET
               IF W-RT-PROG(W-SUB) = W-WK-PROG
                  AND (W-RT-CASE(W-SUB) = "*"
                       OR W-RT-CASE(W-SUB) = W-WK-CASE)
                  MOVE "Y" TO W-RET-SW
               END-IF
            END-PERFORM.
            IF W-RET
               ADD 1 TO W-FRZ-CNT
            ELSE
               PERFORM P-120
            END-IF.
            .
       P-120.
            MOVE W-WK-PROG   TO R-PROG.
            MOVE W-WK-CASE   TO R-CASE.
            MOVE W-STAMP     TO R-STAMP.
            MOVE W-WK-RSLT   TO R-RSLT.
            MOVE W-WK-DETAIL TO R-DETAIL.
            MOVE W-SITE      TO R-SITE.
            IF W-SITE NOT = W-HOME-SITE
               MOVE "X" TO R-ORIGIN
            ELSE
               MOVE SPACE TO R-ORIGIN
            END-IF.
            MOVE "WR" TO W-KIO-OP.
            PERFORM P-900.
            IF W-REPO-FS = "00"
            END-IF.
            .
      *
      *   廃止したケースの表。CASEMETAの７欄目がRETIREDの行を拾う
      *   （CASEMETAが無ければ表は空で、すべて積む）。
       P-170.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MET-FILE.
            IF W-MET-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MET-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-171
                  END-READ
               END-PERFORM
               CLOSE MET-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-171.
            IF MET-REC(1:1) NOT = "#" AND MET-REC NOT = SPACE
               AND W-RET-CNT < 300
               MOVE SPACE TO W-WK-PROG W-WK-CASE W-FLD7
               UNSTRING MET-REC DELIMITED BY "|"
                   INTO W-WK-PROG W-WK-CASE W-FLD W-FLD W-FLD W-FLD
                        W-FLD7
               END-UNSTRING
               IF W-FLD7 = "RETIRED"
                  ADD 1 TO W-RET-CNT
                  MOVE W-WK-PROG TO W-RT-PROG(W-RET-CNT)
                  MOVE W-WK-CASE TO W-RT-CASE(W-RET-CNT)
               END-IF
            END-IF.
            .
      *
      *   積み込むサイトの決定。SITEMSTの本拠地行（５欄目Y）を拾い、
      *   RSLT_SITEが空なら本拠地とする。RSLT_SITEの登録も確かめる
      *   （SITEMSTが無ければ照合せず、指定のまま積む）。
       P-180.
            DISPLAY "RSLT_SITE" UPON ENVIRONMENT-NAME.
            ACCEPT W-SITE       FROM ENVIRONMENT-VALUE.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SIT-FILE.
            IF W-SIT-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SIT-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-181
                  END-READ
               END-PERFORM
               CLOSE SIT-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            IF W-SITE = SPACE
               MOVE W-HOME-SITE TO W-SITE
               IF W-SIT-CNT > 0
                  MOVE "Y" TO W-SIT-SW
               END-IF
            END-IF.
            .
       P-181.
            IF SIT-REC(1:1) NOT = "#" AND SIT-REC NOT = SPACE
               MOVE SPACE TO W-SM-SITE W-SM-HOME
               UNSTRING SIT-REC DELIMITED BY "|"
                   INTO W-SM-SITE W-FLD W-FLD W-FLD W-SM-HOME
               END-UNSTRING
               ADD 1 TO W-SIT-CNT
               IF W-SM-HOME = "Y"
                  MOVE W-SM-SITE TO W-HOME-SITE
               END-IF
               IF W-SM-SITE = W-SITE
                  MOVE "Y" TO W-SIT-SW
               END-IF
            END-IF.
            .
      *
      *   ケース2．照会。RSLT_INQ_PROG（と任意のRSLT_INQ_CASE）で
      *            位置づけ、キーが一致する間READ NEXTして判定履歴を
      *            実行時刻順にDISPLAYする。サイトコード導入前に
      *            積んだ行（サイト欄が空白）はSITEMSTの本拠地で
      *            表示し、本拠地も無ければサイトを付けない。
       P-200.
            DISPLAY "RSLT_INQ_PROG" UPON ENVIRONMENT-NAME.
            ACCEPT W-INQ-PROG       FROM ENVIRONMENT-VALUE.
            IF W-INQ-PROG = SPACE
               DISPLAY "RSLT-REPO INQ NG: RSLT_INQ_PROG NOT SET"
            ELSE
               PERFORM P-180
               MOVE "OP" TO W-KIO-OP
               PERFORM P-900
               IF W-REPO-FS NOT = "00"
                  MOVE "Y" TO W-EOF-SW
               ELSE
                  ADD 1 TO W-HIT-CNT
                  MOVE R-SITE TO W-INQ-SITE
                  IF W-INQ-SITE = SPACE
                     MOVE W-HOME-SITE TO W-INQ-SITE
                  END-IF
                  MOVE SPACE TO W-SITE-STAMP
                  IF W-INQ-SITE = SPACE
                     MOVE R-STAMP TO W-SITE-STAMP
                  ELSE
                     STRING W-INQ-SITE DELIMITED BY SPACE
                            ":" R-STAMP DELIMITED BY SIZE
                            INTO W-SITE-STAMP
                     END-STRING
                  END-IF
                  DISPLAY W-SITE-STAMP " " R-PROG " " R-CASE
                          " " R-RSLT
               END-IF
            END-IF.
            .
      *   KEYIO-1の呼び出し共通部。レコード像を往復させ、状態値を
      *   W-REPO-FSへ写す。
       P-900.
            MOVE R-REC TO W-KIO-REC(1:134).
            CALL "KEYIO-1" USING W-KIO-OP W-KIO-FID W-KIO-REC
                                 W-KIO-KOFF W-KIO-KLEN
                                 W-KIO-RLEN W-REPO-FS
                    MOVE "30" TO W-REPO-FS
            END-CALL.
            IF W-REPO-FS = "00"
               MOVE W-KIO-REC(1:134) TO R-REC
            END-IF.
            .
