      *    使用方法　　：REGRESSEDかDISAPPEAREDが１件でもあれば
      *                  RETURN-CODE 4。
      *    注意　　　　：RSLTREPOは鍵順の正本データ部を順読みする
      *                  （XREF-AUDと同じ扱い）。改名したケースの旧ID
      *                  の判定は、改名表CASEMAPで今のIDへ読み替えて
      *                  から突き合わせる（CASE-MAP-1。未結合なら
      *                  読み替えない）。改名をまたぐ比較がDISAPPEARED
      *                  とAPPEAREDに割れない。
      *  --------------------------------------------------------------
      *   対象：実行間の裏返り検出（新規）
      ******************************************************************
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  CMP-OU.
       01  CO-REC             PIC X(132).
      ******************************************************************
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REPO-FS          PIC X(02).
       01  W-MAP-STS          PIC X(01).
       01  W-FROM             PIC X(15).
       01  W-TO               PIC X(15).
       01  W-EOF-SW           PIC X              VALUE "N".
            PERFORM UNTIL W-EOF
               READ REPO-IN
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END  IF NOT RI-OTHER-SITE
                                   PERFORM P-110
                                END-IF
               END-READ
            END-PERFORM.
            CLOSE REPO-IN.
            IF RI-STAMP NOT = W-FROM AND RI-STAMP NOT = W-TO
               CONTINUE
            ELSE
               CALL "CASE-MAP-1" USING RI-PROG RI-CASE RI-STAMP
                                       W-MAP-STS
                   ON EXCEPTION
                       MOVE "9" TO W-MAP-STS
               END-CALL
               MOVE 0 TO W-FND
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-CS-CNT OR W-FND > 0
