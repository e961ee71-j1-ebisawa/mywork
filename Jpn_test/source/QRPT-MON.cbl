      *    使用方法　　：カレントにRSLTREPOを置き、QRPT_MONTHを設定
      *                  して実行する。
      *    注意　　　　：RSLTREPOは鍵順の正本データ部を順読みする
      *                  （XREF-AUDと同じ扱い）。改名したケースの旧ID
      *                  の判定は、改名表CASEMAPで今のIDへ読み替えて
      *                  同じケースとして数える（CASE-MAP-1。未結合
      *                  なら読み替えない）。
      *  --------------------------------------------------------------
      *   対象：月次品質報告の機械化（新規）
      ******************************************************************
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（他サイトから集約した行は読み飛ばす）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
       FD  INC-IN.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REPO-FS          PIC X(02).
       01  W-MAP-STS          PIC X(01).
       01  W-MONTH            PIC X(06).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  IF NOT RI-OTHER-SITE
                                      PERFORM P-110
                                   END-IF
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            IF RI-STAMP(1:6) NOT = W-MONTH
               CONTINUE
            ELSE
               CALL "CASE-MAP-1" USING RI-PROG RI-CASE RI-STAMP
                                       W-MAP-STS
                   ON EXCEPTION
                       MOVE "9" TO W-MAP-STS
               END-CALL
               PERFORM P-120
               PERFORM P-130
               PERFORM P-140
