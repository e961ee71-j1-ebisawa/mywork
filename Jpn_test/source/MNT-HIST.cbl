      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：QA99MNTのキー単位変更履歴照会
      *    処理概要　　：「この値はいつ誰が変えたのか」という監査の
      *                  問い合わせに、QA99JRNL・MNTUPLST・MNTREJを
      *                  手でgrepして答えていた。F-MNT-KEYひとつ（ま
      *                  たはキーの範囲）を受け、その生涯を
      *                    QA99JRNL：追加（WRT）・変更（REW）・削除
      *                              （DEL）を記帳順（＝時刻順）に、
      *                              更新前像・更新後像・操作者・
      *                              実行識別つきで。はねられた試行
      *                              （REJ）も理由・試行像つきで。
      *                    MNTREJ　：そのキーへのはねられた試行の
      *                              修理キュー上の状態（PEND・DONE
      *                              など）と理由。
      *                    MNTUPLST：直近の実行（SIMULATEを含む）の
      *                              そのキーの適用・リジェクト行。
      *                  の順に一覧する。RUN-CONSLと同じ行モードの
      *                  対話（キー入力→一覧、Qで終了）で引け、
      *                  引いた内容はすべて監査提出用の印刷様式
      *                  MNTHISTへも残す。
      *    使用方法　　：QA99JRNL・MNTREJ・MNTUPLSTのある場所で実行
      *                  する。環境変数MNT_HIST_KEYを指定すると対話
      *                  せずにそのキー（MNT_HIST_KEY_TOを添えれば
      *                  その範囲）を１回だけ引く（バッチ・監査提出
      *                  用）。未指定なら
      *                    KEY (key [to-key] / Q):
      *                  のプロンプトで繰り返し引く。
      *                  該当が１件も無ければRETURN-CODE＝8、３つの
      *                  入力がどれも無ければ12。
      *    注意　　　　：操作者・実行識別・REJ行はMNT-UPDTが記帳を
      *                  始めてからの分だけで、それ以前の記帳は
      *                  操作者「-」・実行識別（UNRECORDED）と出る。
      *  --------------------------------------------------------------
      *   対象：キー単位の監査照会（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           MNT-HIST.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-27.
       DATE-COMPILED.        2026-09-27.
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
           SELECT JRN-IN     ASSIGN TO "QA99JRNL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-JRN-FS.
           SELECT REJ-IN     ASSIGN TO "MNTREJ"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REJ-FS.
           SELECT LST-IN     ASSIGN TO "MNTUPLST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LST-FS.
           SELECT RPT-FILE   ASSIGN TO "MNTHIST"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  JRN-IN.
       01  JR-REC             PIC X(320).
       FD  REJ-IN.
       01  RJ-REC             PIC X(250).
       FD  LST-IN.
       01  LS-REC             PIC X(160).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-JRN-FS           PIC X(02).
       01  W-REJ-FS           PIC X(02).
       01  W-LST-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
      *    照会キー（範囲。単一キーは両端が同じ）と行モードの入力
       01  W-K-FROM           PIC X(20)          VALUE SPACE.
       01  W-K-TO             PIC X(20)          VALUE SPACE.
       01  W-KEY              PIC X(20).
       01  W-CMD              PIC X(60)          VALUE SPACE.
       01  W-BATCH-SW         PIC X              VALUE "N".
           88  W-BATCH                           VALUE "Y".
      *    ジャーナル１行の分解域
       01  W-JR-WHEN          PIC X(15).
       01  W-JR-SEQ           PIC X(05).
       01  W-JR-OP            PIC X(03).
       01  W-JR-BEF           PIC X(120).
       01  W-JR-AFT           PIC X(120).
       01  W-JR-OPER          PIC X(16).
       01  W-JR-RUN           PIC X(15).
       01  W-JR-RSN           PIC X(08).
      *    MNTREJ１行の分解域（状態|ジョブ|理由|区分|キー|新値）
       01  W-RJ-STAT          PIC X(08).
       01  W-RJ-JOB           PIC X(10).
       01  W-RJ-RSN           PIC X(08).
       01  W-RJ-KBN           PIC X(06).
       01  W-RJ-KEY           PIC X(20).
       01  W-RJ-NEW           PIC X(40).
      *    MNTUPLSTの実行識別行
       01  W-LR-RUN           PIC X(15).
       01  W-LR-OPER          PIC X(16).
       01  W-LR-MODE          PIC X(08).
      *    照会ごとの件数と通算
       01  W-ADD-CNT          PIC 9(05).
       01  W-CHG-CNT          PIC 9(05).
       01  W-DEL-CNT          PIC 9(05).
       01  W-RJJ-CNT          PIC 9(05).
       01  W-QUE-CNT          PIC 9(05).
       01  W-LST-CNT          PIC 9(05).
       01  W-HIT-CNT          PIC 9(05).
       01  W-HIT-TOTAL        PIC 9(05)          VALUE 0.
       01  W-INQ-CNT          PIC 9(05)          VALUE 0.
       01  W-SRC-CNT          PIC 9(01)          VALUE 0.
      *    印刷行（画面へも同じ行を出す）
       01  W-LINE             PIC X(132).
       01  W-H1.
           05  FILLER         PIC X(40)
               VALUE "MNT-HIST  QA99MNT KEY CHANGE HISTORY   ".
           05  FILLER         PIC X(06)          VALUE "DATE: ".
           05  W-H1-DATE      PIC X(08).
           05  FILLER         PIC X(78)          VALUE SPACE.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (MNT-HIST)".
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            MOVE W-TODAY TO W-H1-DATE.
            OPEN OUTPUT RPT-FILE.
            MOVE W-H1 TO W-LINE.
            PERFORM P-900.
            DISPLAY "MNT_HIST_KEY" UPON ENVIRONMENT-NAME.
            ACCEPT W-K-FROM FROM ENVIRONMENT-VALUE.
            IF W-K-FROM NOT = SPACE
               MOVE "Y" TO W-BATCH-SW
               DISPLAY "MNT_HIST_KEY_TO" UPON ENVIRONMENT-NAME
               ACCEPT W-K-TO FROM ENVIRONMENT-VALUE
               IF W-K-TO = SPACE
                  MOVE W-K-FROM TO W-K-TO
               END-IF
               PERFORM P-100
            ELSE
               PERFORM UNTIL W-CMD = "Q" OR W-CMD = "q"
                  DISPLAY "KEY (key [to-key] / Q): "
                  MOVE SPACE TO W-CMD
                  ACCEPT W-CMD
                  PERFORM P-050
               END-PERFORM
            END-IF.
            CLOSE RPT-FILE.
            IF W-SRC-CNT = 0 AND W-INQ-CNT > 0
               MOVE 12 TO RETURN-CODE
            ELSE
               IF W-HIT-TOTAL = 0
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "INQUIRIES=" W-INQ-CNT " HITS=" W-HIT-TOTAL.
            DISPLAY "TEST END   (MNT-HIST)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．行モードの入力１行を解釈する。Ｑで終了、空行は
      *            読み捨て、それ以外は「キー［空白 終端キー］」。
      *            入力の途中で端末が閉じても（空行が続く）回り続け
      *            ないよう、入力終わりはＱとみなす。
       P-050.
            IF W-CMD = SPACE
               MOVE "Q" TO W-CMD
            ELSE
               IF W-CMD NOT = "Q" AND W-CMD NOT = "q"
                  MOVE SPACE TO W-K-FROM W-K-TO
                  UNSTRING W-CMD DELIMITED BY ALL " "
                      INTO W-K-FROM W-K-TO
                  END-UNSTRING
                  IF W-K-TO = SPACE
                     MOVE W-K-FROM TO W-K-TO
                  END-IF
                  PERFORM P-100
               END-IF
            END-IF.
            .
      *
      *   ケース2．照会１回分。見出し、ジャーナル、修理キュー、
      *            直近の実行の順に出し、件数でしめる。
       P-100.
            ADD 1 TO W-INQ-CNT.
            MOVE 0 TO W-ADD-CNT W-CHG-CNT W-DEL-CNT W-RJJ-CNT
                      W-QUE-CNT W-LST-CNT W-SRC-CNT.
            MOVE SPACE TO W-LINE.
            PERFORM P-900.
            MOVE SPACE TO W-LINE.
            IF W-K-FROM = W-K-TO
               STRING "KEY: " W-K-FROM
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            ELSE
               STRING "KEY RANGE: " W-K-FROM " - " W-K-TO
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            END-IF.
            PERFORM P-900.
            PERFORM P-200.
            PERFORM P-300.
            PERFORM P-400.
            COMPUTE W-HIT-CNT = W-ADD-CNT + W-CHG-CNT + W-DEL-CNT
                              + W-RJJ-CNT + W-QUE-CNT + W-LST-CNT.
            ADD W-HIT-CNT TO W-HIT-TOTAL.
            MOVE SPACE TO W-LINE.
            STRING "  TOTAL  ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                   " DEL=" W-DEL-CNT " REJ=" W-RJJ-CNT
                   " QUEUE=" W-QUE-CNT " LASTRUN=" W-LST-CNT
                   DELIMITED BY SIZE INTO W-LINE
            END-STRING.
            PERFORM P-900.
            IF W-HIT-CNT = 0
               MOVE "  ** NO HISTORY FOR THIS KEY **" TO W-LINE
               PERFORM P-900
            END-IF.
            .
      *
      *   ケース3．ジャーナルQA99JRNL。追記専用なので読んだ順が
      *            時刻順。キーはWRT・REW・REJは更新後像、DELは
      *            更新前像の５バイト目から２０バイト（MNT-RBLDと
      *            同じ）。
       P-200.
            MOVE "  -- JOURNAL (QA99JRNL) --" TO W-LINE.
            PERFORM P-900.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT JRN-IN.
            IF W-JRN-FS NOT = "00"
               MOVE "  (NO QA99JRNL)" TO W-LINE
               PERFORM P-900
            ELSE
               ADD 1 TO W-SRC-CNT
               PERFORM UNTIL W-EOF
                  READ JRN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE JRN-IN
            END-IF.
            .
       P-210.
            MOVE SPACE TO W-JR-WHEN W-JR-SEQ W-JR-OP W-JR-BEF
                          W-JR-AFT W-JR-OPER W-JR-RUN W-JR-RSN.
            UNSTRING JR-REC DELIMITED BY "|"
                INTO W-JR-WHEN W-JR-SEQ W-JR-OP W-JR-BEF
                     W-JR-AFT W-JR-OPER W-JR-RUN W-JR-RSN
            END-UNSTRING.
            IF W-JR-OP = "DEL"
               MOVE W-JR-BEF(5:20) TO W-KEY
            ELSE
               MOVE W-JR-AFT(5:20) TO W-KEY
            END-IF.
            IF W-KEY >= W-K-FROM AND W-KEY <= W-K-TO
               PERFORM P-220
            END-IF.
            .
      *
      *   記帳１件の印刷（見出し行＋更新前像＋更新後像）。
       P-220.
            EVALUATE W-JR-OP
                WHEN "WRT"  ADD 1 TO W-ADD-CNT
                WHEN "REW"  ADD 1 TO W-CHG-CNT
                WHEN "DEL"  ADD 1 TO W-DEL-CNT
                WHEN "REJ"  ADD 1 TO W-RJJ-CNT
                WHEN OTHER  CONTINUE
            END-EVALUATE.
            IF W-JR-OPER = SPACE
               MOVE "-" TO W-JR-OPER
            END-IF.
            IF W-JR-RUN = SPACE
               MOVE "(UNRECORDED)" TO W-JR-RUN
            END-IF.
            MOVE SPACE TO W-LINE.
            STRING "  " W-JR-WHEN " SEQ=" W-JR-SEQ " " W-JR-OP
                   "  KEY=" W-KEY " OPER=" W-JR-OPER
                   " RUN=" W-JR-RUN
                   DELIMITED BY SIZE INTO W-LINE
            END-STRING.
            IF W-JR-OP = "REJ"
               STRING " RSN=" W-JR-RSN
                      DELIMITED BY SIZE INTO W-LINE(100:33)
               END-STRING
            END-IF.
            PERFORM P-900.
            MOVE SPACE TO W-LINE.
            IF W-JR-BEF = SPACE
               MOVE "        BEFORE (NONE)" TO W-LINE
            ELSE
               STRING "        BEFORE " W-JR-BEF(1:104)
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
            END-IF.
            PERFORM P-900.
            MOVE SPACE TO W-LINE.
            EVALUATE TRUE
                WHEN W-JR-OP = "DEL"
                     MOVE "        AFTER  (DELETED)" TO W-LINE
                WHEN W-JR-OP = "REJ"
                     STRING "        TRIED  " W-JR-AFT(1:104)
                            DELIMITED BY SIZE INTO W-LINE
                     END-STRING
                WHEN OTHER
                     STRING "        AFTER  " W-JR-AFT(1:104)
                            DELIMITED BY SIZE INTO W-LINE
                     END-STRING
            END-EVALUATE.
            PERFORM P-900.
            .
      *
      *   ケース4．標準リジェクトファイルMNTREJ（MNT-UPDT分）の
      *            そのキーの行。元レコードはMNTTXの「区分|キー|
      *            新値」。
       P-300.
            MOVE "  -- REPAIR QUEUE (MNTREJ) --" TO W-LINE.
            PERFORM P-900.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REJ-IN.
            IF W-REJ-FS NOT = "00"
               MOVE "  (NO MNTREJ)" TO W-LINE
               PERFORM P-900
            ELSE
               ADD 1 TO W-SRC-CNT
               PERFORM UNTIL W-EOF
                  READ REJ-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE REJ-IN
            END-IF.
            .
       P-310.
            MOVE SPACE TO W-RJ-STAT W-RJ-JOB W-RJ-RSN W-RJ-KBN
                          W-RJ-KEY W-RJ-NEW.
            UNSTRING RJ-REC DELIMITED BY "|"
                INTO W-RJ-STAT W-RJ-JOB W-RJ-RSN W-RJ-KBN
                     W-RJ-KEY W-RJ-NEW
            END-UNSTRING.
            IF W-RJ-JOB = "MNT-UPDT"
               AND W-RJ-KEY >= W-K-FROM AND W-RJ-KEY <= W-K-TO
               ADD 1 TO W-QUE-CNT
               MOVE SPACE TO W-LINE
               STRING "  " W-RJ-STAT " RSN=" W-RJ-RSN " "
                      W-RJ-KBN " KEY=" W-RJ-KEY " NEW=" W-RJ-NEW
                      DELIMITED BY SIZE INTO W-LINE
               END-STRING
               PERFORM P-900
            END-IF.
            .
      *
      *   ケース5．直近の実行の更新リストMNTUPLST。先頭の実行識別行
      *            （RUN=… OPER=…）とSIMULATE表示を拾い、APL・REJ行
      *            のうちキー（２３バイト目から２０バイト）が範囲に
      *            入るものを出す。
       P-400.
            MOVE "  -- LAST RUN (MNTUPLST) --" TO W-LINE.
            PERFORM P-900.
            MOVE "N" TO W-EOF-SW.
            MOVE "(UNRECORDED)" TO W-LR-RUN.
            MOVE "-"     TO W-LR-OPER.
            MOVE "APPLY" TO W-LR-MODE.
            OPEN INPUT LST-IN.
            IF W-LST-FS NOT = "00"
               MOVE "  (NO MNTUPLST)" TO W-LINE
               PERFORM P-900
            ELSE
               ADD 1 TO W-SRC-CNT
               PERFORM UNTIL W-EOF
                  READ LST-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-410
                  END-READ
               END-PERFORM
               CLOSE LST-IN
            END-IF.
            .
       P-410.
            EVALUATE TRUE
                WHEN LS-REC(1:4) = "RUN="
                     UNSTRING LS-REC(5:) DELIMITED BY " OPER="
                         INTO W-LR-RUN W-LR-OPER
                     END-UNSTRING
                WHEN LS-REC(1:11) = "** SIMULATE"
                     MOVE "SIMULATE" TO W-LR-MODE
                WHEN LS-REC(1:3) = "APL" OR LS-REC(1:3) = "REJ"
                     MOVE LS-REC(23:20) TO W-KEY
                     IF W-KEY >= W-K-FROM AND W-KEY <= W-K-TO
                        ADD 1 TO W-LST-CNT
                        MOVE SPACE TO W-LINE
                        STRING "  RUN=" W-LR-RUN " OPER=" W-LR-OPER
                               " " W-LR-MODE " " LS-REC(1:80)
                               DELIMITED BY SIZE INTO W-LINE
                        END-STRING
                        PERFORM P-900
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   １行を印刷様式MNTHISTへ書き、行モードの画面にも出す。
       P-900.
            WRITE RPT-REC FROM W-LINE.
            DISPLAY W-LINE(1:120).
            .
