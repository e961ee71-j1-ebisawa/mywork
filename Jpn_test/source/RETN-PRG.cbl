      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：運用ログ・台帳の保存期間管理と法的保全
      *    処理概要　　：結果履歴はarchive_history.shで畳み、マスタは
      *                  世代管理があるのに、PERMLOG・OPALERT・STREAMLG
      *                  ・FRAMELOG・DFLTLOG・PATCHJRN・QA99JRNL・MNTREJ
      *                  ・SPOOLDATは増える一方で、どれを消してよいのか
      *                  誰も知らなかった。保存期間の方針マスタRETNPOL
      *                  に従ってログを刈り込む。
      *                    RETNPOL：ファイル|保存期間|単位|処置|日付位置
      *                      単位　　M＝月数、D＝営業日数（BIZDATE-1
      *                              の機能Dで数える）
      *                      処置　　PURGE＝消す、ARCHIVE＝消す行を
      *                              「ファイル名ARC」へ追記してから
      *                              消す
      *                      日付位置　行の日付（YYYYMMDD）のありか
      *                              Fn＝「|」区切りの第ｎ項目の頭
      *                              Cn＝ｎ桁目から
      *                              SPOOL＝先頭５桁の帳票ＩＤで
      *                                SPOOLIDXの預け日を引く
      *                              SEEN＝行に日付を持たないログ。
      *                                初めてこの処理が見た日を行の
      *                                日付とする（見た行数の控えを
      *                                台帳RETNSEEN「ファイル|見た日|
      *                                そこまでの行数」に持つ）
      *                  法的保全の台帳LEGLHOLD（保全ＩＤ|ファイル又は
      *                  *|開始YYYYMMDD|終了YYYYMMDD|理由|状態）に
      *                  かかる行は、方針にかかわらず期限切れでも残し、
      *                  残した行をすべてRETNSPAR（保全ＩＤ|ファイル|
      *                  日付|行）へ報告する。開始・終了の空白は上限
      *                  下限なし、状態RELEASEDの保全は効かない。
      *                  日付の読めない行、営業日数を数えられない行
      *                  （BIZDATE-1の範囲外・未結合）も消さずに残す。
      *                  ファイルごとの消去件数と消した行の日付範囲を
      *                  消去証明RETNCERTに書く。
      *    使用方法　　：ログのある場所にRETNPOL・LEGLHOLD（・
      *                  SPOOLIDX・RETNSEEN・CALMST）を置いて実行する。
      *                  環境変数
      *                    RETN_MODE   PURGE＝刈り込む。未指定／
      *                                PREVIEW＝証明と保全報告だけ
      *                                書いて何も替えない
      *                    RETN_TODAY  基準日YYYYMMDD（未指定なら当日）
      *                    OPERATOR_ID PURGEのときPERM-CHK-1のAPPLYを
      *                                照会する
      *                  PURGEでは刈り込んだ新しい像を「ファイル名O」
      *                  （OPALERTO・MNTREJO・SPOOLDATOなど各保守の
      *                  置き替え像と同じ名付け）へ、見た行数の台帳を
      *                  RETNSEENOへ書く。置き替えはtools/
      *                  retention_purge.shが行う。
      *                  保全で残した行・日付の読めない行があれば
      *                  RETURN-CODE＝4、権限が無ければ8、RETNPOLが
      *                  無ければ12。
      *  --------------------------------------------------------------
      *   対象：運用ログの保存期間と法的保全（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RETN-PRG.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
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
           SELECT POL-IN     ASSIGN TO "RETNPOL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-POL-FS.
           SELECT HLD-IN     ASSIGN TO "LEGLHOLD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-HLD-FS.
           SELECT SPX-IN     ASSIGN TO "SPOOLIDX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SPX-FS.
           SELECT SEN-IN     ASSIGN TO "RETNSEEN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SEN-FS.
           SELECT SEN-OU     ASSIGN TO "RETNSEENO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRT-FILE   ASSIGN TO "RETNCERT"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPR-FILE   ASSIGN TO "RETNSPAR"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-IN     ASSIGN USING W-LOG-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LOG-FS.
           SELECT NEW-OU     ASSIGN USING W-NEW-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-NEW-FS.
           SELECT ARC-OU     ASSIGN USING W-ARC-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-ARC-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  POL-IN.
       01  PL-REC             PIC X(100).
       FD  HLD-IN.
       01  HD-REC             PIC X(200).
       FD  SPX-IN.
       01  SX-REC             PIC X(100).
       FD  SEN-IN.
       01  SN-REC             PIC X(60).
       FD  SEN-OU.
       01  SNO-REC            PIC X(60).
       FD  CRT-FILE.
       01  CRT-REC            PIC X(160).
       FD  SPR-FILE.
       01  SPR-REC            PIC X(250).
       FD  LOG-IN.
       01  LG-REC             PIC X(500).
       FD  NEW-OU.
       01  NW-REC             PIC X(500).
       FD  ARC-OU.
       01  AR-REC             PIC X(500).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-POL-FS           PIC X(02).
       01  W-HLD-FS           PIC X(02).
       01  W-SPX-FS           PIC X(02).
       01  W-SEN-FS           PIC X(02).
       01  W-LOG-FS           PIC X(02).
       01  W-NEW-FS           PIC X(02).
       01  W-ARC-FS           PIC X(02).
       01  W-LOG-NAME         PIC X(40).
       01  W-NEW-NAME         PIC X(40).
       01  W-ARC-NAME         PIC X(40).
       01  W-MODE             PIC X(10).
           88  W-PURGE                           VALUE "PURGE".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
      *    営業日サービス（BIZDATE-1）の受け渡し域
       01  W-BD-FUNC          PIC X(01).
       01  W-BD-D1            PIC X(08).
       01  W-BD-D2            PIC X(08).
       01  W-BD-RD            PIC X(08).
       01  W-BD-RN            PIC 9(04).
       01  W-BD-FY            PIC 9(04).
       01  W-BD-QTR           PIC 9(01).
       01  W-BD-STS           PIC X(01).
      *    方針マスタの表（最大30ファイル）
       01  W-POL-CNT          PIC 9(02)          VALUE 0.
       01  W-POL-TBL.
           05  W-PL           OCCURS 30.
               10  W-PL-FILE  PIC X(12).
               10  W-PL-KEEP  PIC 9(04).
               10  W-PL-UNIT  PIC X(01).
               10  W-PL-ACT   PIC X(08).
               10  W-PL-DPOS  PIC X(06).
      *    法的保全の表（最大50件）
       01  W-HLD-CNT          PIC 9(02)          VALUE 0.
       01  W-HLD-TBL.
           05  W-HD           OCCURS 50.
               10  W-HD-ID    PIC X(12).
               10  W-HD-FILE  PIC X(12).
               10  W-HD-FROM  PIC X(08).
               10  W-HD-TO    PIC X(08).
               10  W-HD-STS   PIC X(08).
      *    SPOOLIDXの帳票ＩＤと預け日（最大200世代）
       01  W-SPX-CNT          PIC 9(03)          VALUE 0.
       01  W-SPX-TBL.
           05  W-SX           OCCURS 200.
               10  W-SX-ID    PIC X(05).
               10  W-SX-DATE  PIC X(08).
      *    見た行数の台帳（最大300行。ファイル空白は消した控え）
       01  W-SEN-CNT          PIC 9(03)          VALUE 0.
       01  W-SEN-TBL.
           05  W-SN           OCCURS 300.
               10  W-SN-FILE  PIC X(12).
               10  W-SN-DATE  PIC X(08).
               10  W-SN-UPTO  PIC 9(07).
      *    処理中ファイルの見た行数の控え（旧・新、最大100件）
       01  W-OM-CNT           PIC 9(03).
       01  W-OM-TBL.
           05  W-OM           OCCURS 100.
               10  W-OM-DATE  PIC X(08).
               10  W-OM-UPTO  PIC 9(07).
       01  W-OM-IX            PIC 9(03).
       01  W-NM-CNT           PIC 9(03).
       01  W-NM-TBL.
           05  W-NM           OCCURS 100.
               10  W-NM-DATE  PIC X(08).
               10  W-NM-UPTO  PIC 9(07).
      *    行の分解・判定の作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-FLD              PIC X(40).
       01  W-FLD-NO           PIC 9(02).
       01  W-COL              PIC 9(03).
       01  W-N                PIC 9(02).
       01  W-PTR              PIC 9(03).
       01  W-SUB              PIC 9(03).
       01  W-SUB2             PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-P                PIC 9(02).
       01  W-REC-DATE         PIC X(08).
       01  W-CUTOFF           PIC X(08).
       01  W-CUT-Y            PIC 9(04).
       01  W-CUT-M            PIC 9(02).
       01  W-CUT-D            PIC 9(02).
       01  W-CUT-MONTHS       PIC 9(06).
       01  W-LAST-D1          PIC X(08).
       01  W-LAST-RN          PIC 9(04).
       01  W-LAST-STS         PIC X(01).
       01  W-JUDGE            PIC X(01).
           88  W-J-KEEP                          VALUE "K".
           88  W-J-GONE                          VALUE "G".
           88  W-J-HELD                          VALUE "H".
           88  W-J-UNDATED                       VALUE "U".
       01  W-HOLD-ID          PIC X(12).
      *    ファイルごとの件数と消した行の日付範囲
       01  W-READ-CNT         PIC 9(07).
       01  W-GONE-CNT         PIC 9(07).
       01  W-HELD-CNT         PIC 9(07).
       01  W-UNDT-CNT         PIC 9(07).
       01  W-KEPT-CNT         PIC 9(07).
       01  W-GONE-FROM        PIC X(08).
       01  W-GONE-TO          PIC X(08).
      *    全体の件数
       01  W-TOT-GONE         PIC 9(07)          VALUE 0.
       01  W-TOT-HELD         PIC 9(07)          VALUE 0.
       01  W-TOT-UNDT         PIC 9(07)          VALUE 0.
       01  W-FILE-CNT         PIC 9(02)          VALUE 0.
       01  W-LINE-WK          PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (RETN-PRG)".
            DISPLAY "RETN_MODE"   UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE         FROM ENVIRONMENT-VALUE.
            IF NOT W-PURGE
               MOVE "PREVIEW" TO W-MODE
            END-IF.
            DISPLAY "RETN_TODAY"  UPON ENVIRONMENT-NAME.
            ACCEPT W-TODAY        FROM ENVIRONMENT-VALUE.
            IF W-TODAY = SPACE OR W-TODAY NOT NUMERIC
               ACCEPT W-TODAY FROM DATE YYYYMMDD
            END-IF.
            ACCEPT W-NOW-TIME FROM TIME.
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            IF W-PURGE
               MOVE "RETN-PRG" TO W-PRM-PROG
               MOVE "APPLY"    TO W-PRM-MODE
               CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                       W-PRM-MODE W-PRM-STS
                   ON EXCEPTION
                       MOVE "9" TO W-PRM-STS
               END-CALL
               IF W-PRM-STS = "1"
                  DISPLAY "RETN-PRG: OPERATOR NOT AUTHORIZED TO"
                          " APPLY (SEE PERMLOG)"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            PERFORM P-100.
            IF W-POL-CNT = 0
               DISPLAY "RETN-PRG NG: NO RETNPOL (RETENTION POLICY)"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-120.
            PERFORM P-140.
            PERFORM P-160.
            OPEN OUTPUT CRT-FILE SPR-FILE.
            PERFORM P-180.
            PERFORM P-200 VARYING W-P FROM 1 BY 1
                    UNTIL W-P > W-POL-CNT.
            PERFORM P-190.
            CLOSE CRT-FILE SPR-FILE.
            IF W-PURGE
               PERFORM P-800
            END-IF.
            DISPLAY "RETENTION " W-MODE " FILES=" W-FILE-CNT
                    " REMOVED=" W-TOT-GONE " SPARED-BY-HOLD="
                    W-TOT-HELD " UNDATED-KEPT=" W-TOT-UNDT.
            IF W-TOT-HELD > 0 OR W-TOT-UNDT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (RETN-PRG)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．方針マスタのロード（#の行は注記）。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT POL-IN.
            IF W-POL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ POL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE POL-IN
            END-IF.
            .
       P-110.
            IF PL-REC(1:1) NOT = "#" AND PL-REC NOT = SPACE
               AND W-POL-CNT < 30
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING PL-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               IF W-F1 = SPACE OR W-F2 = SPACE
                  OR (W-F3 NOT = "M" AND W-F3 NOT = "D")
                  OR (W-F4 NOT = "PURGE" AND W-F4 NOT = "ARCHIVE")
                  OR W-F5 = SPACE
                  DISPLAY "RETN-PRG: RETNPOL ROW IGNORED: "
                          PL-REC(1:60)
               ELSE
                  ADD 1 TO W-POL-CNT
                  MOVE W-F1 TO W-PL-FILE(W-POL-CNT)
                  MOVE FUNCTION NUMVAL(W-F2)
                       TO W-PL-KEEP(W-POL-CNT)
                  MOVE W-F3 TO W-PL-UNIT(W-POL-CNT)
                  MOVE W-F4 TO W-PL-ACT (W-POL-CNT)
                  MOVE W-F5 TO W-PL-DPOS(W-POL-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース2．法的保全の台帳のロード。
       P-120.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT HLD-IN.
            IF W-HLD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ HLD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-130
                  END-READ
               END-PERFORM
               CLOSE HLD-IN
            ELSE
               DISPLAY "RETN-PRG: NO LEGLHOLD (NO HOLDS IN FORCE)"
            END-IF.
            .
       P-130.
            IF HD-REC(1:1) NOT = "#" AND HD-REC NOT = SPACE
               AND W-HLD-CNT < 50
               ADD 1 TO W-HLD-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING HD-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-HD-ID  (W-HLD-CNT)
               MOVE W-F2 TO W-HD-FILE(W-HLD-CNT)
               MOVE W-F3 TO W-HD-FROM(W-HLD-CNT)
               MOVE W-F4 TO W-HD-TO  (W-HLD-CNT)
               MOVE W-F6 TO W-HD-STS (W-HLD-CNT)
            END-IF.
            .
      *
      *   ケース3．SPOOLIDXの帳票ＩＤと預け日（SPOOL指定のため）。
       P-140.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SPX-IN.
            IF W-SPX-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SPX-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-150
                  END-READ
               END-PERFORM
               CLOSE SPX-IN
            END-IF.
            .
       P-150.
            IF SX-REC(1:1) NOT = "#" AND SX-REC NOT = SPACE
               AND W-SPX-CNT < 200
               ADD 1 TO W-SPX-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING SX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1      TO W-SX-ID  (W-SPX-CNT)
               MOVE W-F3(1:8) TO W-SX-DATE(W-SPX-CNT)
            END-IF.
            .
      *
      *   ケース4．見た行数の台帳のロード（SEEN指定のため）。
       P-160.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SEN-IN.
            IF W-SEN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SEN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-170
                  END-READ
               END-PERFORM
               CLOSE SEN-IN
            END-IF.
            .
       P-170.
            IF SN-REC(1:1) NOT = "#" AND SN-REC NOT = SPACE
               AND W-SEN-CNT < 300
               ADD 1 TO W-SEN-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING SN-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-SN-FILE(W-SEN-CNT)
               MOVE W-F2 TO W-SN-DATE(W-SEN-CNT)
               MOVE FUNCTION NUMVAL(W-F3)
                    TO W-SN-UPTO(W-SEN-CNT)
            END-IF.
            .
      *
      *   証明の見出しと合計。
       P-180.
            MOVE SPACE TO CRT-REC.
            STRING "# RETENTION PURGE CERTIFICATE  MODE=" W-MODE
                   "  TODAY=" W-TODAY
                   "  RUN=" W-TODAY "_" W-NOW-TIME(1:6)
                   "  OPERATOR=" W-PRM-OPER
                   DELIMITED BY SIZE INTO CRT-REC
            END-STRING.
            WRITE CRT-REC.
            MOVE SPACE TO CRT-REC.
            STRING "# FILE|ACTION|RETAIN|CUTOFF|READ|REMOVED|FROM|TO"
                   "|SPARED-BY-HOLD|UNDATED-KEPT|KEPT"
                   DELIMITED BY SIZE INTO CRT-REC
            END-STRING.
            WRITE CRT-REC.
            .
       P-190.
            MOVE SPACE TO CRT-REC.
            STRING "# TOTAL FILES=" W-FILE-CNT
                   " REMOVED=" W-TOT-GONE
                   " SPARED-BY-HOLD=" W-TOT-HELD
                   " UNDATED-KEPT=" W-TOT-UNDT
                   DELIMITED BY SIZE INTO CRT-REC
            END-STRING.
            WRITE CRT-REC.
            IF NOT W-PURGE
               MOVE "# PREVIEW ONLY - NO FILE WAS CHANGED" TO CRT-REC
               WRITE CRT-REC
            END-IF.
            .
      *
      *   ケース5．方針１行分のファイルの刈り込み。
       P-200.
            MOVE 0 TO W-READ-CNT W-GONE-CNT W-HELD-CNT W-UNDT-CNT
                      W-KEPT-CNT.
            MOVE SPACE TO W-GONE-FROM W-GONE-TO W-CUTOFF.
            MOVE SPACE TO W-LAST-D1.
            MOVE SPACE TO W-LOG-NAME W-NEW-NAME W-ARC-NAME.
            MOVE W-PL-FILE(W-P) TO W-LOG-NAME.
            STRING W-PL-FILE(W-P) DELIMITED BY SPACE
                   "O"            DELIMITED BY SIZE
                   INTO W-NEW-NAME
            END-STRING.
            STRING W-PL-FILE(W-P) DELIMITED BY SPACE
                   "ARC"          DELIMITED BY SIZE
                   INTO W-ARC-NAME
            END-STRING.
            IF W-PL-UNIT(W-P) = "M"
               PERFORM P-210
            END-IF.
            IF W-PL-DPOS(W-P) = "SEEN"
               PERFORM P-215
            END-IF.
            OPEN INPUT LOG-IN.
            IF W-LOG-FS NOT = "00"
               MOVE SPACE TO CRT-REC
               STRING W-PL-FILE(W-P) DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-PL-ACT(W-P)     DELIMITED BY SPACE
                      "|NO FILE"        DELIMITED BY SIZE
                      INTO CRT-REC
               END-STRING
               WRITE CRT-REC
            ELSE
               ADD 1 TO W-FILE-CNT
               IF W-PURGE
                  OPEN OUTPUT NEW-OU
                  IF W-PL-ACT(W-P) = "ARCHIVE"
                     OPEN EXTEND ARC-OU
                     IF W-ARC-FS = "35"
                        OPEN OUTPUT ARC-OU
                     END-IF
                  END-IF
               END-IF
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ LOG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-220
                  END-READ
               END-PERFORM
               CLOSE LOG-IN
               IF W-PURGE
                  CLOSE NEW-OU
                  IF W-PL-ACT(W-P) = "ARCHIVE"
                     CLOSE ARC-OU
                  END-IF
                  IF W-PL-DPOS(W-P) = "SEEN"
                     PERFORM P-290
                  END-IF
               END-IF
               PERFORM P-280
            END-IF.
            .
      *
      *   月数の保存期間の境目。基準日からｎか月前の同じ日（２９日
      *   以降は２８日に寄せる）より前の行が期限切れ。
       P-210.
            MOVE W-TODAY(1:4) TO W-CUT-Y.
            MOVE W-TODAY(5:2) TO W-CUT-M.
            MOVE W-TODAY(7:2) TO W-CUT-D.
            COMPUTE W-CUT-MONTHS = W-CUT-Y * 12 + W-CUT-M - 1
                                 - W-PL-KEEP(W-P).
            COMPUTE W-CUT-Y = W-CUT-MONTHS / 12.
            COMPUTE W-CUT-M = W-CUT-MONTHS - W-CUT-Y * 12 + 1.
            IF W-CUT-D > 28
               MOVE 28 TO W-CUT-D
            END-IF.
            MOVE W-CUT-Y TO W-CUTOFF(1:4).
            MOVE W-CUT-M TO W-CUTOFF(5:2).
            MOVE W-CUT-D TO W-CUTOFF(7:2).
            .
      *
      *   SEEN指定。このファイルの見た行数の控えを抜き出す。
       P-215.
            MOVE 0 TO W-OM-CNT W-NM-CNT.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SEN-CNT
               IF W-SN-FILE(W-SUB) = W-PL-FILE(W-P)
                  AND W-OM-CNT < 100
                  ADD 1 TO W-OM-CNT
                  MOVE W-SN-DATE(W-SUB) TO W-OM-DATE(W-OM-CNT)
                  MOVE W-SN-UPTO(W-SUB) TO W-OM-UPTO(W-OM-CNT)
               END-IF
            END-PERFORM.
            MOVE 1 TO W-OM-IX.
            .
      *
      *   １行の判定。期限切れで保全にかからない行だけを消す。
       P-220.
            ADD 1 TO W-READ-CNT.
            PERFORM P-230.
            PERFORM P-240.
            EVALUATE TRUE
                WHEN W-J-GONE
                     ADD 1 TO W-GONE-CNT
                     IF W-GONE-FROM = SPACE
                        OR W-REC-DATE < W-GONE-FROM
                        MOVE W-REC-DATE TO W-GONE-FROM
                     END-IF
                     IF W-GONE-TO = SPACE
                        OR W-REC-DATE > W-GONE-TO
                        MOVE W-REC-DATE TO W-GONE-TO
                     END-IF
                     IF W-PURGE AND W-PL-ACT(W-P) = "ARCHIVE"
                        WRITE AR-REC FROM LG-REC
                     END-IF
                WHEN OTHER
                     IF W-J-HELD
                        ADD 1 TO W-HELD-CNT
                        MOVE SPACE TO SPR-REC
                        STRING W-HOLD-ID       DELIMITED BY SPACE
                               "|"             DELIMITED BY SIZE
                               W-PL-FILE(W-P)  DELIMITED BY SPACE
                               "|" W-REC-DATE "|" LG-REC
                                               DELIMITED BY SIZE
                               INTO SPR-REC
                        END-STRING
                        WRITE SPR-REC
                     END-IF
                     IF W-J-UNDATED
                        ADD 1 TO W-UNDT-CNT
                     END-IF
                     ADD 1 TO W-KEPT-CNT
                     IF W-PURGE
                        WRITE NW-REC FROM LG-REC
                     END-IF
                     IF W-PL-DPOS(W-P) = "SEEN"
                        PERFORM P-295
                     END-IF
            END-EVALUATE.
            .
      *
      *   行の日付の取り出し（方針の日付位置による）。読めなければ
      *   空白。
       P-230.
            MOVE SPACE TO W-REC-DATE.
            EVALUATE TRUE
                WHEN W-PL-DPOS(W-P) = "SEEN"
                     PERFORM P-235
                WHEN W-PL-DPOS(W-P) = "SPOOL"
                     PERFORM VARYING W-SUB FROM 1 BY 1
                             UNTIL W-SUB > W-SPX-CNT
                        IF W-SX-ID(W-SUB) = LG-REC(1:5)
                           MOVE W-SX-DATE(W-SUB) TO W-REC-DATE
                        END-IF
                     END-PERFORM
                WHEN W-PL-DPOS(W-P)(1:1) = "F"
                     MOVE FUNCTION NUMVAL(W-PL-DPOS(W-P)(2:5))
                          TO W-FLD-NO
                     MOVE 1 TO W-PTR
                     PERFORM VARYING W-N FROM 1 BY 1
                             UNTIL W-N > W-FLD-NO OR W-PTR > 500
                        MOVE SPACE TO W-FLD
                        UNSTRING LG-REC DELIMITED BY "|"
                            INTO W-FLD
                            WITH POINTER W-PTR
                        END-UNSTRING
                     END-PERFORM
                     IF W-N > W-FLD-NO
                        MOVE W-FLD(1:8) TO W-REC-DATE
                     END-IF
                WHEN W-PL-DPOS(W-P)(1:1) = "C"
                     MOVE FUNCTION NUMVAL(W-PL-DPOS(W-P)(2:5))
                          TO W-COL
                     IF W-COL > 0 AND W-COL <= 493
                        MOVE LG-REC(W-COL:8) TO W-REC-DATE
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REC-DATE NOT NUMERIC
               OR (W-REC-DATE(1:2) NOT = "19"
                   AND W-REC-DATE(1:2) NOT = "20")
               MOVE SPACE TO W-REC-DATE
            END-IF.
            .
      *
      *   SEEN指定の行の日付。控えの行数までの行はその控えの日、
      *   控えを超えた行は今日初めて見た行。
       P-235.
            PERFORM UNTIL W-OM-IX > W-OM-CNT
                    OR W-READ-CNT <= W-OM-UPTO(W-OM-IX)
               ADD 1 TO W-OM-IX
            END-PERFORM.
            IF W-OM-IX > W-OM-CNT
               MOVE W-TODAY TO W-REC-DATE
            ELSE
               MOVE W-OM-DATE(W-OM-IX) TO W-REC-DATE
            END-IF.
            .
      *
      *   期限切れと保全の判定。
       P-240.
            MOVE "K" TO W-JUDGE.
            MOVE SPACE TO W-HOLD-ID.
            IF W-REC-DATE = SPACE
               MOVE "U" TO W-JUDGE
            ELSE
               IF W-PL-UNIT(W-P) = "M"
                  IF W-REC-DATE < W-CUTOFF
                     MOVE "G" TO W-JUDGE
                  END-IF
               ELSE
                  PERFORM P-245
               END-IF
            END-IF.
            IF W-J-GONE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-HLD-CNT OR W-J-HELD
                  IF (W-HD-FILE(W-SUB) = "*"
                      OR W-HD-FILE(W-SUB) = W-PL-FILE(W-P))
                     AND W-HD-STS(W-SUB) NOT = "RELEASED"
                     AND (W-HD-FROM(W-SUB) = SPACE
                          OR W-REC-DATE >= W-HD-FROM(W-SUB))
                     AND (W-HD-TO(W-SUB) = SPACE
                          OR W-REC-DATE <= W-HD-TO(W-SUB))
                     MOVE "H" TO W-JUDGE
                     MOVE W-HD-ID(W-SUB) TO W-HOLD-ID
                  END-IF
               END-PERFORM
            END-IF.
            .
      *
      *   営業日数の保存期間。行の日付の翌日から基準日までの営業日
      *   数が保存期間を超えたら期限切れ。同じ日付が続く間は前の
      *   答えを使う。数えられなければ日付の読めない行と同じく残す。
       P-245.
            IF W-REC-DATE NOT = W-LAST-D1
               MOVE "D"        TO W-BD-FUNC
               MOVE W-REC-DATE TO W-BD-D1
               MOVE W-TODAY    TO W-BD-D2
               MOVE 0          TO W-BD-RN
               IF W-BD-D2 > W-BD-D1
                  CALL "BIZDATE-1" USING W-BD-FUNC W-BD-D1 W-BD-D2
                                         W-BD-RD W-BD-RN W-BD-FY
                                         W-BD-QTR W-BD-STS
                      ON EXCEPTION
                          MOVE "9" TO W-BD-STS
                  END-CALL
               ELSE
                  MOVE "0" TO W-BD-STS
               END-IF
               MOVE W-REC-DATE TO W-LAST-D1
               MOVE W-BD-RN    TO W-LAST-RN
               MOVE W-BD-STS   TO W-LAST-STS
            END-IF.
            IF W-LAST-STS NOT = "0"
               MOVE "U" TO W-JUDGE
            ELSE
               IF W-LAST-RN > W-PL-KEEP(W-P)
                  MOVE "G" TO W-JUDGE
               END-IF
            END-IF.
            .
      *
      *   証明の１行。
       P-280.
            ADD W-GONE-CNT TO W-TOT-GONE.
            ADD W-HELD-CNT TO W-TOT-HELD.
            ADD W-UNDT-CNT TO W-TOT-UNDT.
            IF W-PL-UNIT(W-P) = "D"
               MOVE "BUSDAYS" TO W-CUTOFF
            END-IF.
            MOVE SPACE TO CRT-REC.
            STRING W-PL-FILE(W-P) DELIMITED BY SPACE
                   "|"            DELIMITED BY SIZE
                   W-PL-ACT(W-P)  DELIMITED BY SPACE
                   "|" W-PL-KEEP(W-P) W-PL-UNIT(W-P)
                   "|" W-CUTOFF "|" W-READ-CNT "|" W-GONE-CNT
                   "|" W-GONE-FROM "|" W-GONE-TO
                   "|" W-HELD-CNT "|" W-UNDT-CNT "|" W-KEPT-CNT
                                  DELIMITED BY SIZE
                   INTO CRT-REC
            END-STRING.
            WRITE CRT-REC.
            DISPLAY W-PL-FILE(W-P) " READ=" W-READ-CNT
                    " REMOVED=" W-GONE-CNT " SPARED=" W-HELD-CNT
                    " KEPT=" W-KEPT-CNT.
            .
      *
      *   SEEN指定の控えの付け替え。このファイルの旧い控えを消し、
      *   残した行で数え直した控えを足す。
       P-290.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SEN-CNT
               IF W-SN-FILE(W-SUB) = W-PL-FILE(W-P)
                  MOVE SPACE TO W-SN-FILE(W-SUB)
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-NM-CNT OR W-SEN-CNT >= 300
               ADD 1 TO W-SEN-CNT
               MOVE W-PL-FILE(W-P)   TO W-SN-FILE(W-SEN-CNT)
               MOVE W-NM-DATE(W-SUB) TO W-SN-DATE(W-SEN-CNT)
               MOVE W-NM-UPTO(W-SUB) TO W-SN-UPTO(W-SEN-CNT)
            END-PERFORM.
            .
      *
      *   残した行の日付ごとの行数を数える（SEEN指定）。
       P-295.
            IF W-NM-CNT > 0
               AND W-NM-DATE(W-NM-CNT) = W-REC-DATE
               MOVE W-KEPT-CNT TO W-NM-UPTO(W-NM-CNT)
            ELSE
               IF W-NM-CNT < 100
                  ADD 1 TO W-NM-CNT
                  MOVE W-REC-DATE TO W-NM-DATE(W-NM-CNT)
                  MOVE W-KEPT-CNT TO W-NM-UPTO(W-NM-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース6．見た行数の台帳の新しい像RETNSEENO。
       P-800.
            OPEN OUTPUT SEN-OU.
            MOVE "# RETNSEEN - FILE|FIRST-SEEN YYYYMMDD|LINES UP TO"
                 TO SNO-REC.
            WRITE SNO-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-SEN-CNT
               IF W-SN-FILE(W-SUB) NOT = SPACE
                  MOVE SPACE TO W-LINE-WK
                  STRING W-SN-FILE(W-SUB) DELIMITED BY SPACE
                         "|" W-SN-DATE(W-SUB) "|" W-SN-UPTO(W-SUB)
                                          DELIMITED BY SIZE
                         INTO W-LINE-WK
                  END-STRING
                  WRITE SNO-REC FROM W-LINE-WK(1:60)
               END-IF
            END-PERFORM.
            CLOSE SEN-OU.
            .
