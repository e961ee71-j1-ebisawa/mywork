      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：ケース改名の読み替え（副プログラム化）
      *    処理概要　　：重複CASE-IDの整理などでケースを改名すると、
      *                  RSLTREPOや結果履歴に残る旧IDの判定が別の
      *                  ケースとして数えられ、比較（RUN-CMP）や月次
      *                  報告（QRPT-MON）で「消えたケース」と「現れた
      *                  ケース」に割れていた。改名ユーティリティ
      *                  CASE-RENが記帳する改名表CASEMAP（PROGRAM|
      *                  旧CASE-ID|新CASE-ID|効力RUN-STAMP|記帳日|
      *                  操作者）を初回にロードし、履歴の行の
      *                  PROGRAM＋CASE-ID＋RUN-STAMPを今のCASE-IDへ
      *                  読み替える。効力RUN-STAMPより前の実行の旧ID
      *                  だけを読み替える（同じIDがのちに別のケースへ
      *                  付け直されても混ざらない）。改名が重なって
      *                  いれば（A→B→C）終わりまでたどる。
      *    呼び出し　　：CALL "CASE-MAP-1" USING プログラム CASE-ID
      *                                         RUN-STAMP 状態
      *                    プログラムPIC X(12)
      *                    CASE-ID PIC X(40)：読み替え後の値を返す
      *                    RUN-STAMPPIC X(15)：履歴の実行時刻。空白なら
      *                                      効力を問わず読み替える
      *                    状態　　PIC X(01)："0"＝読み替えなし
      *                                      "1"＝読み替えた
      *                                      "9"＝改名表なし
      *  --------------------------------------------------------------
      *   対象：改名をまたぐ履歴の同一視（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CASE-MAP.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-05.
       DATE-COMPILED.        2026-10-05.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
       SPECIAL-NAMES.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
      *    NGケース件数。終了時にRETURN-CODEへ写す（0＝全OK）。
       01  W-NG-CNT           PIC 9(02)          VALUE 0.
       01  W-PROG             PIC X(12).
       01  W-CASE             PIC X(40).
       01  W-STAMP            PIC X(15).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(CASE-MAP)".
            PERFORM P-100.
            PERFORM P-200.
            DISPLAY "TEST END  (CASE-MAP)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．改名表に無いキーはそのまま返る（表が無ければ
      *            状態"9"、あれば"0"）。
       P-100.
            MOVE "P-100-01"  TO CASE-ID.
            MOVE "NO-SUCH-PG" TO W-PROG.
            MOVE "P-999-99"  TO W-CASE.
            MOVE "20260101_000000" TO W-STAMP.
            CALL "CASE-MAP-1" USING BY REFERENCE W-PROG W-CASE
                                     W-STAMP W-STS.
            IF (W-STS = "0" OR W-STS = "9") AND W-CASE = "P-999-99"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．状態は"0"・"1"・"9"のどれかで、"0"／"9"なら
      *            CASE-IDを書き替えない。
       P-200.
            MOVE "P-200-01"  TO CASE-ID.
            MOVE "QA-43"     TO W-PROG.
            MOVE "P-070-01"  TO W-CASE.
            MOVE SPACE       TO W-STAMP.
            CALL "CASE-MAP-1" USING BY REFERENCE W-PROG W-CASE
                                     W-STAMP W-STS.
            IF W-STS = "1"
               OR ((W-STS = "0" OR W-STS = "9")
                   AND W-CASE = "P-070-01")
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM CASE-MAP.
      ******************************************************************
      *    プログラム名：CASE-MAP-1（改名の読み替えルーチン）
      *    処理概要　　：初回に改名表CASEMAPをロードし、PROGRAM＋
      *                  CASE-ID＋RUN-STAMPを今のCASE-IDへ読み替える。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CASE-MAP-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-05.
       DATE-COMPILED.        2026-10-05.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT MAP-IN     ASSIGN TO "CASEMAP"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MAP-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  MAP-IN.
       01  MP-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-MAP-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-TBL-SW           PIC X              VALUE "N".
           88  W-HAVE-TBL                        VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    改名表（最大500行）
       01  W-MAP-CNT          PIC 9(03)          VALUE 0.
       01  W-MAP-TBL.
           05  W-MP           OCCURS 500.
               10  W-MP-PROG  PIC X(12).
               10  W-MP-OLD   PIC X(40).
               10  W-MP-NEW   PIC X(40).
               10  W-MP-EFF   PIC X(15).
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-T                PIC 9(03).
       01  W-HOP              PIC 9(02).
       01  W-MOVED-SW         PIC X.
           88  W-MOVED                           VALUE "Y".
      ******************************************************************
       LINKAGE               SECTION.
       01  L-PROG             PIC X(12).
       01  L-CASE             PIC X(40).
       01  L-STAMP            PIC X(15).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-PROG L-CASE
                                             L-STAMP L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            IF NOT W-HAVE-TBL
               MOVE "9" TO L-STS
               GOBACK
            END-IF.
            MOVE "0" TO L-STS.
      *    改名の重なりをたどる（循環しても20段で止める）。
            MOVE "Y" TO W-MOVED-SW.
            PERFORM VARYING W-HOP FROM 1 BY 1
                    UNTIL W-HOP > 20 OR NOT W-MOVED
               MOVE "N" TO W-MOVED-SW
               PERFORM VARYING W-T FROM 1 BY 1
                       UNTIL W-T > W-MAP-CNT OR W-MOVED
                  IF W-MP-PROG(W-T) = L-PROG
                     AND W-MP-OLD(W-T) = L-CASE
                     AND (L-STAMP = SPACE
                          OR L-STAMP < W-MP-EFF(W-T))
                     MOVE W-MP-NEW(W-T) TO L-CASE
                     MOVE "1" TO L-STS
                     MOVE "Y" TO W-MOVED-SW
                  END-IF
               END-PERFORM
            END-PERFORM.
            GOBACK
            .
      *
      *   初回ロード。CASEMAPが無ければ改名の無い環境とみなす。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MAP-IN.
            IF W-MAP-FS = "00"
               MOVE "Y" TO W-TBL-SW
               PERFORM UNTIL W-EOF
                  READ MAP-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE MAP-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF MP-REC(1:1) NOT = "#" AND MP-REC NOT = SPACE
               AND W-MAP-CNT < 500
               ADD 1 TO W-MAP-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING MP-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               MOVE W-F1 TO W-MP-PROG(W-MAP-CNT)
               MOVE W-F2 TO W-MP-OLD (W-MAP-CNT)
               MOVE W-F3 TO W-MP-NEW (W-MAP-CNT)
               MOVE W-F4 TO W-MP-EFF (W-MAP-CNT)
            END-IF.
            .
       END PROGRAM CASE-MAP-1.
