      ******************************************************************
      *    テストケース：－（共通部品）
      *    プログラム名：実行時コンパイラビルドの適格検査（副プログラム）
      *    処理概要　　：監査ログ（regression_audit.log）は実行が
      *                  使ったcobcの版数文字列を残すだけで、その
      *                  ビルドが店の認定を通ったものかは誰も確かめ
      *                  ない。私的なビルドでリリース用の実行が
      *                  行われても、後から見分けがつかなかった。
      *                  実行の時刻印（RUN-STAMP）から監査ログの行を
      *                  引き、行末のbuild=（run_regression.shが
      *                  ビルド台帳COBCBLDの指紋照合で書く）で
      *                  ビルド台帳を照会し、状態を返す。build=を
      *                  持たない旧い行は版数文字列で照合する。
      *                  SIGN-OFFとGATE-ENGが判定の前に呼ぶ。
      *    呼び出し　　：CALL "BLD-CHK-1" USING 時刻印 ビルドＩＤ
      *                                         ビルド状態 状態
      *                    時刻印　　PIC X(15)：対象実行のRUN-STAMP
      *                    ビルドＩＤPIC X(12)：（戻り）判明した
      *                                          ビルドＩＤ
      *                    ビルド状態PIC X(10)：（戻り）台帳の状態
      *                                          未登録はUNREGIST
      *                    状態　　　PIC X(01)："0"＝QUALIFIED
      *                                        "1"＝認定外（候補・
      *                                            退役・未登録）
      *                                        "2"＝監査ログに実行が
      *                                            無い（ビルド不明）
      *                                        "9"＝ビルド台帳なし
      *                                            （台帳運用の未導入
      *                                            環境を止めない）
      *    使用方法　　：カレントにCOBCBLD（tools/fixtures/
      *                  COBCBLD.dat）とREGAUDIT（results/history/
      *                  regression_audit.log）を置く。
      *  --------------------------------------------------------------
      *   対象：リリース実行のビルド統制（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BLD-CHK.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-14.
       DATE-COMPILED.        2026-09-14.
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
       01  W-RUN-STAMP        PIC X(15).
       01  W-BLD-ID           PIC X(12).
       01  W-BLD-STAT         PIC X(10).
       01  W-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START(BLD-CHK)".
            PERFORM P-100.
            PERFORM P-200.
            DISPLAY "TEST END  (BLD-CHK)"
            *>ACCEPT OMIT-WK.
            MOVE W-NG-CNT TO RETURN-CODE
            GOBACK
            .
      *
      *   ケース1．監査ログに無い時刻印はビルド不明（"2"）。台帳の
      *            無い環境では"9"も成立とする。
       P-100.
            MOVE "P-100-01"        TO CASE-ID.
            MOVE "00000000_000000" TO W-RUN-STAMP.
            CALL "BLD-CHK-1" USING BY REFERENCE W-RUN-STAMP W-BLD-ID
                                    W-BLD-STAT W-STS.
            IF W-STS = "2" OR W-STS = "9"
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS
               ADD 1 TO W-NG-CNT
            END-IF.
            .
      *
      *   ケース2．時刻印が空白なら照会せず"2"（"9"も成立）。
      *            ビルドＩＤは空白で返ること。
       P-200.
            MOVE "P-200-01"        TO CASE-ID.
            MOVE SPACE             TO W-RUN-STAMP.
            MOVE "XXXXXXXX"        TO W-BLD-ID.
            CALL "BLD-CHK-1" USING BY REFERENCE W-RUN-STAMP W-BLD-ID
                                    W-BLD-STAT W-STS.
            IF (W-STS = "2" OR W-STS = "9") AND W-BLD-ID = SPACE
                                     DISPLAY CASE-ID "OK"
               ELSE                  DISPLAY CASE-ID "NG:STS="
                                             W-STS " ID=" W-BLD-ID
               ADD 1 TO W-NG-CNT
            END-IF.
            .
       END PROGRAM BLD-CHK.
      ******************************************************************
      *    プログラム名：BLD-CHK-1（ビルド適格照会ルーチン）
      *    処理概要　　：初回にビルド台帳COBCBLDをロードし、呼ばれる
      *                  たびに監査ログREGAUDITから対象実行の行を
      *                  探してビルドを特定、台帳の状態を返す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BLD-CHK-1.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-09-14.
       DATE-COMPILED.        2026-09-14.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT BLD-IN     ASSIGN TO "COBCBLD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BLD-FS.
           SELECT AUD-IN     ASSIGN TO "REGAUDIT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AUD-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  BLD-IN.
       01  BI-REC             PIC X(160).
       FD  AUD-IN.
       01  AU-REC             PIC X(400).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-BLD-FS           PIC X(02).
       01  W-AUD-FS           PIC X(02).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-TBL-SW           PIC X              VALUE "N".
           88  W-HAVE-TBL                        VALUE "Y".
       01  W-EOF-SW           PIC X.
           88  W-EOF                             VALUE "Y".
      *    ビルド台帳（最大50件）
       01  W-BLD-CNT          PIC 9(02)          VALUE 0.
       01  W-BLD-TBL.
           05  W-BD           OCCURS 50.
               10  W-BD-ID    PIC X(12).
               10  W-BD-VER   PIC X(60).
               10  W-BD-STAT  PIC X(10).
       01  W-F1               PIC X(60).
       01  W-F2               PIC X(60).
       01  W-F3               PIC X(60).
       01  W-F4               PIC X(60).
       01  W-F5               PIC X(60).
       01  W-T                PIC 9(02).
      *    監査ログ１行の分解域
       01  W-AU-HEAD          PIC X(400).
       01  W-AU-TAIL          PIC X(100).
       01  W-AU-STAMP         PIC X(15).
       01  W-AU-VER           PIC X(60).
       01  W-AU-BUILD         PIC X(12).
       01  W-FOUND-SW         PIC X.
           88  W-FOUND                           VALUE "Y".
      ******************************************************************
       LINKAGE               SECTION.
       01  L-RUN-STAMP        PIC X(15).
       01  L-BLD-ID           PIC X(12).
       01  L-BLD-STAT         PIC X(10).
       01  L-STS              PIC X(01).
      ******************************************************************
       PROCEDURE             DIVISION USING L-RUN-STAMP L-BLD-ID
                                             L-BLD-STAT L-STS.
      ******************************************************************
       P-010.
            IF NOT W-LOADED
               PERFORM P-100
            END-IF.
            MOVE SPACE TO L-BLD-ID L-BLD-STAT.
            IF NOT W-HAVE-TBL
               MOVE "9" TO L-STS
               GOBACK
            END-IF.
            IF L-RUN-STAMP = SPACE
               MOVE "2" TO L-STS
               GOBACK
            END-IF.
            PERFORM P-200.
            IF NOT W-FOUND
               MOVE "2" TO L-STS
               GOBACK
            END-IF.
      *    build=のある行はＩＤで、無い旧い行は版数文字列で照合する
            MOVE "UNREGIST" TO L-BLD-STAT.
            MOVE W-AU-BUILD TO L-BLD-ID.
            PERFORM VARYING W-T FROM 1 BY 1
                    UNTIL W-T > W-BLD-CNT
                       OR L-BLD-STAT NOT = "UNREGIST"
               IF (W-AU-BUILD NOT = SPACE
                   AND W-BD-ID(W-T) = W-AU-BUILD)
                  OR (W-AU-BUILD = SPACE
                   AND W-BD-VER(W-T) = W-AU-VER)
                  MOVE W-BD-ID(W-T)   TO L-BLD-ID
                  MOVE W-BD-STAT(W-T) TO L-BLD-STAT
               END-IF
            END-PERFORM.
            IF L-BLD-STAT = "QUALIFIED"
               MOVE "0" TO L-STS
            ELSE
               MOVE "1" TO L-STS
            END-IF.
            GOBACK
            .
      *
      *   初回ロード。COBCBLDが無ければ台帳運用の未導入環境と
      *   みなす。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT BLD-IN.
            IF W-BLD-FS = "00"
               MOVE "Y" TO W-TBL-SW
               PERFORM UNTIL W-EOF
                  READ BLD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE BLD-IN
            END-IF.
            MOVE "Y" TO W-LOADED-SW.
            .
       P-110.
            IF BI-REC(1:1) NOT = "#" AND BI-REC NOT = SPACE
               AND W-BLD-CNT < 50
               ADD 1 TO W-BLD-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
               UNSTRING BI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
               END-UNSTRING
               MOVE W-F1 TO W-BD-ID  (W-BLD-CNT)
               MOVE W-F2 TO W-BD-VER (W-BLD-CNT)
               MOVE W-F5 TO W-BD-STAT(W-BLD-CNT)
            END-IF.
            .
      *
      *   監査ログから対象実行の行を探す。同じ時刻印が複数あれば
      *   最後の行を採る（再集計で追記された行が正）。
       P-200.
            MOVE "N" TO W-FOUND-SW.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT AUD-IN.
            IF W-AUD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ AUD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE AUD-IN
            END-IF.
            .
       P-210.
            IF AU-REC(1:15) = L-RUN-STAMP
               AND AU-REC(16:1) = "|"
               MOVE "Y" TO W-FOUND-SW
               MOVE SPACE TO W-AU-HEAD W-AU-TAIL W-AU-BUILD
               UNSTRING AU-REC DELIMITED BY "|build="
                   INTO W-AU-HEAD W-AU-TAIL
               END-UNSTRING
               UNSTRING W-AU-TAIL DELIMITED BY "|" OR SPACE
                   INTO W-AU-BUILD
               END-UNSTRING
               MOVE SPACE TO W-AU-STAMP W-F2 W-F3 W-AU-VER
               UNSTRING W-AU-HEAD DELIMITED BY "|"
                   INTO W-AU-STAMP W-F2 W-F3 W-AU-VER
               END-UNSTRING
            END-IF.
            .
       END PROGRAM BLD-CHK-1.
