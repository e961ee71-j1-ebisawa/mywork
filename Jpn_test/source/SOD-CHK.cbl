      ******************************************************************
      *    テストケース：－（運用統制）
      *    プログラム名：職務分掌（ＳｏＤ）抵触の検出
      *    処理概要　　：SIGN-OFFの二重承認は「二人が承認した」こと
      *                  までは守るが、同じ人がMNTTXでQA99MNTを直し、
      *                  その結果のＮＧを隠す免責を承認し、その実行
      *                  を承認する、という一人完結は止めていない。
      *                  規則マスタSODRULEに「同じ人が同じ実行（また
      *                  は期間）の中で両方を行ってはならない作業の
      *                  組」を置き、各記録から拾った作業をこの規則で
      *                  突き合わせ、抵触を証拠の記録つきでSODVIOLへ
      *                  書く。GATE-ENGは規則種別NOSODVIOLで、対象
      *                  実行に未解消（OPEN）の抵触があればゲートを
      *                  閉じる。
      *    作業の名前　：記録ごとに次の名前で拾う（人・時刻つき）。
      *                    PERMLOG  GRANTED行 → <PROGRAM>:<MODE>
      *                             （例 MNT-UPDT:APPLY、
      *                              PLAN-MNT:APPLY）
      *                    SIGNLED  → SIGN-OFF:APPROVE／REJECT
      *                             （対象実行は台帳の RUN-STAMP）
      *                    WVRLEDG  → WAIVER:REQUEST／APPROVE／
      *                               REJECT
      *                    WAIVERS  承認者欄 → WAIVER:APPROVED-BY
      *                             （申請番号からWVRLEDGの承認時刻
      *                              をたどる。たどれない行は時刻
      *                              不明として、どの実行・期間とも
      *                              重なるものとみなす）
      *                    QA99JRNL → QA99MNT:WRT／REW／DEL
      *                    STREAMLG OPERATOR_ID=の付いた手順 →
      *                               JOB:<手順名>
      *                  DENIED・REJの試みは作業に数えない。
      *    実行の割付　：承認以外の作業は、その時刻以後で最初の回帰
      *                  実行（REGAUDITのRUN_STAMP）に属するものと
      *                  する（その実行の前に入った変更はその実行の
      *                  結果に効く）。
      *    規則の様式　：規則ＩＤ|作業Ａ|作業Ｂ|範囲|日数|説明
      *                  （#行は注記）。範囲RUNは同じ実行に属する
      *                  こと、DAYSは両作業の日付の差が日数以内で
      *                  あること。作業名の末尾の"*"は前方一致
      *                  （例 QA99MNT:*）。
      *    例外　　　：SODEXC（規則ＩＤ|人|RUN-STAMPまたは*|
      *                  許可者|理由）に載った抵触はEXCEPTEDとして
      *                  書く（ゲートを閉じない）。許可者が本人の
      *                  例外は認めない。
      *    出力の様式　：先頭に#の見出し行、抵触ごとに
      *                    VIOL|番号|規則ＩＤ|人|実行|OPEN／EXCEPTED|
      *                         許可者|説明
      *                    EVID|番号|A／B|記録名|記録の行
      *                  （実行は作業の遅い方の属する実行）
      *    使用方法　　：カレントにSODRULEと各記録（PERMLOG・SIGNLED・
      *                  WVRLEDG・WAIVERS・QA99JRNL・STREAMLG・
      *                  REGAUDIT、無いものは読まない）とSODEXCを
      *                  置いて実行する。未解消の抵触があれば
      *                  RETURN-CODE 4、SODRULEが無ければ12。
      *  --------------------------------------------------------------
      *   対象：保守と承認の職務分掌の点検（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SOD-CHK.
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
           SELECT RUL-IN     ASSIGN TO "SODRULE"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-RUL-FS.
           SELECT AUD-IN     ASSIGN TO "REGAUDIT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AUD-FS.
           SELECT PRM-IN     ASSIGN TO "PERMLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-PRM-FS.
           SELECT SGN-IN     ASSIGN TO "SIGNLED"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SGN-FS.
           SELECT WVL-IN     ASSIGN TO "WVRLEDG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVL-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT JRN-IN     ASSIGN TO "QA99JRNL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-JRN-FS.
           SELECT STR-IN     ASSIGN TO "STREAMLG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STR-FS.
           SELECT EXC-IN     ASSIGN TO "SODEXC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-EXC-FS.
           SELECT VIO-OU     ASSIGN TO "SODVIOL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-VIO-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RUL-IN.
       01  RU-REC             PIC X(160).
       FD  AUD-IN.
       01  AU-REC             PIC X(300).
       FD  PRM-IN.
       01  PM-REC             PIC X(120).
       FD  SGN-IN.
       01  SG-REC             PIC X(200).
       FD  WVL-IN.
       01  WL-REC             PIC X(250).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  JRN-IN.
       01  JR-REC             PIC X(320).
       FD  STR-IN.
       01  ST-REC             PIC X(300).
       FD  EXC-IN.
       01  EX-REC             PIC X(160).
       FD  VIO-OU.
       01  VO-REC             PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-RUL-FS           PIC X(02).
       01  W-AUD-FS           PIC X(02).
       01  W-PRM-FS           PIC X(02).
       01  W-SGN-FS           PIC X(02).
       01  W-WVL-FS           PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-JRN-FS           PIC X(02).
       01  W-STR-FS           PIC X(02).
       01  W-EXC-FS           PIC X(02).
       01  W-VIO-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
      *    規則（最大50件）
       01  W-RUL-CNT          PIC 9(03)          VALUE 0.
       01  W-RUL-TBL.
           05  W-RL           OCCURS 50.
               10  W-RL-ID    PIC X(12).
               10  W-RL-ACTA  PIC X(20).
               10  W-RL-ACTB  PIC X(20).
               10  W-RL-SCOPE PIC X(04).
               10  W-RL-DAYS  PIC 9(03).
               10  W-RL-DESC  PIC X(60).
      *    回帰実行の時刻印（REGAUDIT、記録順＝時刻順、最大2000件）
       01  W-RUN-CNT          PIC 9(04)          VALUE 0.
       01  W-RUN-TBL.
           05  W-RN-STAMP     PIC X(15)          OCCURS 2000.
      *    拾った作業（最大3000件）
       01  W-EV-CNT           PIC 9(04)          VALUE 0.
       01  W-EV-TBL.
           05  W-EV           OCCURS 3000.
               10  W-EV-STAMP PIC X(15).
               10  W-EV-DAY   PIC 9(07).
               10  W-EV-WHO   PIC X(16).
               10  W-EV-ACT   PIC X(20).
               10  W-EV-RUN   PIC X(15).
               10  W-EV-SRC   PIC X(08).
               10  W-EV-KEY   PIC X(10).
               10  W-EV-RAW   PIC X(150).
      *    例外（最大100件）
       01  W-EXC-CNT          PIC 9(03)          VALUE 0.
       01  W-EXC-TBL.
           05  W-EX           OCCURS 100.
               10  W-EX-RULE  PIC X(12).
               10  W-EX-WHO   PIC X(16).
               10  W-EX-RUN   PIC X(15).
               10  W-EX-BY    PIC X(16).
      *    抵触（最大500件）
       01  W-VIO-CNT          PIC 9(03)          VALUE 0.
       01  W-VIO-TBL.
           05  W-VI           OCCURS 500.
               10  W-VI-RULE  PIC 9(03).
               10  W-VI-WHO   PIC X(16).
               10  W-VI-RUN   PIC X(15).
               10  W-VI-EVA   PIC 9(04).
               10  W-VI-EVB   PIC 9(04).
               10  W-VI-STS   PIC X(08).
               10  W-VI-BY    PIC X(16).
      *    規則ごとの作業Ａ・Ｂの候補
       01  W-LA-CNT           PIC 9(04).
       01  W-LB-CNT           PIC 9(04).
       01  W-LST-TBL.
           05  W-LA           PIC 9(04)          OCCURS 3000.
           05  W-LB           PIC 9(04)          OCCURS 3000.
      *    作業１件の受け渡し域（P-800）
       01  W-NW-STAMP         PIC X(15).
       01  W-NW-WHO           PIC X(16).
       01  W-NW-ACT           PIC X(20).
       01  W-NW-RUN           PIC X(15).
       01  W-NW-SRC           PIC X(08).
       01  W-NW-KEY           PIC X(10).
       01  W-NW-RAW           PIC X(150).
      *    行分解・評価の作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(80).
       01  W-CMD              PIC X(250).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-SUB3             PIC 9(04).
       01  W-SUB4             PIC 9(04).
       01  W-IA               PIC 9(04).
       01  W-IB               PIC 9(04).
       01  W-LEN              PIC 9(03).
       01  W-PAT              PIC X(20).
       01  W-ACT              PIC X(20).
       01  W-DIFF             PIC S9(07).
       01  W-VRUN             PIC X(15).
       01  W-OPEN-CNT         PIC 9(04)          VALUE 0.
       01  W-EXCP-CNT         PIC 9(04)          VALUE 0.
       01  W-OVER-CNT         PIC 9(04)          VALUE 0.
       01  W-ED-NO            PIC 9(04).
       01  W-LINE-WK          PIC X(200).
       01  W-HIT-SW           PIC X.
           88  W-HIT                             VALUE "Y".
       01  W-PAIR-SW          PIC X.
           88  W-PAIR                            VALUE "Y".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (SOD-CHK)".
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO W-STAMP
            END-STRING.
            PERFORM P-100.
            IF W-RUL-CNT = 0
               DISPLAY "SOD-CHK NG: NO SODRULE RULES"
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-150.
            PERFORM P-200.
            PERFORM P-220.
            PERFORM P-240.
            PERFORM P-260.
            PERFORM P-280.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RUL-CNT.
            PERFORM P-600.
            DISPLAY "RULES=" W-RUL-CNT " EVENTS=" W-EV-CNT
                    " RUNS=" W-RUN-CNT.
            DISPLAY "VIOLATIONS OPEN=" W-OPEN-CNT
                    " EXCEPTED=" W-EXCP-CNT.
            IF W-OVER-CNT > 0
               DISPLAY "SOD-CHK WARNING: " W-OVER-CNT
                       " RECORDS NOT EVALUATED (TABLE FULL)"
            END-IF.
            IF W-OPEN-CNT > 0 OR W-OVER-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (SOD-CHK)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．規則マスタのロード。
       P-100.
            OPEN INPUT RUL-IN.
            IF W-RUL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ RUL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE RUL-IN
            END-IF.
            .
       P-110.
            IF RU-REC(1:1) = "#" OR RU-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING RU-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               EVALUATE TRUE
                   WHEN W-F1 = SPACE OR W-F2 = SPACE
                        OR W-F3 = SPACE
                        DISPLAY "SOD-CHK: RULE IGNORED (INCOMPLETE) "
                                RU-REC(1:60)
                   WHEN W-F4 NOT = "RUN" AND W-F4 NOT = "DAYS"
                        DISPLAY "SOD-CHK: RULE IGNORED (SCOPE) "
                                RU-REC(1:60)
                   WHEN W-F4 = "DAYS"
                        AND FUNCTION TEST-NUMVAL(W-F5) NOT = 0
                        DISPLAY "SOD-CHK: RULE IGNORED (DAYS) "
                                RU-REC(1:60)
                   WHEN W-RUL-CNT >= 50
                        DISPLAY "SOD-CHK: RULE IGNORED (TABLE FULL) "
                                RU-REC(1:60)
                   WHEN OTHER
                        ADD 1 TO W-RUL-CNT
                        MOVE W-F1 TO W-RL-ID(W-RUL-CNT)
                        MOVE W-F2 TO W-RL-ACTA(W-RUL-CNT)
                        MOVE W-F3 TO W-RL-ACTB(W-RUL-CNT)
                        MOVE W-F4 TO W-RL-SCOPE(W-RUL-CNT)
                        MOVE 0    TO W-RL-DAYS(W-RUL-CNT)
                        IF W-F4 = "DAYS"
                           MOVE FUNCTION NUMVAL(W-F5)
                                TO W-RL-DAYS(W-RUL-CNT)
                        END-IF
                        MOVE W-F6 TO W-RL-DESC(W-RUL-CNT)
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース2．回帰実行の時刻印（REGAUDITの第１欄）。
       P-150.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT AUD-IN.
            IF W-AUD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ AUD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE AUD-IN
            ELSE
               DISPLAY "SOD-CHK WARNING: NO REGAUDIT -"
                       " ACTIVITIES NOT TIED TO RUNS"
            END-IF.
            .
       P-160.
            MOVE SPACE TO W-F1.
            UNSTRING AU-REC DELIMITED BY "|" INTO W-F1
            END-UNSTRING.
            IF W-F1(9:1) = "_" AND W-F1(1:8) IS NUMERIC
               AND W-F1(10:6) IS NUMERIC AND W-F1(16:1) = SPACE
               IF W-RUN-CNT < 2000
                  ADD 1 TO W-RUN-CNT
                  MOVE W-F1 TO W-RN-STAMP(W-RUN-CNT)
               END-IF
            END-IF.
            .
      *
      *   ケース3．PERMLOG（許可された起動）。
       P-200.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PRM-IN.
            IF W-PRM-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PRM-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-210
                  END-READ
               END-PERFORM
               CLOSE PRM-IN
            END-IF.
            .
       P-210.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5.
            UNSTRING PM-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4 W-F5
            END-UNSTRING.
            IF W-F1 = "GRANTED"
               MOVE W-F5 TO W-NW-STAMP
               MOVE W-F2 TO W-NW-WHO
               MOVE SPACE TO W-NW-ACT
               STRING W-F3 DELIMITED BY SPACE
                      ":"  DELIMITED BY SIZE
                      W-F4 DELIMITED BY SPACE
                      INTO W-NW-ACT
               END-STRING
               MOVE SPACE     TO W-NW-RUN W-NW-KEY
               MOVE "PERMLOG" TO W-NW-SRC
               MOVE PM-REC    TO W-NW-RAW
               PERFORM P-800
            END-IF.
            .
      *
      *   ケース4．SIGNLED（リリース承認台帳）。
       P-220.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT SGN-IN.
            IF W-SGN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ SGN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-230
                  END-READ
               END-PERFORM
               CLOSE SGN-IN
            END-IF.
            .
       P-230.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4.
            UNSTRING SG-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            IF W-F3 = "APPROVE" OR W-F3 = "REJECT"
               MOVE W-F1 TO W-NW-STAMP
               MOVE W-F4 TO W-NW-WHO
               MOVE SPACE TO W-NW-ACT
               STRING "SIGN-OFF:" W-F3 DELIMITED BY SPACE
                      INTO W-NW-ACT
               END-STRING
               MOVE W-F2      TO W-NW-RUN
               MOVE SPACE     TO W-NW-KEY
               MOVE "SIGNLED" TO W-NW-SRC
               MOVE SG-REC    TO W-NW-RAW
               PERFORM P-800
            END-IF.
            .
      *
      *   ケース5．WVRLEDG（免責の申請台帳）。
       P-240.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WVL-IN.
            IF W-WVL-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WVL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-250
                  END-READ
               END-PERFORM
               CLOSE WVL-IN
            END-IF.
            .
       P-250.
            MOVE SPACE TO W-F1 W-F2 W-F3 W-F4.
            UNSTRING WL-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-F3 W-F4
            END-UNSTRING.
            IF W-F3 = "REQUEST" OR W-F3 = "APPROVE"
               OR W-F3 = "REJECT"
               MOVE W-F1 TO W-NW-STAMP
               MOVE W-F4 TO W-NW-WHO
               MOVE SPACE TO W-NW-ACT
               STRING "WAIVER:" W-F3 DELIMITED BY SPACE
                      INTO W-NW-ACT
               END-STRING
               MOVE SPACE     TO W-NW-RUN
               MOVE W-F2      TO W-NW-KEY
               MOVE "WVRLEDG" TO W-NW-SRC
               MOVE WL-REC    TO W-NW-RAW
               PERFORM P-800
            END-IF.
            .
      *
      *   ケース6．WAIVERS（免責マスタの承認者欄）。申請番号の承認
      *   記帳があればその時刻、無ければ時刻不明。
       P-260.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WVR-IN.
            IF W-WVR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-270
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            .
       P-270.
            IF WI-REC(1:1) = "#" OR WI-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING WI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               IF W-F4 NOT = SPACE
                  MOVE SPACE TO W-NW-STAMP
                  IF W-F6 NOT = SPACE
                     PERFORM VARYING W-SUB2 FROM 1 BY 1
                             UNTIL W-SUB2 > W-EV-CNT
                        IF W-EV-SRC(W-SUB2) = "WVRLEDG"
                           AND W-EV-ACT(W-SUB2) = "WAIVER:APPROVE"
                           AND W-EV-KEY(W-SUB2) = W-F6(1:10)
                           MOVE W-EV-STAMP(W-SUB2) TO W-NW-STAMP
                        END-IF
                     END-PERFORM
                  END-IF
                  MOVE W-F4 TO W-NW-WHO
                  MOVE "WAIVER:APPROVED-BY" TO W-NW-ACT
                  MOVE SPACE     TO W-NW-RUN
                  MOVE W-F6      TO W-NW-KEY
                  MOVE "WAIVERS" TO W-NW-SRC
                  MOVE WI-REC    TO W-NW-RAW
                  PERFORM P-800
               END-IF
            END-IF.
            .
      *
      *   ケース7．QA99JRNL（QA99MNTの更新前後像）。前像・後像は
      *   バイト列なので区切りではなく桁位置で読む。
       P-280.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT JRN-IN.
            IF W-JRN-FS = "00"
               PERFORM UNTIL W-EOF
                  READ JRN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-290
                  END-READ
               END-PERFORM
               CLOSE JRN-IN
            END-IF.
            .
       P-290.
            IF JR-REC(23:3) = "WRT" OR JR-REC(23:3) = "REW"
               OR JR-REC(23:3) = "DEL"
               MOVE JR-REC(1:15)   TO W-NW-STAMP
               MOVE JR-REC(269:16) TO W-NW-WHO
               MOVE SPACE TO W-NW-ACT
               STRING "QA99MNT:" JR-REC(23:3) DELIMITED BY SIZE
                      INTO W-NW-ACT
               END-STRING
               MOVE SPACE      TO W-NW-RUN
               MOVE JR-REC(286:15) TO W-NW-KEY
               MOVE "QA99JRNL" TO W-NW-SRC
               MOVE SPACE      TO W-NW-RAW
               STRING JR-REC(1:26) "..." JR-REC(269:52)
                      DELIMITED BY SIZE INTO W-NW-RAW
               END-STRING
               IF W-NW-WHO NOT = SPACE
                  PERFORM P-800
               END-IF
            END-IF.
            .
      *
      *   ケース8．STREAMLG（ジョブの手順記録）。コマンドに
      *   OPERATOR_ID=の付いた手順だけを人の作業として拾う。
       P-300.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STR-IN.
            IF W-STR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE STR-IN
            END-IF.
            .
       P-310.
            MOVE SPACE TO W-F1 W-F2 W-CMD.
            UNSTRING ST-REC DELIMITED BY "|"
                INTO W-F1 W-F2 W-CMD
            END-UNSTRING.
            MOVE 0 TO W-SUB2.
            INSPECT W-CMD TALLYING W-SUB2 FOR ALL "OPERATOR_ID=".
            IF W-SUB2 > 0
               MOVE SPACE TO W-F3 W-F4 W-F6
               UNSTRING W-CMD DELIMITED BY "OPERATOR_ID="
                   INTO W-F3 W-F6
               END-UNSTRING
               UNSTRING W-F6 DELIMITED BY SPACE INTO W-F4
               END-UNSTRING
               IF W-F4 NOT = SPACE
                  MOVE W-F1 TO W-NW-STAMP
                  MOVE W-F4 TO W-NW-WHO
                  MOVE SPACE TO W-NW-ACT
                  STRING "JOB:" W-F2 DELIMITED BY SPACE
                         INTO W-NW-ACT
                  END-STRING
                  MOVE SPACE      TO W-NW-RUN W-NW-KEY
                  MOVE "STREAMLG" TO W-NW-SRC
                  MOVE ST-REC     TO W-NW-RAW
                  PERFORM P-800
               END-IF
            END-IF.
            .
      *
      *   ケース9．例外のロード。許可者が本人のものは認めない。
       P-400.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT EXC-IN.
            IF W-EXC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ EXC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-410
                  END-READ
               END-PERFORM
               CLOSE EXC-IN
            END-IF.
            .
       P-410.
            IF EX-REC(1:1) = "#" OR EX-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4
               UNSTRING EX-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4
               END-UNSTRING
               EVALUATE TRUE
                   WHEN W-F4 = SPACE OR W-F4 = W-F2
                        DISPLAY "SOD-CHK: EXCEPTION IGNORED"
                                " (NO INDEPENDENT GRANTOR) "
                                EX-REC(1:60)
                   WHEN W-EXC-CNT >= 100
                        DISPLAY "SOD-CHK: EXCEPTION IGNORED"
                                " (TABLE FULL) " EX-REC(1:60)
                   WHEN OTHER
                        ADD 1 TO W-EXC-CNT
                        MOVE W-F1 TO W-EX-RULE(W-EXC-CNT)
                        MOVE W-F2 TO W-EX-WHO(W-EXC-CNT)
                        MOVE W-F3 TO W-EX-RUN(W-EXC-CNT)
                        MOVE W-F4 TO W-EX-BY(W-EXC-CNT)
               END-EVALUATE
            END-IF.
            .
      *
      *   ケース10．規則１件の評価。作業Ａ・Ｂに当たる作業を集め、
      *   同じ人の組を範囲で突き合わせる。
       P-500.
            MOVE 0 TO W-LA-CNT W-LB-CNT.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-EV-CNT
               MOVE W-EV-ACT(W-SUB2) TO W-ACT
               MOVE W-RL-ACTA(W-SUB) TO W-PAT
               PERFORM P-510
               IF W-HIT
                  ADD 1 TO W-LA-CNT
                  MOVE W-SUB2 TO W-LA(W-LA-CNT)
               END-IF
               MOVE W-RL-ACTB(W-SUB) TO W-PAT
               PERFORM P-510
               IF W-HIT
                  ADD 1 TO W-LB-CNT
                  MOVE W-SUB2 TO W-LB(W-LB-CNT)
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB2 FROM 1 BY 1
                    UNTIL W-SUB2 > W-LA-CNT
               PERFORM VARYING W-SUB3 FROM 1 BY 1
                       UNTIL W-SUB3 > W-LB-CNT
                  MOVE W-LA(W-SUB2) TO W-IA
                  MOVE W-LB(W-SUB3) TO W-IB
                  IF W-IA NOT = W-IB
                     AND W-EV-WHO(W-IA) = W-EV-WHO(W-IB)
                     PERFORM P-520
                     IF W-PAIR
                        PERFORM P-530
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM.
            .
      *
      *   作業名W-ACTが規則の作業名W-PATに当たるか（末尾*は前方一致）。
       P-510.
            MOVE "N" TO W-HIT-SW.
            MOVE 0 TO W-LEN.
            INSPECT W-PAT TALLYING W-LEN
                    FOR CHARACTERS BEFORE INITIAL "*".
            IF W-LEN < 20
               IF W-LEN = 0
                  MOVE "Y" TO W-HIT-SW
               ELSE
                  IF W-ACT(1:W-LEN) = W-PAT(1:W-LEN)
                     MOVE "Y" TO W-HIT-SW
                  END-IF
               END-IF
            ELSE
               IF W-ACT = W-PAT
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-IF.
            .
      *
      *   組W-IA・W-IBが規則の範囲に入るか。入れば抵触の実行を
      *   W-VRUNに置く（時刻不明の作業はどの実行・期間とも重なる）。
       P-520.
            MOVE "N" TO W-PAIR-SW.
            IF W-EV-STAMP(W-IA) > W-EV-STAMP(W-IB)
               MOVE W-EV-RUN(W-IA) TO W-VRUN
            ELSE
               MOVE W-EV-RUN(W-IB) TO W-VRUN
            END-IF.
            IF W-VRUN = SPACE
               MOVE W-EV-RUN(W-IA) TO W-VRUN
            END-IF.
            IF W-VRUN = SPACE
               MOVE W-EV-RUN(W-IB) TO W-VRUN
            END-IF.
            EVALUATE TRUE
                WHEN W-EV-STAMP(W-IA) = SPACE
                     OR W-EV-STAMP(W-IB) = SPACE
                     MOVE "Y" TO W-PAIR-SW
                WHEN W-RL-SCOPE(W-SUB) = "RUN"
                     IF W-EV-RUN(W-IA) NOT = SPACE
                        AND W-EV-RUN(W-IA) = W-EV-RUN(W-IB)
                        MOVE "Y" TO W-PAIR-SW
                     END-IF
                WHEN OTHER
                     COMPUTE W-DIFF = W-EV-DAY(W-IA) - W-EV-DAY(W-IB)
                     IF W-DIFF < 0
                        COMPUTE W-DIFF = 0 - W-DIFF
                     END-IF
                     IF W-DIFF <= W-RL-DAYS(W-SUB)
                        MOVE "Y" TO W-PAIR-SW
                     END-IF
            END-EVALUATE.
            IF W-VRUN = SPACE
               MOVE "-" TO W-VRUN
            END-IF.
            .
      *
      *   抵触の記録。規則・人・実行が同じものは最初の組を証拠に
      *   １件にまとめる。
       P-530.
            MOVE "N" TO W-HIT-SW.
            PERFORM VARYING W-SUB4 FROM 1 BY 1
                    UNTIL W-SUB4 > W-VIO-CNT OR W-HIT
               IF W-VI-RULE(W-SUB4) = W-SUB
                  AND W-VI-WHO(W-SUB4) = W-EV-WHO(W-IA)
                  AND W-VI-RUN(W-SUB4) = W-VRUN
                  MOVE "Y" TO W-HIT-SW
               END-IF
            END-PERFORM.
            IF NOT W-HIT
               IF W-VIO-CNT < 500
                  ADD 1 TO W-VIO-CNT
                  MOVE W-SUB           TO W-VI-RULE(W-VIO-CNT)
                  MOVE W-EV-WHO(W-IA)  TO W-VI-WHO(W-VIO-CNT)
                  MOVE W-VRUN          TO W-VI-RUN(W-VIO-CNT)
                  MOVE W-IA            TO W-VI-EVA(W-VIO-CNT)
                  MOVE W-IB            TO W-VI-EVB(W-VIO-CNT)
                  MOVE "OPEN"          TO W-VI-STS(W-VIO-CNT)
                  MOVE "-"             TO W-VI-BY(W-VIO-CNT)
                  PERFORM VARYING W-SUB4 FROM 1 BY 1
                          UNTIL W-SUB4 > W-EXC-CNT
                     IF W-EX-RULE(W-SUB4) = W-RL-ID(W-SUB)
                        AND W-EX-WHO(W-SUB4) = W-EV-WHO(W-IA)
                        AND (W-EX-RUN(W-SUB4) = "*"
                             OR W-EX-RUN(W-SUB4) = W-VRUN)
                        MOVE "EXCEPTED" TO W-VI-STS(W-VIO-CNT)
                        MOVE W-EX-BY(W-SUB4) TO W-VI-BY(W-VIO-CNT)
                     END-IF
                  END-PERFORM
                  IF W-VI-STS(W-VIO-CNT) = "OPEN"
                     ADD 1 TO W-OPEN-CNT
                  ELSE
                     ADD 1 TO W-EXCP-CNT
                  END-IF
               ELSE
                  ADD 1 TO W-OVER-CNT
               END-IF
            END-IF.
            .
      *
      *   ケース11．SODVIOLの出力（抵触ごとに証拠の記録２行）。
       P-600.
            OPEN OUTPUT VIO-OU.
            MOVE SPACE TO W-LINE-WK.
            STRING "# SOD-CHK " W-STAMP
                   " RULES=" W-RUL-CNT " EVENTS=" W-EV-CNT
                   " RUNS=" W-RUN-CNT
                   " OPEN=" W-OPEN-CNT " EXCEPTED=" W-EXCP-CNT
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            WRITE VO-REC FROM W-LINE-WK.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-VIO-CNT
               MOVE W-SUB TO W-ED-NO
               MOVE W-VI-RULE(W-SUB) TO W-SUB2
               MOVE SPACE TO W-LINE-WK
               STRING "VIOL|" W-ED-NO "|"   DELIMITED BY SIZE
                      W-RL-ID(W-SUB2)       DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-VI-WHO(W-SUB)       DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-VI-RUN(W-SUB)       DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-VI-STS(W-SUB)       DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-VI-BY(W-SUB)        DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-RL-DESC(W-SUB2)     DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE VO-REC FROM W-LINE-WK
               DISPLAY W-LINE-WK(1:100)
               MOVE W-VI-EVA(W-SUB) TO W-IA
               MOVE SPACE TO W-LINE-WK
               STRING "EVID|" W-ED-NO "|A|" DELIMITED BY SIZE
                      W-EV-SRC(W-IA)        DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-EV-RAW(W-IA)        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE VO-REC FROM W-LINE-WK
               MOVE W-VI-EVB(W-SUB) TO W-IB
               MOVE SPACE TO W-LINE-WK
               STRING "EVID|" W-ED-NO "|B|" DELIMITED BY SIZE
                      W-EV-SRC(W-IB)        DELIMITED BY SPACE
                      "|"                   DELIMITED BY SIZE
                      W-EV-RAW(W-IB)        DELIMITED BY SIZE
                      INTO W-LINE-WK
               END-STRING
               WRITE VO-REC FROM W-LINE-WK
            END-PERFORM.
            CLOSE VIO-OU.
            .
      *
      *   作業１件の登録。実行の無い作業は時刻以後で最初の回帰実行
      *   に割り付け、日付は通日にしておく（暦にない時刻は不明扱い）。
       P-800.
            IF W-EV-CNT >= 3000
               ADD 1 TO W-OVER-CNT
            ELSE
               ADD 1 TO W-EV-CNT
               MOVE 0 TO W-EV-DAY(W-EV-CNT)
               IF W-NW-STAMP(1:8) IS NUMERIC
                  IF FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(W-NW-STAMP(1:8))) = 0
                     COMPUTE W-EV-DAY(W-EV-CNT) =
                        FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(W-NW-STAMP(1:8)))
                  ELSE
                     MOVE SPACE TO W-NW-STAMP
                  END-IF
               ELSE
                  MOVE SPACE TO W-NW-STAMP
               END-IF
               IF W-NW-RUN = SPACE AND W-NW-STAMP NOT = SPACE
                  PERFORM VARYING W-SUB4 FROM 1 BY 1
                          UNTIL W-SUB4 > W-RUN-CNT
                             OR W-NW-RUN NOT = SPACE
                     IF W-RN-STAMP(W-SUB4) >= W-NW-STAMP
                        MOVE W-RN-STAMP(W-SUB4) TO W-NW-RUN
                     END-IF
                  END-PERFORM
               END-IF
               MOVE W-NW-STAMP TO W-EV-STAMP(W-EV-CNT)
               MOVE W-NW-WHO   TO W-EV-WHO(W-EV-CNT)
               MOVE W-NW-ACT   TO W-EV-ACT(W-EV-CNT)
               MOVE W-NW-RUN   TO W-EV-RUN(W-EV-CNT)
               MOVE W-NW-SRC   TO W-EV-SRC(W-EV-CNT)
               MOVE W-NW-KEY   TO W-EV-KEY(W-EV-CNT)
               MOVE W-NW-RAW   TO W-EV-RAW(W-EV-CNT)
            END-IF.
            .
