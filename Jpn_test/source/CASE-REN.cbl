      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：CASE-IDの改名（全マスタへの波及）
      *    処理概要　　：重複CASE-IDの整理でケースの番号を振り直すと
      *                  （QA-43のP-070-01の組など）、新しいIDを４つ
      *                  ５つのマスタへ手で入れることになり、毎回
      *                  どれかが漏れてXREF-AUDが何週間も宙づりを
      *                  報告していた。改名トランザクションRENAMETX
      *                  （PROGRAM|旧CASE-ID|新CASE-ID|効力RUN-STAMP）
      *                  を読み、１回の統制された実行で全マスタへの
      *                  変更を作る（CASE-RETと同じく、取引様式の
      *                  マスタは各保守プログラムへの取引を作る）。
      *                    RENCMX  ：CASEMETX様式。旧IDの行のDELと、
      *                      同じ内容（状態も）で新IDの行のADD。
      *                    RENPTX  ：TESTPLTX様式。CASEIDS並びに旧IDを
      *                      名指しする計画行のDELと、旧IDを新IDに
      *                      置き替えた並びでのADD（"*"の行はそのまま）。
      *                    WAIVERSO：WAIVERS（regression_waivers.csv）
      *                      の差し替え案。旧IDの免責を新IDへ。
      *                    INCDREGO：INCDREGの差し替え案。旧IDの
      *                      インシデント（履歴も）を新IDへ。
      *                    CASEMAP ：改名表（PROGRAM|旧ID|新ID|効力
      *                      RUN-STAMP|記帳日|操作者）へ追記。RSLTREPO
      *                      と結果履歴は書き替えず、この表で旧IDの
      *                      履歴を同じケースとして読む（CASE-MAP-1を
      *                      通すRUN-CMP・QRPT-MON、history_trend.sh）。
      *                  どれかを作る前に衝突を検査する。新IDが
      *                  CASEMETA・TESTPLAN・WAIVERS・INCDREG・RSLTREPO
      *                  のどれかにすでにある、または改名表で旧IDや
      *                  改名先としてすでに使われていれば、その改名は
      *                  何も作らずにはねる。同じ実行の先の改名は
      *                  後の行の検査に効く。
      *                  運用者は DD_CASEMETX=RENCMX でMETA-MNTを、
      *                  DD_TESTPLTX=RENPTX でPLAN-MNTを流し、免責
      *                  マスタとINCDREGをWAIVERSO・INCDREGOと入れ
      *                  替え、CASEMAPをfixturesのCASEMAP.datへ戻す。
      *    使用方法　　：カレントにRENAMETX・CASEMETA・TESTPLAN・
      *                  WAIVERS・INCDREG・RSLTREPO（・CASEMAP）を置いて
      *                  実行する。効力RUN-STAMP（YYYYMMDD_HHMMSS）を
      *                  省くと実行時刻。OPERATOR_IDの権限（PERM-CHK-1の
      *                  APPLY）を照会する。はねた行があればRETURN-CODE
      *                  4、権限が無ければ8、RENAMETXが無ければ12。
      *  --------------------------------------------------------------
      *   対象：ケースの改名（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CASE-REN.
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
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT REN-TX     ASSIGN TO "RENAMETX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT PLN-IN     ASSIGN TO "TESTPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT REG-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT REPO-IN    ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT MAP-FILE   ASSIGN TO "CASEMAP"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MAP-FS.
           SELECT CMX-OU     ASSIGN TO "RENCMX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PTX-OU     ASSIGN TO "RENPTX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WVR-OU     ASSIGN TO "WAIVERSO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-OU     ASSIGN TO "INCDREGO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REN-LS     ASSIGN TO "RENLST"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REN-TX.
       01  RX-REC             PIC X(200).
       FD  META-IN.
       01  MI-REC             PIC X(160).
       FD  PLN-IN.
       01  PI-REC             PIC X(80).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  REG-IN.
       01  RG-REC             PIC X(250).
       FD  REPO-IN.
       01  RI-REC.
           03  RI-PROG        PIC X(12).
           03  RI-CASE        PIC X(40).
           03  RI-STAMP       PIC X(15).
           03  RI-RSLT        PIC X(02).
           03  RI-DETAIL      PIC X(60).
      *    サイトと他サイト印（改名の衝突は全サイトの行で見る）
           03  RI-SITE        PIC X(04).
           03  RI-ORIGIN      PIC X(01).
               88  RI-OTHER-SITE                 VALUE "X".
       FD  MAP-FILE.
       01  MP-REC             PIC X(200).
       FD  CMX-OU.
       01  CX-REC             PIC X(130).
       FD  PTX-OU.
       01  PX-REC             PIC X(84).
       FD  WVR-OU.
       01  WO-REC             PIC X(250).
       FD  REG-OU.
       01  RO-REC             PIC X(250).
       FD  REN-LS.
       01  RL-REC             PIC X(132).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
       01  W-TX-FS            PIC X(02).
       01  W-SRC-FS           PIC X(02).
       01  W-WVR-FS           PIC X(02).
       01  W-REG-FS           PIC X(02).
       01  W-MAP-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-FOUND-SW         PIC X              VALUE "N".
           88  W-FOUND                           VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-NOW-STAMP        PIC X(15).
      *    CASEMETAの表（最大500件）
       01  W-MT-CNT           PIC 9(03)          VALUE 0.
       01  W-MT-TBL.
           05  W-MT           OCCURS 500.
               10  W-MT-PROG  PIC X(12).
               10  W-MT-CASE  PIC X(40).
               10  W-MT-OWNER PIC X(16).
               10  W-MT-AREA  PIC X(12).
               10  W-MT-PRIO  PIC X(04).
               10  W-MT-REL   PIC X(08).
               10  W-MT-STS   PIC X(08).
      *    TESTPLANの表（最大300件）
       01  W-PL-CNT           PIC 9(03)          VALUE 0.
       01  W-PL-TBL.
           05  W-PL           OCCURS 300.
               10  W-PL-PLAN  PIC X(12).
               10  W-PL-PROG  PIC X(12).
               10  W-PL-CASES PIC X(40).
      *    WAIVERSの表（注記行も含めて原文のまま最大400行）
       01  W-WV-CNT           PIC 9(03)          VALUE 0.
       01  W-WV-TBL.
           05  W-WV           OCCURS 400.
               10  W-WV-RAW   PIC X(250).
               10  W-WV-PROG  PIC X(12).
               10  W-WV-CASE  PIC X(40).
               10  W-WV-CHG   PIC X(01).
      *    INCDREGの表（原文のまま最大300行）
       01  W-IC-CNT           PIC 9(03)          VALUE 0.
       01  W-IC-TBL.
           05  W-IC           OCCURS 300.
               10  W-IC-RAW   PIC X(250).
               10  W-IC-PROG  PIC X(12).
               10  W-IC-CASE  PIC X(40).
               10  W-IC-CHG   PIC X(01).
      *    RSLTREPOに現れるPROGRAM＋CASE-IDの組（最大2000組）
       01  W-RP-CNT           PIC 9(04)          VALUE 0.
       01  W-RP-TBL.
           05  W-RP           OCCURS 2000.
               10  W-RP-PROG  PIC X(12).
               10  W-RP-CASE  PIC X(40).
      *    改名表CASEMAP（既存の行と、この実行で足した行。最大500行）
       01  W-MP-CNT           PIC 9(03)          VALUE 0.
       01  W-MP-TBL.
           05  W-MP           OCCURS 500.
               10  W-MP-PROG  PIC X(12).
               10  W-MP-OLD   PIC X(40).
               10  W-MP-NEW   PIC X(40).
      *    改名トランザクションの分解域
       01  W-RX-PROG          PIC X(12).
       01  W-RX-OLD           PIC X(40).
       01  W-RX-NEW           PIC X(40).
       01  W-RX-EFF           PIC X(15).
       01  W-REJ-RSN          PIC X(50).
      *    行分解・作業域
       01  W-F1               PIC X(40).
       01  W-F2               PIC X(40).
       01  W-F3               PIC X(40).
       01  W-F4               PIC X(40).
       01  W-F5               PIC X(40).
       01  W-F6               PIC X(40).
       01  W-F7               PIC X(40).
       01  W-SUB              PIC 9(04).
       01  W-SUB2             PIC 9(04).
       01  W-PTR              PIC 9(03).
       01  W-P1               PIC 9(03).
       01  W-P2               PIC 9(03).
       01  W-TOK              PIC X(40).
       01  W-NEW-CASES        PIC X(40).
       01  W-NEW-PTR          PIC 9(03).
       01  W-TOK-HIT-SW       PIC X.
           88  W-TOK-HIT                         VALUE "Y".
       01  W-OVF-SW           PIC X.
           88  W-OVF                             VALUE "Y".
      *    件数
       01  W-TX-CNT           PIC 9(04)          VALUE 0.
       01  W-REN-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-CMX-CNT          PIC 9(04)          VALUE 0.
       01  W-PTX-CNT          PIC 9(04)          VALUE 0.
       01  W-WV-CHG-CNT       PIC 9(04)          VALUE 0.
       01  W-IC-CHG-CNT       PIC 9(04)          VALUE 0.
      *    出力行の組み立て域
       01  W-LST-WK           PIC X(132).
       01  W-OUT-WK           PIC X(250).
       01  W-RAW-WK           PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CASE-REN)".
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "CASE-REN" TO W-PRM-PROG.
            MOVE "APPLY"    TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "CASE-REN: OPERATOR NOT AUTHORIZED TO APPLY"
                       " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT REN-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "CASE-REN NG: NO RENAMETX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            ACCEPT W-TODAY    FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            STRING W-TODAY "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-NOW-STAMP
            END-STRING.
            PERFORM P-100.
            OPEN OUTPUT REN-LS CMX-OU PTX-OU.
            PERFORM UNTIL W-EOF
               READ REN-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END
                        PERFORM P-210 THRU P-210-EXIT
               END-READ
            END-PERFORM.
            CLOSE REN-TX.
            PERFORM P-800.
            MOVE SPACE TO W-LST-WK.
            STRING "RENAMETX=" W-TX-CNT " RENAMED=" W-REN-CNT
                   " REJ=" W-REJ-CNT " CASEMETX=" W-CMX-CNT
                   " TESTPLTX=" W-PTX-CNT " WAIVERS=" W-WV-CHG-CNT
                   " INCDREG=" W-IC-CHG-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            DISPLAY W-LST-WK(1:100).
            CLOSE REN-LS CMX-OU PTX-OU.
            IF W-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (CASE-REN)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．各マスタと改名表のロード。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT META-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ META-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-101
                  END-READ
               END-PERFORM
               CLOSE META-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT PLN-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ PLN-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-102
                  END-READ
               END-PERFORM
               CLOSE PLN-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WVR-IN.
            IF W-WVR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-103
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REG-IN.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-104
                  END-READ
               END-PERFORM
               CLOSE REG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REPO-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REPO-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-105
                  END-READ
               END-PERFORM
               CLOSE REPO-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MAP-FILE.
            IF W-MAP-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MAP-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-106
                  END-READ
               END-PERFORM
               CLOSE MAP-FILE
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "CASEMETA=" W-MT-CNT " TESTPLAN=" W-PL-CNT
                    " WAIVERS=" W-WV-CNT " INCDREG=" W-IC-CNT
                    " RSLTREPO-KEYS=" W-RP-CNT " CASEMAP=" W-MP-CNT.
            .
       P-101.
            IF MI-REC(1:1) NOT = "#" AND MI-REC NOT = SPACE
               AND W-MT-CNT < 500
               ADD 1 TO W-MT-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
               UNSTRING MI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7
               END-UNSTRING
               MOVE W-F1 TO W-MT-PROG (W-MT-CNT)
               MOVE W-F2 TO W-MT-CASE (W-MT-CNT)
               MOVE W-F3 TO W-MT-OWNER(W-MT-CNT)
               MOVE W-F4 TO W-MT-AREA (W-MT-CNT)
               MOVE W-F5 TO W-MT-PRIO (W-MT-CNT)
               MOVE W-F6 TO W-MT-REL  (W-MT-CNT)
               MOVE W-F7 TO W-MT-STS  (W-MT-CNT)
            END-IF.
            .
       P-102.
            IF PI-REC(1:1) NOT = "#" AND PI-REC NOT = SPACE
               AND W-PL-CNT < 300
               ADD 1 TO W-PL-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING PI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-PL-PLAN (W-PL-CNT)
               MOVE W-F2 TO W-PL-PROG (W-PL-CNT)
               MOVE W-F3 TO W-PL-CASES(W-PL-CNT)
            END-IF.
            .
       P-103.
            IF W-WV-CNT < 400
               ADD 1 TO W-WV-CNT
               MOVE WI-REC TO W-WV-RAW(W-WV-CNT)
               MOVE SPACE  TO W-WV-PROG(W-WV-CNT) W-WV-CASE(W-WV-CNT)
               MOVE "N"    TO W-WV-CHG (W-WV-CNT)
               IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
                  MOVE SPACE TO W-F1 W-F2
                  UNSTRING WI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2
                  END-UNSTRING
                  MOVE W-F1 TO W-WV-PROG(W-WV-CNT)
                  MOVE W-F2 TO W-WV-CASE(W-WV-CNT)
               END-IF
            END-IF.
            .
       P-104.
            IF W-IC-CNT < 300
               ADD 1 TO W-IC-CNT
               MOVE RG-REC TO W-IC-RAW(W-IC-CNT)
               MOVE SPACE  TO W-IC-PROG(W-IC-CNT) W-IC-CASE(W-IC-CNT)
               MOVE "N"    TO W-IC-CHG (W-IC-CNT)
               IF RG-REC(1:1) NOT = "#" AND RG-REC NOT = SPACE
                  MOVE SPACE TO W-F1 W-F2
                  UNSTRING RG-REC DELIMITED BY "|"
                      INTO W-F1 W-F2
                  END-UNSTRING
                  MOVE W-F1 TO W-IC-PROG(W-IC-CNT)
                  MOVE W-F2 TO W-IC-CASE(W-IC-CNT)
               END-IF
            END-IF.
            .
       P-105.
            MOVE "N" TO W-FOUND-SW.
            PERFORM VARYING W-SUB FROM W-RP-CNT BY -1
                    UNTIL W-SUB < 1 OR W-FOUND
               IF W-RP-PROG(W-SUB) = RI-PROG
                  AND W-RP-CASE(W-SUB) = RI-CASE
                  MOVE "Y" TO W-FOUND-SW
               END-IF
            END-PERFORM.
            IF NOT W-FOUND AND W-RP-CNT < 2000
               ADD 1 TO W-RP-CNT
               MOVE RI-PROG TO W-RP-PROG(W-RP-CNT)
               MOVE RI-CASE TO W-RP-CASE(W-RP-CNT)
            END-IF.
            .
       P-106.
            IF MP-REC(1:1) NOT = "#" AND MP-REC NOT = SPACE
               AND W-MP-CNT < 500
               ADD 1 TO W-MP-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING MP-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-MP-PROG(W-MP-CNT)
               MOVE W-F2 TO W-MP-OLD (W-MP-CNT)
               MOVE W-F3 TO W-MP-NEW (W-MP-CNT)
            END-IF.
            .
      *
      *   ケース2．改名トランザクション１件の検査と波及。
       P-210.
            IF RX-REC(1:1) = "#" OR RX-REC = SPACE
               GO TO P-210-EXIT
            END-IF.
            ADD 1 TO W-TX-CNT.
            MOVE SPACE TO W-RX-PROG W-RX-OLD W-RX-NEW W-RX-EFF
                          W-REJ-RSN.
            UNSTRING RX-REC DELIMITED BY "|"
                INTO W-RX-PROG W-RX-OLD W-RX-NEW W-RX-EFF
            END-UNSTRING.
            IF W-RX-EFF = SPACE
               MOVE W-NOW-STAMP TO W-RX-EFF
            END-IF.
            EVALUATE TRUE
                WHEN W-RX-PROG = SPACE OR W-RX-OLD = SPACE
                     OR W-RX-NEW = SPACE
                     MOVE "PROGRAM, OLD AND NEW CASE-ID REQUIRED"
                          TO W-REJ-RSN
                WHEN W-RX-OLD = "*" OR W-RX-NEW = "*"
                     MOVE "PROGRAM DEFAULT (*) CANNOT BE RENAMED"
                          TO W-REJ-RSN
                WHEN W-RX-OLD = W-RX-NEW
                     MOVE "OLD AND NEW CASE-ID ARE THE SAME"
                          TO W-REJ-RSN
                WHEN W-RX-EFF(1:8) IS NOT NUMERIC
                     OR W-RX-EFF(9:1) NOT = "_"
                     OR W-RX-EFF(10:6) IS NOT NUMERIC
                     MOVE "EFFECTIVE RUN-STAMP NOT YYYYMMDD_HHMMSS"
                          TO W-REJ-RSN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            IF W-REJ-RSN NOT = SPACE
               PERFORM P-290
               GO TO P-210-EXIT
            END-IF.
            PERFORM P-220.
            IF W-REJ-RSN NOT = SPACE
               PERFORM P-290
               GO TO P-210-EXIT
            END-IF.
            PERFORM P-230.
            IF W-REJ-RSN NOT = SPACE
               PERFORM P-290
               GO TO P-210-EXIT
            END-IF.
            ADD 1 TO W-REN-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "RENAME  " W-RX-PROG " " W-RX-OLD(1:20) " -> "
                   W-RX-NEW(1:20) " FROM RUN " W-RX-EFF
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            PERFORM P-300.
            PERFORM P-400.
            PERFORM P-500.
            PERFORM P-600.
            PERFORM P-700.
       P-210-EXIT.
            EXIT.
      *
      *   衝突の検査。新IDがどのマスタ・RSLTREPO・改名表にも
      *   無いこと。計画行の並びが新IDであふれないこと。
       P-220.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT OR W-REJ-RSN NOT = SPACE
               IF W-MT-PROG(W-SUB) = W-RX-PROG
                  AND W-MT-CASE(W-SUB) = W-RX-NEW
                  MOVE "NEW CASE-ID ALREADY IN CASEMETA" TO W-REJ-RSN
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PL-CNT OR W-REJ-RSN NOT = SPACE
               IF W-PL-PROG(W-SUB) = W-RX-PROG
                  AND W-PL-CASES(W-SUB) NOT = "*"
                  MOVE W-RX-NEW TO W-TOK
                  PERFORM P-320
                  IF W-TOK-HIT
                     MOVE "NEW CASE-ID ALREADY IN TESTPLAN"
                          TO W-REJ-RSN
                  ELSE
                     MOVE W-RX-OLD TO W-TOK
                     PERFORM P-320
                     IF W-OVF
                        MOVE "TESTPLAN CASEIDS LIST WOULD OVERFLOW"
                             TO W-REJ-RSN
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT OR W-REJ-RSN NOT = SPACE
               IF W-WV-PROG(W-SUB) = W-RX-PROG
                  AND W-WV-CASE(W-SUB) = W-RX-NEW
                  MOVE "NEW CASE-ID ALREADY IN WAIVERS" TO W-REJ-RSN
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT OR W-REJ-RSN NOT = SPACE
               IF W-IC-PROG(W-SUB) = W-RX-PROG
                  AND W-IC-CASE(W-SUB) = W-RX-NEW
                  MOVE "NEW CASE-ID ALREADY IN INCDREG" TO W-REJ-RSN
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RP-CNT OR W-REJ-RSN NOT = SPACE
               IF W-RP-PROG(W-SUB) = W-RX-PROG
                  AND W-RP-CASE(W-SUB) = W-RX-NEW
                  MOVE "NEW CASE-ID ALREADY HAS RSLTREPO HISTORY"
                       TO W-REJ-RSN
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MP-CNT OR W-REJ-RSN NOT = SPACE
               IF W-MP-PROG(W-SUB) = W-RX-PROG
                  AND (W-MP-OLD(W-SUB) = W-RX-NEW
                       OR W-MP-NEW(W-SUB) = W-RX-NEW)
                  MOVE "NEW CASE-ID ALREADY USED IN CASEMAP"
                       TO W-REJ-RSN
               END-IF
            END-PERFORM.
            .
      *
      *   旧IDがどこかにあること（無ければ改名するものが無い）。
      *   すでに改名表で改名済みの旧IDは二度改名しない（履歴の
      *   読み替え先が割れる）。
       P-230.
            MOVE "N" TO W-FOUND-SW.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT OR W-FOUND
               IF W-MT-PROG(W-SUB) = W-RX-PROG
                  AND W-MT-CASE(W-SUB) = W-RX-OLD
                  MOVE "Y" TO W-FOUND-SW
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PL-CNT OR W-FOUND
               IF W-PL-PROG(W-SUB) = W-RX-PROG
                  AND W-PL-CASES(W-SUB) NOT = "*"
                  MOVE W-RX-OLD TO W-TOK
                  PERFORM P-320
                  IF W-TOK-HIT
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT OR W-FOUND
               IF W-WV-PROG(W-SUB) = W-RX-PROG
                  AND W-WV-CASE(W-SUB) = W-RX-OLD
                  MOVE "Y" TO W-FOUND-SW
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT OR W-FOUND
               IF W-IC-PROG(W-SUB) = W-RX-PROG
                  AND W-IC-CASE(W-SUB) = W-RX-OLD
                  MOVE "Y" TO W-FOUND-SW
               END-IF
            END-PERFORM.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-RP-CNT OR W-FOUND
               IF W-RP-PROG(W-SUB) = W-RX-PROG
                  AND W-RP-CASE(W-SUB) = W-RX-OLD
                  MOVE "Y" TO W-FOUND-SW
               END-IF
            END-PERFORM.
            IF NOT W-FOUND
               MOVE "OLD CASE-ID NOT FOUND IN ANY MASTER"
                    TO W-REJ-RSN
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MP-CNT OR W-REJ-RSN NOT = SPACE
               IF W-MP-PROG(W-SUB) = W-RX-PROG
                  AND W-MP-OLD(W-SUB) = W-RX-OLD
                  MOVE "OLD CASE-ID ALREADY RENAMED IN CASEMAP"
                       TO W-REJ-RSN
               END-IF
            END-PERFORM.
            .
      *
      *   リジェクト。
       P-290.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-RX-PROG " " W-RX-OLD(1:20) " -> "
                   W-RX-NEW(1:20) " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．CASEMETAへの波及（CASEMETX様式）。旧IDの行を
      *   DELし、同じ内容で新IDの行をADDする。
       P-300.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT
               IF W-MT-PROG(W-SUB) = W-RX-PROG
                  AND W-MT-CASE(W-SUB) = W-RX-OLD
                  MOVE "DEL" TO W-F1
                  PERFORM P-310
                  MOVE W-RX-NEW TO W-MT-CASE(W-SUB)
                  MOVE "ADD" TO W-F1
                  PERFORM P-310
               END-IF
            END-PERFORM.
            .
      *    CASEMETXの１行（区分はW-F1、行はW-SUB）。
       P-310.
            MOVE SPACE TO W-OUT-WK.
            MOVE 1     TO W-PTR.
            STRING W-F1(1:3)              DELIMITED BY SIZE
                   W-MT-PROG (W-SUB)      DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-MT-CASE (W-SUB)      DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-MT-OWNER(W-SUB)      DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-MT-AREA (W-SUB)      DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-MT-PRIO (W-SUB)      DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-MT-REL  (W-SUB)      DELIMITED BY SPACE
                   INTO W-OUT-WK WITH POINTER W-PTR
            END-STRING.
            IF W-MT-STS(W-SUB) NOT = SPACE
               STRING "|"                 DELIMITED BY SIZE
                      W-MT-STS(W-SUB)     DELIMITED BY SPACE
                      INTO W-OUT-WK WITH POINTER W-PTR
               END-STRING
            END-IF.
            WRITE CX-REC FROM W-OUT-WK.
            ADD 1 TO W-CMX-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "  CASEMETX " W-OUT-WK
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *    CASEIDS並び（W-SUBの計画行）からW-TOKを探し、旧IDを新IDに
      *    置き替えた並びをW-NEW-CASESに作る（あふれはW-OVF-SW）。
       P-320.
            MOVE "N"   TO W-TOK-HIT-SW W-OVF-SW.
            MOVE SPACE TO W-NEW-CASES.
            MOVE 1     TO W-PTR W-NEW-PTR.
            PERFORM UNTIL W-PTR > 40
               MOVE SPACE TO W-F2
               UNSTRING W-PL-CASES(W-SUB) DELIMITED BY ALL SPACE
                   INTO W-F2 WITH POINTER W-PTR
               END-UNSTRING
               IF W-F2 NOT = SPACE
                  IF W-F2 = W-TOK
                     MOVE "Y" TO W-TOK-HIT-SW
                  END-IF
                  IF W-NEW-PTR > 1
                     STRING " " DELIMITED BY SIZE
                         INTO W-NEW-CASES WITH POINTER W-NEW-PTR
                         ON OVERFLOW MOVE "Y" TO W-OVF-SW
                     END-STRING
                  END-IF
                  IF W-F2 = W-RX-OLD
                     STRING W-RX-NEW DELIMITED BY SPACE
                         INTO W-NEW-CASES WITH POINTER W-NEW-PTR
                         ON OVERFLOW MOVE "Y" TO W-OVF-SW
                     END-STRING
                  ELSE
                     STRING W-F2 DELIMITED BY SPACE
                         INTO W-NEW-CASES WITH POINTER W-NEW-PTR
                         ON OVERFLOW MOVE "Y" TO W-OVF-SW
                     END-STRING
                  END-IF
               END-IF
            END-PERFORM.
            .
      *
      *   ケース4．TESTPLANへの波及（TESTPLTX様式）。旧IDを名指し
      *   する計画行をDELし、置き替えた並びでADDする。
       P-400.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PL-CNT
               IF W-PL-PROG(W-SUB) = W-RX-PROG
                  AND W-PL-CASES(W-SUB) NOT = "*"
                  MOVE W-RX-OLD TO W-TOK
                  PERFORM P-320
                  IF W-TOK-HIT
                     MOVE "DEL" TO W-F1
                     PERFORM P-410
                     MOVE W-NEW-CASES TO W-PL-CASES(W-SUB)
                     MOVE "ADD" TO W-F1
                     PERFORM P-410
                  END-IF
               END-IF
            END-PERFORM.
            .
      *    TESTPLTXの１行（区分はW-F1、行はW-SUB）。
       P-410.
            MOVE SPACE TO W-OUT-WK.
            STRING W-F1(1:3)              DELIMITED BY SIZE
                   W-PL-PLAN(W-SUB)       DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-PL-PROG(W-SUB)       DELIMITED BY SPACE
                   "|"                    DELIMITED BY SIZE
                   W-PL-CASES(W-SUB)      DELIMITED BY SIZE
                   INTO W-OUT-WK
            END-STRING.
            WRITE PX-REC FROM W-OUT-WK.
            ADD 1 TO W-PTX-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "  TESTPLTX " W-OUT-WK
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   ケース5．WAIVERSへの波及。旧IDの免責を新IDへ（原文の
      *   ２欄目だけを替える）。
       P-500.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT
               IF W-WV-PROG(W-SUB) = W-RX-PROG
                  AND W-WV-CASE(W-SUB) = W-RX-OLD
                  MOVE W-WV-RAW(W-SUB) TO W-RAW-WK
                  PERFORM P-900
                  MOVE W-RAW-WK TO W-WV-RAW(W-SUB)
                  MOVE W-RX-NEW TO W-WV-CASE(W-SUB)
                  MOVE "Y"      TO W-WV-CHG(W-SUB)
                  ADD 1 TO W-WV-CHG-CNT
                  MOVE SPACE TO W-LST-WK
                  STRING "  WAIVER   " W-RAW-WK
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE RL-REC FROM W-LST-WK
               END-IF
            END-PERFORM.
            .
      *
      *   ケース6．INCDREGへの波及。旧IDのインシデント（クローズ
      *   済みの履歴も）を新IDへ。
       P-600.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT
               IF W-IC-PROG(W-SUB) = W-RX-PROG
                  AND W-IC-CASE(W-SUB) = W-RX-OLD
                  MOVE W-IC-RAW(W-SUB) TO W-RAW-WK
                  PERFORM P-900
                  MOVE W-RAW-WK TO W-IC-RAW(W-SUB)
                  MOVE W-RX-NEW TO W-IC-CASE(W-SUB)
                  MOVE "Y"      TO W-IC-CHG(W-SUB)
                  ADD 1 TO W-IC-CHG-CNT
                  MOVE SPACE TO W-LST-WK
                  STRING "  INCDREG  " W-RAW-WK
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE RL-REC FROM W-LST-WK
               END-IF
            END-PERFORM.
            .
      *
      *   ケース7．改名表CASEMAPへの追記。RSLTREPOの旧IDの履歴は
      *   この行で新IDの履歴として読まれる。以降の行の衝突検査の
      *   ため、表とRSLTREPOの組にも足しておく。
       P-700.
            OPEN EXTEND MAP-FILE.
            IF W-MAP-FS = "35"
               OPEN OUTPUT MAP-FILE
            END-IF.
            IF W-MAP-FS = "00"
               MOVE SPACE TO MP-REC
               STRING W-RX-PROG           DELIMITED BY SPACE
                      "|"                 DELIMITED BY SIZE
                      W-RX-OLD            DELIMITED BY SPACE
                      "|"                 DELIMITED BY SIZE
                      W-RX-NEW            DELIMITED BY SPACE
                      "|" W-RX-EFF "|" W-TODAY "|"
                                          DELIMITED BY SIZE
                      W-PRM-OPER          DELIMITED BY SPACE
                      INTO MP-REC
               END-STRING
               WRITE MP-REC
               CLOSE MAP-FILE
               MOVE SPACE TO W-LST-WK
               STRING "  CASEMAP  " MP-REC
                      DELIMITED BY SIZE INTO W-LST-WK
               END-STRING
               WRITE RL-REC FROM W-LST-WK
            END-IF.
            IF W-MP-CNT < 500
               ADD 1 TO W-MP-CNT
               MOVE W-RX-PROG TO W-MP-PROG(W-MP-CNT)
               MOVE W-RX-OLD  TO W-MP-OLD (W-MP-CNT)
               MOVE W-RX-NEW  TO W-MP-NEW (W-MP-CNT)
            END-IF.
            IF W-RP-CNT < 2000
               ADD 1 TO W-RP-CNT
               MOVE W-RX-PROG TO W-RP-PROG(W-RP-CNT)
               MOVE W-RX-NEW  TO W-RP-CASE(W-RP-CNT)
            END-IF.
            .
      *
      *   ケース8．WAIVERSとINCDREGの差し替え案。注記行も含めて
      *   原文のまま写す（改名の無かったファイルは書かない）。
       P-800.
            IF W-WV-CHG-CNT > 0
               OPEN OUTPUT WVR-OU
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-WV-CNT
                  WRITE WO-REC FROM W-WV-RAW(W-SUB)
               END-PERFORM
               CLOSE WVR-OU
            END-IF.
            IF W-IC-CHG-CNT > 0
               OPEN OUTPUT REG-OU
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-IC-CNT
                  WRITE RO-REC FROM W-IC-RAW(W-SUB)
               END-PERFORM
               CLOSE REG-OU
            END-IF.
            .
      *
      *   W-RAW-WKの「|」区切り２欄目（CASE-ID）を新IDに替える。
       P-900.
            MOVE 0 TO W-P1 W-P2.
            PERFORM VARYING W-PTR FROM 1 BY 1
                    UNTIL W-PTR > 250 OR W-P2 > 0
               IF W-RAW-WK(W-PTR:1) = "|"
                  IF W-P1 = 0
                     MOVE W-PTR TO W-P1
                  ELSE
                     MOVE W-PTR TO W-P2
                  END-IF
               END-IF
            END-PERFORM.
            IF W-P2 > 0
               MOVE SPACE TO W-OUT-WK
               MOVE 1 TO W-PTR
               STRING W-RAW-WK(1:W-P1)    DELIMITED BY SIZE
                      W-RX-NEW            DELIMITED BY SPACE
                      W-RAW-WK(W-P2:)     DELIMITED BY SIZE
                      INTO W-OUT-WK WITH POINTER W-PTR
               END-STRING
               MOVE W-OUT-WK TO W-RAW-WK
            END-IF.
            .
