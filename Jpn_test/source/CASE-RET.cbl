      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：ケース・プログラムの廃止（全マスタへの波及）
      *    処理概要　　：廃れたケースやプログラム（EX5-1-1A_oldなど）
      *                  を正式に廃止する道が無く、TESTPLANから手で
      *                  消すだけで、CASEMETAの行・免責・生きた
      *                  インシデント・履歴が取り残され、XREF-AUDが
      *                  いつまでも宙づりと言い続けていた。廃止
      *                  トランザクションRETIRTX（PROGRAM|CASE-IDまた
      *                  は*|理由|承認者）を読み、各マスタの正規の
      *                  保守へ渡す取引を作る（マスタそのものは書き
      *                  替えない。STAFF-MNTのDEPARTと同じ作法）。
      *                    RETIRPTX：TESTPLTX様式。そのプログラムを
      *                      流す計画行のDEL。ケース単位の廃止では、
      *                      CASEIDS並びにそのケースを名指しする行を
      *                      DELし、残りの並びでADDし直す（並びが
      *                      空になればDELだけ。"*"の行は全ケースを
      *                      流すのでそのまま残し、リストに記す）。
      *                    RETIRCMX：CASEMETX様式。該当するCASEMETA
      *                      の行を消さずに状態RETIREDへCHGする
      *                      （プログラム単位ならそのプログラムの全行）。
      *                      廃止するキーの行が無ければ、持ち主などを
      *                      プログラム既定の行から写してRETIREDの行を
      *                      ADDする（廃止の事実をマスタに残すため）。
      *                    RETIRITX：INCDTX様式。生きたインシデントを
      *                      理由RETIREDでCLOSEDにする。
      *                    WAIVERSO：WAIVERS（regression_waivers.csv）
      *                      の差し替え案。該当する免責の期限を前日に
      *                      して失効させる（行は残す）。
      *                    RETIRLOG：廃止台帳（日付|PROGRAM|CASE-ID|
      *                      理由|承認者|操作者）へ追記。
      *                  RSLTREPOの履歴は消さずに凍結する（RSLT-REPO
      *                  のLOADがRETIREDのケースの結果を積まない）。
      *                  XREF-AUDはRETIREDのケースを宙づりとしない。
      *                  運用者は DD_TESTPLTX=RETIRPTX でPLAN-MNTを、
      *                  DD_CASEMETX=RETIRCMX でMETA-MNTを、
      *                  DD_INCDTX=RETIRITX でINCD-REGのUPDATEを流し、
      *                  免責マスタをWAIVERSOと入れ替える。
      *    使用方法　　：カレントにRETIRTX・CASEMETA・TESTPLAN・
      *                  INCDREG・WAIVERS（・STAFFMST・CASELOC）を
      *                  置いて実行する。OPERATOR_IDの権限（PERM-CHK-1
      *                  のAPPLY）を照会する。理由・承認者の無い行、
      *                  操作者自身の承認、有効な要員に名寄せできない
      *                  承認者（STAFFMSTがあるとき）、廃止済みの
      *                  キー、どのマスタにも台帳にも無いキーははね、
      *                  RETURN-CODE 4。権限が無ければ8、RETIRTXが
      *                  無ければ12。
      *  --------------------------------------------------------------
      *   対象：ケース・プログラムの正規の廃止（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CASE-RET.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-04.
       DATE-COMPILED.        2026-10-04.
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
           SELECT RET-TX     ASSIGN TO "RETIRTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT META-IN    ASSIGN TO "CASEMETA"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT PLN-IN     ASSIGN TO "TESTPLAN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT REG-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT WVR-IN     ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-WVR-FS.
           SELECT STF-IN     ASSIGN TO "STAFFMST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-STF-FS.
           SELECT LOC-IN     ASSIGN TO "CASELOC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT PTX-OU     ASSIGN TO "RETIRPTX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMX-OU     ASSIGN TO "RETIRCMX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITX-OU     ASSIGN TO "RETIRITX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WVR-OU     ASSIGN TO "WAIVERSO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-FILE   ASSIGN TO "RETIRLOG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-LOG-FS.
           SELECT RET-LS     ASSIGN TO "RETIRLST"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  RET-TX.
       01  RX-REC             PIC X(200).
       FD  META-IN.
       01  MI-REC             PIC X(160).
       FD  PLN-IN.
       01  PI-REC             PIC X(80).
       FD  REG-IN.
       01  RG-REC             PIC X(200).
       FD  WVR-IN.
       01  WI-REC             PIC X(250).
       FD  STF-IN.
       01  SI-REC             PIC X(160).
       FD  LOC-IN.
       01  LI-REC             PIC X(200).
       FD  PTX-OU.
       01  PX-REC             PIC X(84).
       FD  CMX-OU.
       01  CX-REC             PIC X(130).
       FD  ITX-OU.
       01  IX-REC             PIC X(200).
       FD  WVR-OU.
       01  WO-REC             PIC X(250).
       FD  LOG-FILE.
       01  LG-REC             PIC X(200).
       FD  RET-LS.
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
       01  W-STF-FS           PIC X(02).
       01  W-LOG-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
       01  W-FOUND-SW         PIC X              VALUE "N".
           88  W-FOUND                           VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-YESTERDAY        PIC X(08).
       01  W-DATE-N           PIC 9(08).
       01  W-DATE-INT         PIC 9(08).
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
               10  W-PL-DEL   PIC X(01).
      *    INCDREGの表（最大300件）
       01  W-IC-CNT           PIC 9(03)          VALUE 0.
       01  W-IC-TBL.
           05  W-IC           OCCURS 300.
               10  W-IC-PROG  PIC X(12).
               10  W-IC-CASE  PIC X(40).
               10  W-IC-STS   PIC X(10).
      *    WAIVERSの表（注記行も含めて原文のまま最大400行）
       01  W-WV-CNT           PIC 9(03)          VALUE 0.
       01  W-WV-TBL.
           05  W-WV           OCCURS 400.
               10  W-WV-RAW   PIC X(250).
               10  W-WV-PROG  PIC X(12).
               10  W-WV-CASE  PIC X(40).
               10  W-WV-EXP   PIC X(08).
               10  W-WV-CHG   PIC X(01).
       01  W-WV-CHG-CNT       PIC 9(03)          VALUE 0.
      *    STAFFMSTの表（最大300件）
       01  W-ST-CNT           PIC 9(03)          VALUE 0.
       01  W-ST-TBL.
           05  W-ST           OCCURS 300.
               10  W-ST-ID    PIC X(08).
               10  W-ST-KANJI PIC X(24).
               10  W-ST-YOMI  PIC X(40).
               10  W-ST-OPER  PIC X(16).
               10  W-ST-STS   PIC X(01).
      *    実ケース台帳（CASELOC）の表（最大2000件）
       01  W-IV-CNT           PIC 9(04)          VALUE 0.
       01  W-IV-TBL.
           05  W-IV           OCCURS 2000.
               10  W-IV-PROG  PIC X(12).
               10  W-IV-CASE  PIC X(40).
      *    廃止トランザクションの分解域
       01  W-RX-PROG          PIC X(12).
       01  W-RX-CASE          PIC X(40).
       01  W-RX-RSN           PIC X(60).
       01  W-RX-APPR          PIC X(24).
       01  W-REJ-RSN          PIC X(50).
       01  W-APPR-ROW         PIC 9(03).
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
       01  W-FND              PIC 9(04).
       01  W-PTR              PIC 9(03).
       01  W-BAR-CNT          PIC 9(02).
       01  W-TOK              PIC X(40).
       01  W-NEW-CASES        PIC X(40).
       01  W-NEW-PTR          PIC 9(03).
       01  W-TOK-HIT-SW       PIC X.
           88  W-TOK-HIT                         VALUE "Y".
      *    件数
       01  W-TX-CNT           PIC 9(04)          VALUE 0.
       01  W-RET-CNT          PIC 9(04)          VALUE 0.
       01  W-REJ-CNT          PIC 9(04)          VALUE 0.
       01  W-PTX-CNT          PIC 9(04)          VALUE 0.
       01  W-CMX-CNT          PIC 9(04)          VALUE 0.
       01  W-ITX-CNT          PIC 9(04)          VALUE 0.
      *    出力行の組み立て域
       01  W-LST-WK           PIC X(132).
       01  W-OUT-WK           PIC X(250).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (CASE-RET)".
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "CASE-RET" TO W-PRM-PROG.
            MOVE "APPLY"    TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "CASE-RET: OPERATOR NOT AUTHORIZED TO APPLY"
                       " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT RET-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "CASE-RET NG: NO RETIRTX FS=" W-TX-FS
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
            ACCEPT W-TODAY FROM DATE YYYYMMDD.
            MOVE W-TODAY TO W-DATE-N.
            COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(W-DATE-N) - 1.
            COMPUTE W-DATE-N = FUNCTION DATE-OF-INTEGER(W-DATE-INT).
            MOVE W-DATE-N TO W-YESTERDAY.
            PERFORM P-100.
            OPEN OUTPUT RET-LS PTX-OU CMX-OU ITX-OU.
            PERFORM UNTIL W-EOF
               READ RET-TX
                    AT END      MOVE "Y" TO W-EOF-SW
                    NOT AT END
                        PERFORM P-210 THRU P-210-EXIT
               END-READ
            END-PERFORM.
            CLOSE RET-TX.
            PERFORM P-800.
            MOVE SPACE TO W-LST-WK.
            STRING "RETIRTX=" W-TX-CNT " RETIRED=" W-RET-CNT
                   " REJ=" W-REJ-CNT " TESTPLTX=" W-PTX-CNT
                   " CASEMETX=" W-CMX-CNT " INCDTX=" W-ITX-CNT
                   " WAIVERS-EXPIRED=" W-WV-CHG-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            DISPLAY W-LST-WK(1:100).
            CLOSE RET-LS PTX-OU CMX-OU ITX-OU.
            IF W-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "TEST END   (CASE-RET)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．各マスタのロード。
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
            OPEN INPUT REG-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-103
                  END-READ
               END-PERFORM
               CLOSE REG-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT WVR-IN.
            IF W-WVR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ WVR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-104
                  END-READ
               END-PERFORM
               CLOSE WVR-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT STF-IN.
            IF W-STF-FS = "00"
               PERFORM UNTIL W-EOF
                  READ STF-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-105
                  END-READ
               END-PERFORM
               CLOSE STF-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT LOC-IN.
            IF W-SRC-FS = "00"
               PERFORM UNTIL W-EOF
                  READ LOC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-106
                  END-READ
               END-PERFORM
               CLOSE LOC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            DISPLAY "CASEMETA=" W-MT-CNT " TESTPLAN=" W-PL-CNT
                    " INCDREG=" W-IC-CNT " WAIVERS=" W-WV-CNT
                    " STAFFMST=" W-ST-CNT " CASELOC=" W-IV-CNT.
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
               MOVE "N"  TO W-PL-DEL  (W-PL-CNT)
            END-IF.
            .
       P-103.
            IF RG-REC(1:1) NOT = "#" AND RG-REC NOT = SPACE
               AND W-IC-CNT < 300
               ADD 1 TO W-IC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3
               UNSTRING RG-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3
               END-UNSTRING
               MOVE W-F1 TO W-IC-PROG(W-IC-CNT)
               MOVE W-F2 TO W-IC-CASE(W-IC-CNT)
               MOVE W-F3 TO W-IC-STS (W-IC-CNT)
            END-IF.
            .
       P-104.
            IF W-WV-CNT < 400
               ADD 1 TO W-WV-CNT
               MOVE WI-REC TO W-WV-RAW(W-WV-CNT)
               MOVE SPACE  TO W-WV-PROG(W-WV-CNT) W-WV-CASE(W-WV-CNT)
                              W-WV-EXP (W-WV-CNT)
               MOVE "N"    TO W-WV-CHG (W-WV-CNT)
               IF WI-REC(1:1) NOT = "#" AND WI-REC NOT = SPACE
                  MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
                  UNSTRING WI-REC DELIMITED BY "|"
                      INTO W-F1 W-F2 W-F3 W-F4 W-F5
                  END-UNSTRING
                  MOVE W-F1 TO W-WV-PROG(W-WV-CNT)
                  MOVE W-F2 TO W-WV-CASE(W-WV-CNT)
                  MOVE W-F5 TO W-WV-EXP (W-WV-CNT)
               END-IF
            END-IF.
            .
       P-105.
            IF SI-REC(1:1) NOT = "#" AND SI-REC NOT = SPACE
               AND W-ST-CNT < 300
               ADD 1 TO W-ST-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               UNSTRING SI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6
               END-UNSTRING
               MOVE W-F1 TO W-ST-ID   (W-ST-CNT)
               MOVE W-F2 TO W-ST-KANJI(W-ST-CNT)
               MOVE W-F3 TO W-ST-YOMI (W-ST-CNT)
               MOVE W-F4 TO W-ST-OPER (W-ST-CNT)
               MOVE W-F6 TO W-ST-STS  (W-ST-CNT)
            END-IF.
            .
       P-106.
            IF LI-REC(1:1) NOT = "#" AND LI-REC NOT = SPACE
               AND W-IV-CNT < 2000
               ADD 1 TO W-IV-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING LI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-IV-PROG(W-IV-CNT)
               MOVE W-F2 TO W-IV-CASE(W-IV-CNT)
            END-IF.
            .
      *
      *   ケース2．廃止トランザクション１件の検査と波及。
       P-210.
            IF RX-REC(1:1) = "#" OR RX-REC = SPACE
               GO TO P-210-EXIT
            END-IF.
            ADD 1 TO W-TX-CNT.
            MOVE SPACE TO W-RX-PROG W-RX-CASE W-RX-RSN W-RX-APPR
                          W-REJ-RSN.
            UNSTRING RX-REC DELIMITED BY "|"
                INTO W-RX-PROG W-RX-CASE W-RX-RSN W-RX-APPR
            END-UNSTRING.
            IF W-RX-PROG = SPACE OR W-RX-CASE = SPACE
               MOVE "PROGRAM AND CASE-ID (OR *) REQUIRED" TO W-REJ-RSN
               PERFORM P-290
               GO TO P-210-EXIT
            END-IF.
            IF W-RX-RSN = SPACE OR W-RX-APPR = SPACE
               MOVE "REASON AND APPROVER REQUIRED"        TO W-REJ-RSN
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
            ADD 1 TO W-RET-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "RETIRE  " W-RX-PROG " " W-RX-CASE(1:20)
                   " APPROVER=" W-RX-APPR " REASON=" W-RX-RSN
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
      *   承認者の検査。操作者自身の承認ははねる。STAFFMSTがあれば
      *   有効な要員に名寄せできること（要員ＩＤ・漢字氏名・読み・
      *   操作者ＩＤのどれか）。
       P-220.
            IF W-RX-APPR = W-PRM-OPER
               MOVE "OPERATOR CANNOT APPROVE OWN RETIREMENT"
                    TO W-REJ-RSN
            END-IF.
            IF W-REJ-RSN = SPACE AND W-ST-CNT > 0
               MOVE 0 TO W-APPR-ROW
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-ST-CNT OR W-APPR-ROW > 0
                  IF W-ST-STS(W-SUB) = "A"
                     AND (W-ST-ID(W-SUB)    = W-RX-APPR
                       OR W-ST-KANJI(W-SUB) = W-RX-APPR
                       OR W-ST-YOMI(W-SUB)  = W-RX-APPR
                       OR W-ST-OPER(W-SUB)  = W-RX-APPR)
                     MOVE W-SUB TO W-APPR-ROW
                  END-IF
               END-PERFORM
               IF W-APPR-ROW = 0
                  MOVE "APPROVER IS NOT AN ACTIVE STAFF MEMBER"
                       TO W-REJ-RSN
               ELSE
                  IF W-ST-OPER(W-APPR-ROW) = W-PRM-OPER
                     AND W-PRM-OPER NOT = SPACE
                     MOVE "OPERATOR CANNOT APPROVE OWN RETIREMENT"
                          TO W-REJ-RSN
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   廃止の対象の検査。すでにRETIREDなら（プログラム単位の廃止
      *   済みを含む）はねる。どのマスタにも台帳にも無ければはねる。
       P-230.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT OR W-REJ-RSN NOT = SPACE
               IF W-MT-PROG(W-SUB) = W-RX-PROG
                  AND W-MT-STS(W-SUB) = "RETIRED"
                  AND (W-MT-CASE(W-SUB) = "*"
                       OR W-MT-CASE(W-SUB) = W-RX-CASE)
                  MOVE "ALREADY RETIRED" TO W-REJ-RSN
               END-IF
            END-PERFORM.
            IF W-REJ-RSN = SPACE
               MOVE "N" TO W-FOUND-SW
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-MT-CNT OR W-FOUND
                  IF W-MT-PROG(W-SUB) = W-RX-PROG
                     AND (W-RX-CASE = "*"
                          OR W-MT-CASE(W-SUB) = W-RX-CASE)
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-IV-CNT OR W-FOUND
                  IF W-IV-PROG(W-SUB) = W-RX-PROG
                     AND (W-RX-CASE = "*"
                          OR W-IV-CASE(W-SUB) = W-RX-CASE)
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PL-CNT OR W-FOUND
                  IF W-PL-PROG(W-SUB) = W-RX-PROG
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-WV-CNT OR W-FOUND
                  IF W-WV-PROG(W-SUB) = W-RX-PROG
                     AND (W-RX-CASE = "*"
                          OR W-WV-CASE(W-SUB) = W-RX-CASE)
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-IC-CNT OR W-FOUND
                  IF W-IC-PROG(W-SUB) = W-RX-PROG
                     AND (W-RX-CASE = "*"
                          OR W-IC-CASE(W-SUB) = W-RX-CASE)
                     MOVE "Y" TO W-FOUND-SW
                  END-IF
               END-PERFORM
               IF NOT W-FOUND
                  MOVE "NOT FOUND IN ANY MASTER OR CASELOC"
                       TO W-REJ-RSN
               END-IF
            END-IF.
            .
      *
      *   リジェクト。
       P-290.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-RX-PROG " " W-RX-CASE(1:20) " "
                   W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．TESTPLANへの波及（TESTPLTX様式）。
       P-300.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-PL-CNT.
            .
       P-310.
            IF W-PL-PROG(W-SUB) = W-RX-PROG AND W-PL-DEL(W-SUB) = "N"
               IF W-RX-CASE = "*"
                  PERFORM P-330
                  MOVE "Y" TO W-PL-DEL(W-SUB)
               ELSE
                  IF W-PL-CASES(W-SUB) = "*"
                     MOVE SPACE TO W-LST-WK
                     STRING "  PLAN   " W-PL-PLAN(W-SUB)
                            " RUNS ALL CASES OF " W-RX-PROG
                            " - LEFT AS IS"
                            DELIMITED BY SIZE INTO W-LST-WK
                     END-STRING
                     WRITE RL-REC FROM W-LST-WK
                  ELSE
                     PERFORM P-320
                     IF W-TOK-HIT
                        PERFORM P-330
                        IF W-NEW-CASES = SPACE
                           MOVE "Y" TO W-PL-DEL(W-SUB)
                        ELSE
                           MOVE W-NEW-CASES TO W-PL-CASES(W-SUB)
                           PERFORM P-331
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.
            .
      *    CASEIDS並びから廃止するケースを除いた並びを作る。
       P-320.
            MOVE "N"   TO W-TOK-HIT-SW.
            MOVE SPACE TO W-NEW-CASES.
            MOVE 1     TO W-PTR W-NEW-PTR.
            PERFORM UNTIL W-PTR > 40
               MOVE SPACE TO W-TOK
               UNSTRING W-PL-CASES(W-SUB) DELIMITED BY ALL SPACE
                   INTO W-TOK WITH POINTER W-PTR
               END-UNSTRING
               IF W-TOK NOT = SPACE
                  IF W-TOK = W-RX-CASE
                     MOVE "Y" TO W-TOK-HIT-SW
                  ELSE
                     IF W-NEW-PTR > 1
                        STRING " " DELIMITED BY SIZE
                            INTO W-NEW-CASES WITH POINTER W-NEW-PTR
                        END-STRING
                     END-IF
                     STRING W-TOK DELIMITED BY SPACE
                         INTO W-NEW-CASES WITH POINTER W-NEW-PTR
                     END-STRING
                  END-IF
               END-IF
            END-PERFORM.
            .
      *    計画行のDEL。
       P-330.
            MOVE SPACE TO W-OUT-WK.
            STRING "DEL" W-PL-PLAN(W-SUB) DELIMITED BY SPACE
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
      *    残りの並びでの計画行のADD。
       P-331.
            MOVE SPACE TO W-OUT-WK.
            STRING "ADD" W-PL-PLAN(W-SUB) DELIMITED BY SPACE
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
      *   ケース4．CASEMETAへの波及（CASEMETX様式）。該当行を状態
      *   RETIREDへCHGする。廃止するキーそのものの行が無ければADD。
       P-400.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MT-CNT
               IF W-MT-PROG(W-SUB) = W-RX-PROG
                  AND (W-RX-CASE = "*"
                       OR W-MT-CASE(W-SUB) = W-RX-CASE)
                  AND W-MT-STS(W-SUB) NOT = "RETIRED"
                  IF W-MT-CASE(W-SUB) = W-RX-CASE
                     MOVE W-SUB TO W-FND
                  END-IF
                  MOVE "RETIRED" TO W-MT-STS(W-SUB)
                  MOVE "CHG" TO W-F1
                  PERFORM P-410
               END-IF
            END-PERFORM.
            IF W-FND = 0 AND W-MT-CNT < 500
               ADD 1 TO W-MT-CNT
               MOVE W-MT-CNT  TO W-SUB
               MOVE W-RX-PROG TO W-MT-PROG(W-SUB)
               MOVE W-RX-CASE TO W-MT-CASE(W-SUB)
               MOVE "-"       TO W-MT-OWNER(W-SUB) W-MT-AREA(W-SUB)
                                 W-MT-PRIO(W-SUB)  W-MT-REL(W-SUB)
               PERFORM VARYING W-SUB2 FROM W-MT-CNT BY -1
                       UNTIL W-SUB2 < 1
                  IF W-MT-PROG(W-SUB2) = W-RX-PROG
                     AND W-SUB2 NOT = W-SUB
                     AND (W-MT-CASE(W-SUB2) = "*"
                          OR W-MT-OWNER(W-SUB) = "-")
                     MOVE W-MT-OWNER(W-SUB2) TO W-MT-OWNER(W-SUB)
                     MOVE W-MT-AREA (W-SUB2) TO W-MT-AREA (W-SUB)
                     MOVE W-MT-PRIO (W-SUB2) TO W-MT-PRIO (W-SUB)
                     MOVE W-MT-REL  (W-SUB2) TO W-MT-REL  (W-SUB)
                  END-IF
               END-PERFORM
               MOVE "RETIRED" TO W-MT-STS(W-SUB)
               MOVE "ADD" TO W-F1
               PERFORM P-410
            END-IF.
            .
      *    CASEMETXの１行（区分はW-F1、行はW-SUB）。
       P-410.
            MOVE SPACE TO W-OUT-WK.
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
                   "|"                    DELIMITED BY SIZE
                   W-MT-STS  (W-SUB)      DELIMITED BY SPACE
                   INTO W-OUT-WK
            END-STRING.
            WRITE CX-REC FROM W-OUT-WK.
            ADD 1 TO W-CMX-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "  CASEMETX " W-OUT-WK
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE RL-REC FROM W-LST-WK.
            .
      *
      *   ケース5．INCDREGへの波及（INCDTX様式）。生きたインシデント
      *   を理由RETIREDでCLOSEDにする。
       P-500.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT
               IF W-IC-PROG(W-SUB) = W-RX-PROG
                  AND (W-RX-CASE = "*"
                       OR W-IC-CASE(W-SUB) = W-RX-CASE)
                  AND W-IC-STS(W-SUB) NOT = "CLOSED"
                  MOVE "CLOSED" TO W-IC-STS(W-SUB)
                  MOVE SPACE TO W-OUT-WK
                  STRING W-IC-PROG(W-SUB)  DELIMITED BY SPACE
                         "|"               DELIMITED BY SIZE
                         W-IC-CASE(W-SUB)  DELIMITED BY "  "
                         "|CLOSED|RETIRED" DELIMITED BY SIZE
                         INTO W-OUT-WK
                  END-STRING
                  WRITE IX-REC FROM W-OUT-WK
                  ADD 1 TO W-ITX-CNT
                  MOVE SPACE TO W-LST-WK
                  STRING "  INCDTX   " W-OUT-WK
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE RL-REC FROM W-LST-WK
               END-IF
            END-PERFORM.
            .
      *
      *   ケース6．免責の失効。まだ効いている該当の免責の期限を
      *   前日にする（ケース単位の廃止では、そのケースを名指しする
      *   免責だけ。"*"の免責は他のケースを守っているので残す）。
       P-600.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-WV-CNT
               IF W-WV-PROG(W-SUB) = W-RX-PROG
                  AND (W-RX-CASE = "*"
                       OR W-WV-CASE(W-SUB) = W-RX-CASE)
                  AND W-WV-EXP(W-SUB) >= W-TODAY
                  MOVE W-YESTERDAY TO W-WV-EXP(W-SUB)
                  MOVE "Y" TO W-WV-CHG(W-SUB)
                  ADD 1 TO W-WV-CHG-CNT
                  MOVE SPACE TO W-LST-WK
                  STRING "  WAIVER   " W-WV-PROG(W-SUB) " "
                         W-WV-CASE(W-SUB)(1:20) " EXPIRES "
                         W-YESTERDAY
                         DELIMITED BY SIZE INTO W-LST-WK
                  END-STRING
                  WRITE RL-REC FROM W-LST-WK
               END-IF
            END-PERFORM.
            .
      *
      *   ケース7．廃止台帳RETIRLOGへの追記。
       P-700.
            OPEN EXTEND LOG-FILE.
            IF W-LOG-FS = "35"
               OPEN OUTPUT LOG-FILE
            END-IF.
            IF W-LOG-FS = "00"
               MOVE SPACE TO W-OUT-WK
               STRING W-TODAY "|"         DELIMITED BY SIZE
                      W-RX-PROG           DELIMITED BY SPACE
                      "|"                 DELIMITED BY SIZE
                      W-RX-CASE           DELIMITED BY "  "
                      "|"                 DELIMITED BY SIZE
                      W-RX-RSN            DELIMITED BY "  "
                      "|"                 DELIMITED BY SIZE
                      W-RX-APPR           DELIMITED BY "  "
                      "|"                 DELIMITED BY SIZE
                      W-PRM-OPER          DELIMITED BY SPACE
                      INTO W-OUT-WK
               END-STRING
               WRITE LG-REC FROM W-OUT-WK
               CLOSE LOG-FILE
            END-IF.
            .
      *
      *   ケース8．免責マスタの差し替え案WAIVERSO。注記行も含めて
      *   原文のまま写し、失効させた行だけ期限（５欄目）を替える。
       P-800.
            IF W-WV-CNT > 0
               OPEN OUTPUT WVR-OU
               PERFORM P-810 VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-WV-CNT
               CLOSE WVR-OU
            END-IF.
            .
       P-810.
            MOVE W-WV-RAW(W-SUB) TO W-OUT-WK.
            IF W-WV-CHG(W-SUB) = "Y"
               MOVE 0 TO W-BAR-CNT
               PERFORM VARYING W-PTR FROM 1 BY 1
                       UNTIL W-PTR > 240 OR W-BAR-CNT = 4
                  IF W-OUT-WK(W-PTR:1) = "|"
                     ADD 1 TO W-BAR-CNT
                  END-IF
               END-PERFORM
               IF W-BAR-CNT = 4
                  MOVE SPACE TO W-OUT-WK(W-PTR:)
                  MOVE W-WV-EXP(W-SUB) TO W-OUT-WK(W-PTR:8)
               END-IF
            END-IF.
            WRITE WO-REC FROM W-OUT-WK.
            .
