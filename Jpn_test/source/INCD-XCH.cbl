      ******************************************************************
      *    テストケース：－（運用管理）
      *    プログラム名：インシデント台帳と課題管理システムの相互連携
      *    処理概要　　：開発は課題管理システム、運用はINCDREGで同じ
      *                  障害を二度打ち、両者の状態がずれていく。
      *                  環境変数 INCD_XCH_MODE で動作を選ぶ。
      *                    EXPORT：INCDREGのうち前回の連携から新しく
      *                      起票されたもの（NEW）・状態・持ち主・備考
      *                      が変わったもの（CHG）を、固定長の連携様式
      *                      INCDXOUTへ書く。CLOSEDのまま一度も連携して
      *                      いないものは送らない。枠づけと送信世代の
      *                      記帳はXMIT-REG（WRAP）で行う。
      *                    IMPORT：課題管理側の状態ファイルINCDXIN
      *                      （FRAME-CHKの枠つきのまま可。HDR・TRL行は
      *                      読み飛ばす）の課題番号・状態・担当者を、
      *                      INCD-REGのUPDATEに当てるINCDTX様式の
      *                      トランザクションINCDXTX（PROG|CASE|状態|
      *                      備考|新しい持ち主）にする。状態は対応表
      *                      INCDXMAP（課題側の状態|INCDREGの状態）で
      *                      読み替える。備考はCLOSEDのときだけ付ける
      *                      （運用側の備考を上書きしない）。
      *                      前回の連携から両側とも同じインシデントを
      *                      変えていれば（衝突）上書きせず、照合
      *                      リストINCDXRECへ回す。台帳に無い
      *                      インシデント、対応表に無い状態、INCDREG
      *                      側でCLOSED済みのものも同じく回す。
      *                    未指定／LIST：連携状態の一覧。
      *                  前回の連携で両側が合意した値は連携状態
      *                  INCDXST（PROG|CASE|起票日|運用側状態|運用側
      *                  持ち主|運用側備考|課題番号|課題側状態|課題側
      *                  担当者|連携時刻）に持ち、EXPORT・IMPORTの
      *                  たびに新しい像INCDXSTOを書く。
      *    連携様式　　：送信INCDXOUT（189バイト）
      *                    1 "I" 2 PROG(12) 14 CASE(40) 54 起票日(8)
      *                    62 NEW／CHG(3) 65 状態(10) 75 持ち主(20)
      *                    95 クローズ日(8) 103 連続OK数(2)
      *                    105 課題番号(10) 115 備考(60)
      *                    175 抽出時刻(15)
      *                  受信INCDXIN（118バイト）
      *                    1 "S" 2 課題番号(10) 12 PROG(12)
      *                    24 CASE(40) 64 起票日(8、空白なら生きた
      *                    インシデント) 72 状態(12) 84 担当者(20)
      *                    104 更新時刻(15)
      *    使用方法　　：tools/incident_exchange.shから流す（枠の検査・
      *                  世代の記帳・INCD-REGへの適用・連携状態の
      *                  置き替えはこの手順が行う）。照合リストに
      *                  １件でもあればRETURN-CODE 4、入力が無ければ
      *                  12。
      *  --------------------------------------------------------------
      *   対象：課題管理システムとの二重入力の解消（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           INCD-XCH.
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
           SELECT REG-IN     ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT XST-IN     ASSIGN TO "INCDXST"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-XST-FS.
           SELECT XST-OU     ASSIGN TO "INCDXSTO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAP-IN     ASSIGN TO "INCDXMAP"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-MAP-FS.
           SELECT XOU-FILE   ASSIGN TO "INCDXOUT"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XIN-FILE   ASSIGN TO "INCDXIN"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-XIN-FS.
           SELECT TX-OU      ASSIGN TO "INCDXTX"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REC-OU     ASSIGN TO "INCDXREC"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REG-IN.
       01  RG-REC             PIC X(200).
       FD  XST-IN.
       01  XI-REC             PIC X(250).
       FD  XST-OU.
       01  XO-REC             PIC X(250).
       FD  MAP-IN.
       01  MP-REC             PIC X(80).
       FD  XOU-FILE.
       01  OU-REC             PIC X(189).
       FD  XIN-FILE.
       01  IN-REC             PIC X(200).
       FD  TX-OU.
       01  TX-REC             PIC X(200).
       FD  REC-OU.
       01  RC-REC             PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REG-FS           PIC X(02).
       01  W-XST-FS           PIC X(02).
       01  W-MAP-FS           PIC X(02).
       01  W-XIN-FS           PIC X(02).
       01  W-MODE             PIC X(08).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TODAY            PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-STAMP            PIC X(15).
      *    インシデント台帳の表（INCD-REGと同じ最大300件）
       01  W-IC-CNT           PIC 9(03)          VALUE 0.
       01  W-IC-TBL.
           05  W-IC           OCCURS 300.
               10  W-IC-PROG  PIC X(12).
               10  W-IC-CASE  PIC X(40).
               10  W-IC-STS   PIC X(10).
               10  W-IC-OWNER PIC X(20).
               10  W-IC-OPEN  PIC X(08).
               10  W-IC-CLOSE PIC X(08).
               10  W-IC-OKS   PIC 9(02).
               10  W-IC-NOTE  PIC X(60).
      *    連携状態の表（前回の連携で合意した値）
       01  W-XS-CNT           PIC 9(03)          VALUE 0.
       01  W-XS-TBL.
           05  W-XS           OCCURS 300.
               10  W-XS-PROG  PIC X(12).
               10  W-XS-CASE  PIC X(40).
               10  W-XS-OPEN  PIC X(08).
               10  W-XS-OSTS  PIC X(10).
               10  W-XS-OOWN  PIC X(20).
               10  W-XS-ONOTE PIC X(60).
               10  W-XS-TID   PIC X(10).
               10  W-XS-TSTS  PIC X(12).
               10  W-XS-TASG  PIC X(20).
               10  W-XS-STAMP PIC X(15).
      *    課題側の状態の対応表
       01  W-MP-CNT           PIC 9(02)          VALUE 0.
       01  W-MP-TBL.
           05  W-MP           OCCURS 50.
               10  W-MP-TRK   PIC X(12).
               10  W-MP-INCD  PIC X(10).
      *    送信の連携様式（INCDXOUT）
       01  W-XO-REC.
           05  W-XO-TYPE      PIC X(01)          VALUE "I".
           05  W-XO-PROG      PIC X(12).
           05  W-XO-CASE      PIC X(40).
           05  W-XO-OPEN      PIC X(08).
           05  W-XO-KIND      PIC X(03).
           05  W-XO-STS       PIC X(10).
           05  W-XO-OWNER     PIC X(20).
           05  W-XO-CLOSE     PIC X(08).
           05  W-XO-OKS       PIC 9(02).
           05  W-XO-TID       PIC X(10).
           05  W-XO-NOTE      PIC X(60).
           05  W-XO-STAMP     PIC X(15).
      *    受信の連携様式（INCDXIN）
       01  W-XI-REC.
           05  W-XI-TYPE      PIC X(01).
           05  W-XI-TID       PIC X(10).
           05  W-XI-PROG      PIC X(12).
           05  W-XI-CASE      PIC X(40).
           05  W-XI-OPEN      PIC X(08).
           05  W-XI-TSTS      PIC X(12).
           05  W-XI-TASG      PIC X(20).
           05  W-XI-UPD       PIC X(15).
           05  FILLER         PIC X(82).
      *    行分解・作業域
       01  W-F1               PIC X(60).
       01  W-F2               PIC X(60).
       01  W-F3               PIC X(60).
       01  W-F4               PIC X(60).
       01  W-F5               PIC X(60).
       01  W-F6               PIC X(60).
       01  W-F7               PIC X(60).
       01  W-F8               PIC X(60).
       01  W-F9               PIC X(60).
       01  W-F10              PIC X(60).
       01  W-SUB              PIC 9(03).
       01  W-I                PIC 9(03).
       01  W-FND              PIC 9(03).
       01  W-XFND             PIC 9(03).
       01  W-NEW-STS          PIC X(10).
       01  W-TX-NOTE          PIC X(60).
       01  W-REC-KIND         PIC X(12).
       01  W-LINE-WK          PIC X(250).
      *    件数
       01  W-NEW-CNT          PIC 9(05)          VALUE 0.
       01  W-CHG-CNT          PIC 9(05)          VALUE 0.
       01  W-SKIP-CNT         PIC 9(05)          VALUE 0.
       01  W-IN-CNT           PIC 9(05)          VALUE 0.
       01  W-TX-CNT           PIC 9(05)          VALUE 0.
       01  W-SAME-CNT         PIC 9(05)          VALUE 0.
       01  W-REC-CNT          PIC 9(05)          VALUE 0.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (INCD-XCH)".
            DISPLAY "INCD_XCH_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE           FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY          FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME       FROM TIME.
            MOVE SPACE TO W-STAMP.
            STRING W-TODAY "_" W-NOW-TIME(1:6)
                   DELIMITED BY SIZE INTO W-STAMP
            END-STRING.
            PERFORM P-100.
            PERFORM P-150.
            EVALUATE W-MODE
                WHEN "EXPORT"
                     IF W-REG-FS NOT = "00"
                        DISPLAY "INCD-XCH NG: NO INCDREG FS=" W-REG-FS
                        MOVE 12 TO RETURN-CODE
                     ELSE
                        PERFORM P-300
                        PERFORM P-800
                     END-IF
                WHEN "IMPORT"
                     PERFORM P-170
                     PERFORM P-400
                     IF RETURN-CODE NOT = 12
                        PERFORM P-800
                     END-IF
                WHEN OTHER
                     PERFORM P-500
            END-EVALUATE.
            DISPLAY "TEST END   (INCD-XCH)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．インシデント台帳のロード。
       P-100.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT REG-IN.
            IF W-REG-FS = "00"
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE REG-IN
            END-IF.
            .
       P-110.
            IF RG-REC(1:1) NOT = "#" AND RG-REC NOT = SPACE
               AND W-IC-CNT < 300
               ADD 1 TO W-IC-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
                             W-F6 W-F7 W-F8
               UNSTRING RG-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
                        W-F6 W-F7 W-F8
               END-UNSTRING
               MOVE W-F1 TO W-IC-PROG (W-IC-CNT)
               MOVE W-F2 TO W-IC-CASE (W-IC-CNT)
               MOVE W-F3 TO W-IC-STS  (W-IC-CNT)
               MOVE W-F4 TO W-IC-OWNER(W-IC-CNT)
               MOVE W-F5 TO W-IC-OPEN (W-IC-CNT)
               MOVE W-F6 TO W-IC-CLOSE(W-IC-CNT)
               IF W-F7(1:2) NUMERIC
                  MOVE FUNCTION NUMVAL(W-F7(1:2))
                       TO W-IC-OKS(W-IC-CNT)
               ELSE
                  MOVE 0 TO W-IC-OKS(W-IC-CNT)
               END-IF
               MOVE W-F8 TO W-IC-NOTE(W-IC-CNT)
            END-IF.
            .
      *
      *   ケース2．連携状態のロード（初回は無い）。
       P-150.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT XST-IN.
            IF W-XST-FS = "00"
               PERFORM UNTIL W-EOF
                  READ XST-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-160
                  END-READ
               END-PERFORM
               CLOSE XST-IN
            END-IF.
            .
       P-160.
            IF XI-REC(1:1) NOT = "#" AND XI-REC NOT = SPACE
               AND W-XS-CNT < 300
               ADD 1 TO W-XS-CNT
               MOVE SPACE TO W-F1 W-F2 W-F3 W-F4 W-F5
                             W-F6 W-F7 W-F8 W-F9 W-F10
               UNSTRING XI-REC DELIMITED BY "|"
                   INTO W-F1 W-F2 W-F3 W-F4 W-F5
                        W-F6 W-F7 W-F8 W-F9 W-F10
               END-UNSTRING
               MOVE W-F1  TO W-XS-PROG (W-XS-CNT)
               MOVE W-F2  TO W-XS-CASE (W-XS-CNT)
               MOVE W-F3  TO W-XS-OPEN (W-XS-CNT)
               MOVE W-F4  TO W-XS-OSTS (W-XS-CNT)
               MOVE W-F5  TO W-XS-OOWN (W-XS-CNT)
               MOVE W-F6  TO W-XS-ONOTE(W-XS-CNT)
               MOVE W-F7  TO W-XS-TID  (W-XS-CNT)
               MOVE W-F8  TO W-XS-TSTS (W-XS-CNT)
               MOVE W-F9  TO W-XS-TASG (W-XS-CNT)
               MOVE W-F10 TO W-XS-STAMP(W-XS-CNT)
            END-IF.
            .
      *
      *   状態の対応表のロード。無ければINCDREGの状態名そのもの
      *   だけを受け付ける。
       P-170.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT MAP-IN.
            IF W-MAP-FS = "00"
               PERFORM UNTIL W-EOF
                  READ MAP-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-180
                  END-READ
               END-PERFORM
               CLOSE MAP-IN
            END-IF.
            .
       P-180.
            IF MP-REC(1:1) NOT = "#" AND MP-REC NOT = SPACE
               AND W-MP-CNT < 50
               ADD 1 TO W-MP-CNT
               MOVE SPACE TO W-F1 W-F2
               UNSTRING MP-REC DELIMITED BY "|"
                   INTO W-F1 W-F2
               END-UNSTRING
               MOVE W-F1 TO W-MP-TRK (W-MP-CNT)
               MOVE W-F2 TO W-MP-INCD(W-MP-CNT)
            END-IF.
            .
      *
      *   ケース3．EXPORT。新規・変更のインシデントを送る。
       P-300.
            OPEN OUTPUT XOU-FILE.
            PERFORM P-310 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT.
            CLOSE XOU-FILE.
            DISPLAY "INCIDENT EXPORT NEW=" W-NEW-CNT
                    " CHANGED=" W-CHG-CNT
                    " CLOSED-NEVER-SENT=" W-SKIP-CNT.
            .
       P-310.
            MOVE SPACE TO W-XO-KIND.
            PERFORM P-700.
            IF W-XFND = 0
               IF W-IC-STS(W-SUB) = "CLOSED"
                  ADD 1 TO W-SKIP-CNT
               ELSE
                  IF W-XS-CNT < 300
                     ADD 1 TO W-XS-CNT
                     MOVE W-XS-CNT TO W-XFND
                     MOVE SPACE TO W-XS(W-XFND)
                     MOVE W-IC-PROG(W-SUB) TO W-XS-PROG(W-XFND)
                     MOVE W-IC-CASE(W-SUB) TO W-XS-CASE(W-XFND)
                     MOVE W-IC-OPEN(W-SUB) TO W-XS-OPEN(W-XFND)
                     MOVE "NEW" TO W-XO-KIND
                     ADD 1 TO W-NEW-CNT
                  END-IF
               END-IF
            ELSE
               IF W-IC-STS(W-SUB)   NOT = W-XS-OSTS (W-XFND)
                  OR W-IC-OWNER(W-SUB) NOT = W-XS-OOWN (W-XFND)
                  OR W-IC-NOTE(W-SUB)  NOT = W-XS-ONOTE(W-XFND)
                  MOVE "CHG" TO W-XO-KIND
                  ADD 1 TO W-CHG-CNT
               END-IF
            END-IF.
            IF W-XO-KIND NOT = SPACE
               MOVE W-IC-PROG (W-SUB) TO W-XO-PROG
               MOVE W-IC-CASE (W-SUB) TO W-XO-CASE
               MOVE W-IC-OPEN (W-SUB) TO W-XO-OPEN
               MOVE W-IC-STS  (W-SUB) TO W-XO-STS
               MOVE W-IC-OWNER(W-SUB) TO W-XO-OWNER
               MOVE W-IC-CLOSE(W-SUB) TO W-XO-CLOSE
               MOVE W-IC-OKS  (W-SUB) TO W-XO-OKS
               MOVE W-IC-NOTE (W-SUB) TO W-XO-NOTE
               MOVE W-XS-TID  (W-XFND) TO W-XO-TID
               MOVE W-STAMP            TO W-XO-STAMP
               WRITE OU-REC FROM W-XO-REC
               MOVE W-IC-STS  (W-SUB) TO W-XS-OSTS (W-XFND)
               MOVE W-IC-OWNER(W-SUB) TO W-XS-OOWN (W-XFND)
               MOVE W-IC-NOTE (W-SUB) TO W-XS-ONOTE(W-XFND)
               MOVE W-STAMP           TO W-XS-STAMP(W-XFND)
            END-IF.
            .
      *
      *   ケース4．IMPORT。課題側の状態をINCDTXへ、衝突は照合
      *            リストへ。
       P-400.
            OPEN INPUT XIN-FILE.
            IF W-XIN-FS NOT = "00"
               DISPLAY "INCD-XCH NG: NO INCDXIN FS=" W-XIN-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               OPEN OUTPUT TX-OU REC-OU
               MOVE SPACE TO RC-REC
               STRING "# INCDXREC - KIND|TRACKER-ID|PROG|CASE|OPENED"
                      "|INCDREG NOW|LAST EXCHANGED|TRACKER NOW"
                      DELIMITED BY SIZE INTO RC-REC
               END-STRING
               WRITE RC-REC
               MOVE "N" TO W-EOF-SW
               PERFORM UNTIL W-EOF
                  READ XIN-FILE
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-410
                  END-READ
               END-PERFORM
               CLOSE XIN-FILE TX-OU REC-OU
               DISPLAY "TRACKER IMPORT READ=" W-IN-CNT
                       " INCDTX=" W-TX-CNT " UNCHANGED=" W-SAME-CNT
                       " RECONCILE=" W-REC-CNT
               IF W-REC-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            .
       P-410.
            IF IN-REC(1:3) = "HDR" OR IN-REC(1:3) = "TRL"
               OR IN-REC(1:1) = "#" OR IN-REC = SPACE
               CONTINUE
            ELSE
               ADD 1 TO W-IN-CNT
               MOVE IN-REC TO W-XI-REC
               PERFORM P-420 THRU P-420-EXIT
            END-IF.
            .
      *
      *   受信１件の判定。
       P-420.
            MOVE SPACE TO W-NEW-STS.
            IF W-XI-TYPE NOT = "S"
               MOVE "BAD RECORD" TO W-REC-KIND
               MOVE 0 TO W-FND W-XFND
               PERFORM P-600
               GO TO P-420-EXIT
            END-IF.
      *    インシデントを引く（起票日が空白なら生きたもの）
            MOVE 0 TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-IC-CNT OR W-FND > 0
               IF W-IC-PROG(W-SUB) = W-XI-PROG
                  AND W-IC-CASE(W-SUB) = W-XI-CASE
                  AND (W-IC-OPEN(W-SUB) = W-XI-OPEN
                       OR (W-XI-OPEN = SPACE
                           AND W-IC-STS(W-SUB) NOT = "CLOSED"))
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
      *    生きたものが無ければ最後に閉じたもの（再起票の扱いは
      *    運用側で行う）
            IF W-FND = 0 AND W-XI-OPEN = SPACE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-IC-CNT
                  IF W-IC-PROG(W-SUB) = W-XI-PROG
                     AND W-IC-CASE(W-SUB) = W-XI-CASE
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FND = 0
               MOVE "UNKNOWN" TO W-REC-KIND
               MOVE 0 TO W-XFND
               PERFORM P-600
               GO TO P-420-EXIT
            END-IF.
      *    連携状態を引く（課題番号、無ければインシデントのキーで）
            MOVE 0 TO W-XFND.
            IF W-XI-TID NOT = SPACE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-XS-CNT OR W-XFND > 0
                  IF W-XS-TID(W-SUB) = W-XI-TID
                     MOVE W-SUB TO W-XFND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-XFND = 0
               MOVE W-FND TO W-SUB
               PERFORM P-700
            END-IF.
            IF W-XFND = 0
               IF W-XS-CNT < 300
                  ADD 1 TO W-XS-CNT
                  MOVE W-XS-CNT TO W-XFND
                  MOVE SPACE TO W-XS(W-XFND)
                  MOVE W-IC-PROG (W-FND) TO W-XS-PROG (W-XFND)
                  MOVE W-IC-CASE (W-FND) TO W-XS-CASE (W-XFND)
                  MOVE W-IC-OPEN (W-FND) TO W-XS-OPEN (W-XFND)
                  MOVE W-IC-STS  (W-FND) TO W-XS-OSTS (W-XFND)
                  MOVE W-IC-OWNER(W-FND) TO W-XS-OOWN (W-XFND)
                  MOVE W-IC-NOTE (W-FND) TO W-XS-ONOTE(W-XFND)
               ELSE
                  MOVE "TABLE FULL" TO W-REC-KIND
                  PERFORM P-600
                  GO TO P-420-EXIT
               END-IF
            END-IF.
            IF W-XS-TID(W-XFND) = SPACE
               MOVE W-XI-TID TO W-XS-TID(W-XFND)
            END-IF.
      *    課題側が前回から変わっていなければ何もしない
            IF W-XI-TSTS = W-XS-TSTS(W-XFND)
               AND W-XI-TASG = W-XS-TASG(W-XFND)
               ADD 1 TO W-SAME-CNT
               GO TO P-420-EXIT
            END-IF.
      *    運用側も前回から変わっていれば衝突
            IF W-IC-STS(W-FND)      NOT = W-XS-OSTS (W-XFND)
               OR W-IC-OWNER(W-FND) NOT = W-XS-OOWN (W-XFND)
               OR W-IC-NOTE(W-FND)  NOT = W-XS-ONOTE(W-XFND)
               MOVE "CONFLICT" TO W-REC-KIND
               PERFORM P-600
               GO TO P-420-EXIT
            END-IF.
            IF W-IC-STS(W-FND) = "CLOSED"
               MOVE "CLOSED" TO W-REC-KIND
               PERFORM P-600
               GO TO P-420-EXIT
            END-IF.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-MP-CNT OR W-NEW-STS NOT = SPACE
               IF W-MP-TRK(W-SUB) = W-XI-TSTS
                  MOVE W-MP-INCD(W-SUB) TO W-NEW-STS
               END-IF
            END-PERFORM.
            IF W-NEW-STS = SPACE
               AND (W-XI-TSTS = "OPEN" OR W-XI-TSTS = "ANALYZING"
                    OR W-XI-TSTS = "FIXED" OR W-XI-TSTS = "VERIFYING"
                    OR W-XI-TSTS = "CLOSED")
               MOVE W-XI-TSTS TO W-NEW-STS
            END-IF.
            IF W-NEW-STS = SPACE
               MOVE "UNMAPPED" TO W-REC-KIND
               PERFORM P-600
               GO TO P-420-EXIT
            END-IF.
            PERFORM P-430.
       P-420-EXIT.
            EXIT.
      *
      *   INCDTXの１件を書き、連携状態と手元の台帳の表を適用後の
      *   値へ進める（同じファイル内の次の行で衝突と誤らない）。
       P-430.
            MOVE SPACE TO W-TX-NOTE.
            IF W-NEW-STS = "CLOSED"
               STRING "TRACKER " W-XI-TID " CLOSED"
                      DELIMITED BY SIZE INTO W-TX-NOTE
               END-STRING
            END-IF.
            IF W-NEW-STS NOT = W-IC-STS(W-FND)
               OR (W-XI-TASG NOT = SPACE
                   AND W-XI-TASG NOT = W-IC-OWNER(W-FND))
               ADD 1 TO W-TX-CNT
               MOVE SPACE TO W-LINE-WK
               STRING W-IC-PROG(W-FND) DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-IC-CASE(W-FND) DELIMITED BY "  "
                      "|"              DELIMITED BY SIZE
                      W-NEW-STS        DELIMITED BY SPACE
                      "|"              DELIMITED BY SIZE
                      W-TX-NOTE        DELIMITED BY "  "
                      "|"              DELIMITED BY SIZE
                      W-XI-TASG        DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
               WRITE TX-REC FROM W-LINE-WK
               MOVE W-NEW-STS TO W-IC-STS(W-FND)
               IF W-XI-TASG NOT = SPACE
                  MOVE W-XI-TASG TO W-IC-OWNER(W-FND)
               END-IF
               IF W-TX-NOTE NOT = SPACE
                  MOVE W-TX-NOTE TO W-IC-NOTE(W-FND)
               END-IF
            ELSE
               ADD 1 TO W-SAME-CNT
            END-IF.
            MOVE W-IC-STS  (W-FND) TO W-XS-OSTS (W-XFND).
            MOVE W-IC-OWNER(W-FND) TO W-XS-OOWN (W-XFND).
            MOVE W-IC-NOTE (W-FND) TO W-XS-ONOTE(W-XFND).
            MOVE W-XI-TSTS TO W-XS-TSTS(W-XFND).
            MOVE W-XI-TASG TO W-XS-TASG(W-XFND).
            MOVE W-STAMP   TO W-XS-STAMP(W-XFND).
            .
      *
      *   ケース5．LIST。連携状態の一覧。
       P-500.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-XS-CNT
               DISPLAY W-XS-PROG(W-SUB) " "
                       W-XS-CASE(W-SUB)(1:20) " "
                       W-XS-OPEN(W-SUB)
                       " INCD=" W-XS-OSTS(W-SUB)
                       " TRACKER=" W-XS-TID(W-SUB) " "
                       W-XS-TSTS(W-SUB)
                       " AT " W-XS-STAMP(W-SUB)
            END-PERFORM.
            DISPLAY "EXCHANGED-INCIDENTS=" W-XS-CNT.
            .
      *
      *   照合リストの１行。運用側の今・前回の合意・課題側の今を
      *   並べる。
       P-600.
            ADD 1 TO W-REC-CNT.
            MOVE SPACE TO W-LINE-WK.
            IF W-FND = 0
               STRING W-REC-KIND  DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-XI-TID    DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-XI-PROG   DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-XI-CASE   DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-XI-OPEN   DELIMITED BY SPACE
                      "|-|-|"     DELIMITED BY SIZE
                      W-XI-TSTS   DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      W-XI-TASG   DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
            ELSE
               STRING W-REC-KIND  DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-XI-TID    DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-IC-PROG(W-FND) DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-IC-CASE(W-FND) DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-IC-OPEN(W-FND) DELIMITED BY SPACE
                      "|"         DELIMITED BY SIZE
                      W-IC-STS(W-FND)  DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      W-IC-OWNER(W-FND) DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-XS-OSTS(W-XFND) DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      W-XS-OOWN(W-XFND) DELIMITED BY "  "
                      " / "       DELIMITED BY SIZE
                      W-XS-TSTS(W-XFND) DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      W-XS-TASG(W-XFND) DELIMITED BY "  "
                      "|"         DELIMITED BY SIZE
                      W-XI-TSTS   DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      W-XI-TASG   DELIMITED BY "  "
                      INTO W-LINE-WK
               END-STRING
            END-IF.
            WRITE RC-REC FROM W-LINE-WK.
            DISPLAY "RECONCILE " W-LINE-WK(1:100).
            .
      *
      *   台帳のW-SUB番目のインシデントの連携状態を引く（W-XFND）。
       P-700.
            MOVE 0 TO W-XFND.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-XS-CNT OR W-XFND > 0
               IF W-XS-PROG(W-I) = W-IC-PROG(W-SUB)
                  AND W-XS-CASE(W-I) = W-IC-CASE(W-SUB)
                  AND W-XS-OPEN(W-I) = W-IC-OPEN(W-SUB)
                  MOVE W-I TO W-XFND
               END-IF
            END-PERFORM.
            .
      *
      *   ケース6．連携状態の新しい像INCDXSTO。
       P-800.
            OPEN OUTPUT XST-OU.
            MOVE SPACE TO XO-REC.
            STRING "# INCDXST - PROG|CASE|OPENED|INCD STATE|INCD OWNER"
                   "|INCD NOTE|TRACKER-ID|TRACKER STATE|ASSIGNEE"
                   "|EXCHANGED"
                   DELIMITED BY SIZE INTO XO-REC
            END-STRING.
            WRITE XO-REC.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-XS-CNT
               MOVE SPACE TO W-LINE-WK
               STRING W-XS-PROG(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-XS-CASE(W-SUB)  DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-XS-OPEN(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-XS-OSTS(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-XS-OOWN(W-SUB)  DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-XS-ONOTE(W-SUB) DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-XS-TID(W-SUB)   DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-XS-TSTS(W-SUB)  DELIMITED BY SPACE
                      "|"               DELIMITED BY SIZE
                      W-XS-TASG(W-SUB)  DELIMITED BY "  "
                      "|"               DELIMITED BY SIZE
                      W-XS-STAMP(W-SUB) DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               WRITE XO-REC FROM W-LINE-WK
            END-PERFORM.
            CLOSE XST-OU.
            .
