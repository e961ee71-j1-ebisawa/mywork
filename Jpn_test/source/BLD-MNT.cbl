      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：コンパイラビルド台帳の保守と認定
      *    処理概要　　：監査ログは実行が使ったcobcの版数文字列を
      *                  残すだけで、どのビルドなら本番の判断に使って
      *                  よいかという台帳がどこにも無かった。昨春は
      *                  個人のビルドでリリース用の実行が行われ、後で
      *                  誰にも見分けられなかった。ビルド台帳COBCBLD
      *                  （ビルドＩＤ｜版数文字列｜導入日｜導入者｜
      *                  状態｜指紋）をADD／CHG／DELトランザクション
      *                  （COBCBLTX）で保守し、認定（QUALIFY）だけが
      *                  状態をQUALIFIEDへ進める。SIGN-OFFとGATE-ENGは
      *                  認定外のビルドで行われた実行を受け付けない
      *                  （BLD-CHK-1）。
      *    状態の遷移　：ADDは必ずCANDIDATE。CHGで変えられるのは
      *                  導入日・導入者と、RETIREDへの退役だけ
      *                  （QUALIFIEDへはCHGでは上げられない。認定済み
      *                  ビルドの版数・指紋も変えられない）。DELは
      *                  CANDIDATEのみ——実行履歴が指したことのある
      *                  ビルドは消さず退役させる。
      *    認定の条件　：環境変数BLD_MNT_MODE＝QUALIFY、BLD_ID＝対象
      *                  ビルド、BLD_RUN_STAMP＝そのビルドで行った
      *                  SMOKEプランの実行。
      *                    ①対象がCANDIDATEであること
      *                    ②監査ログREGAUDITの当該実行がbuild＝対象、
      *                      plan=SMOKE、fail=0、carried=0であること
      *                      （窓切れで積み残した実行は認定に使えない）
      *                    ③期待診断の結果DIAGRSLT（check_expected_
      *                      diagnostics.shが書く：時刻印｜ビルドＩＤ｜
      *                      プログラム｜OK/NG）の、対象ビルドの最新の
      *                      回が全件OKであること
      *                  満たせば新マスタCOBCBLOへQUALIFIEDで書き出す。
      *                  満たさなければ理由を更新リストへ残し、
      *                  新マスタは書かずRETURN-CODE 8。
      *    使用方法　　：カレントにCOBCBLD（現行マスタ）とCOBCBLTX
      *                  （先頭３桁がADD／CHG／DEL、続けて上記様式）を
      *                  置いて実行する（認定時はREGAUDITとDIAGRSLT）。
      *                  新旧マスタの入れ替えはCAL-MNTの新旧マスタと
      *                  同じ作法で運用者が行う。
      *  --------------------------------------------------------------
      *   対象：コンパイラビルドの認定（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BLD-MNT.
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
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT BLD-IN     ASSIGN TO "COBCBLD"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-IN-FS.
           SELECT BLD-TX     ASSIGN TO "COBCBLTX"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-TX-FS.
           SELECT BLD-OU     ASSIGN TO "COBCBLO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLD-LS     ASSIGN TO "COBCBLST"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUD-IN     ASSIGN TO "REGAUDIT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-AUD-FS.
           SELECT DGR-IN     ASSIGN TO "DIAGRSLT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DGR-FS.
           SELECT BCT-FILE   ASSIGN TO "BATCTL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-BCT-FS.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  BLD-IN.
       01  BI-REC             PIC X(160).
       FD  BLD-TX.
       01  BT-REC             PIC X(160).
       FD  BLD-OU.
       01  BO-REC             PIC X(160).
       FD  BLD-LS.
       01  BL-REC             PIC X(160).
       FD  AUD-IN.
       01  AU-REC             PIC X(400).
       FD  DGR-IN.
       01  DG-REC             PIC X(100).
       FD  BCT-FILE.
       01  BCT-REC            PIC X(100).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *    操作者権限（PERM-CHK-1）の受け渡し域
       01  W-PRM-OPER         PIC X(16).
       01  W-PRM-PROG         PIC X(10).
       01  W-PRM-MODE         PIC X(10).
       01  W-PRM-STS          PIC X(01).
       01  W-MODE             PIC X(10).
       01  W-IN-FS            PIC X(02).
       01  W-TX-FS            PIC X(02).
       01  W-AUD-FS           PIC X(02).
       01  W-DGR-FS           PIC X(02).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-TX-EOF-SW        PIC X              VALUE "N".
           88  W-TX-EOF                          VALUE "Y".
       01  W-HIT-SW           PIC X              VALUE "N".
           88  W-HIT                             VALUE "Y".
      *    マスタ表（最大50件）。キーはビルドＩＤ。
       01  W-TBL-CNT          PIC 9(02)          VALUE 0.
       01  W-SUB              PIC 9(02).
       01  W-FND              PIC 9(02).
       01  W-BLD-TBL.
           05  W-BD           OCCURS 50.
               10  W-BD-ID    PIC X(12).
               10  W-BD-VER   PIC X(60).
               10  W-BD-IDATE PIC X(08).
               10  W-BD-IBY   PIC X(16).
               10  W-BD-STAT  PIC X(10).
               10  W-BD-FPRT  PIC X(12).
               10  W-BD-DEL   PIC X(01).
      *    トランザクション分解域
       01  W-TX-KBN           PIC X(03).
       01  W-TX-ID            PIC X(12).
       01  W-TX-VER           PIC X(60).
       01  W-TX-IDATE         PIC X(08).
       01  W-TX-IBY           PIC X(16).
       01  W-TX-STAT          PIC X(10).
       01  W-TX-FPRT          PIC X(12).
       01  W-REJ-RSN          PIC X(40).
      *    認定の条件と証跡
       01  W-QL-ID            PIC X(12).
       01  W-QL-STAMP         PIC X(15).
       01  W-QL-AUD-SW        PIC X              VALUE "N".
       01  W-REFUSE-SW        PIC X              VALUE "N".
           88  W-REFUSED                         VALUE "Y".
       01  W-AU-FLDS.
           05  W-AF           PIC X(80)          OCCURS 17.
       01  W-AU-BUILD         PIC X(12).
       01  W-DG-STAMP         PIC X(15).
       01  W-DG-BUILD         PIC X(12).
       01  W-DG-PROG          PIC X(12).
       01  W-DG-RSLT          PIC X(02).
       01  W-DG-LAST          PIC X(15).
       01  W-DG-OK            PIC 9(03)          VALUE 0.
       01  W-DG-NG            PIC 9(03)          VALUE 0.
      *    件数
       01  W-ADD-CNT          PIC 9(03)          VALUE 0.
       01  W-CHG-CNT          PIC 9(03)          VALUE 0.
       01  W-DEL-CNT          PIC 9(03)          VALUE 0.
       01  W-REJ-CNT          PIC 9(03)          VALUE 0.
       01  W-OUT-CNT          PIC 9(03)          VALUE 0.
      *    コントロールレコード用（BATCTL）
       01  W-BCT-FS           PIC X(02).
       01  W-IN-CNT0          PIC 9(05)          VALUE 0.
       01  W-BC-DATE          PIC X(08).
       01  W-BCT-WK           PIC X(100).
      *    ハッシュ連鎖（HASH-CHN-1）の受け渡し域
       01  W-CHN-KIND         PIC X(01).
       01  W-CHN-CONTENT      PIC X(250).
       01  W-CHN-VAL          PIC 9(10).
       01  W-CHN-LEN          PIC 9(03).
      *    リスト行の組み立て域
       01  W-LST-WK           PIC X(160).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (BLD-MNT)".
            DISPLAY "BLD_MNT_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE          FROM ENVIRONMENT-VALUE.
            IF W-MODE NOT = "QUALIFY"
               MOVE "APPLY" TO W-MODE
            END-IF.
      *    起動時の権限検査。認定は適用とは別の権限（QUALIFY）で、
      *    ビルドを入れた者と認める者を分けられる。
            DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-PRM-OPER     FROM ENVIRONMENT-VALUE.
            MOVE "BLD-MNT" TO W-PRM-PROG.
            MOVE W-MODE    TO W-PRM-MODE.
            CALL "PERM-CHK-1" USING W-PRM-OPER W-PRM-PROG
                                    W-PRM-MODE W-PRM-STS
                ON EXCEPTION
                    MOVE "9" TO W-PRM-STS
            END-CALL.
            IF W-PRM-STS = "1"
               DISPLAY "BLD-MNT: OPERATOR NOT AUTHORIZED TO "
                       W-MODE " (SEE PERMLOG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT BLD-LS.
            PERFORM P-020.
            MOVE W-TBL-CNT TO W-IN-CNT0.
            IF W-MODE = "QUALIFY"
               PERFORM P-300 THRU P-300-EXIT
            ELSE
               PERFORM P-030
            END-IF.
            IF NOT W-REFUSED
               PERFORM P-060
               PERFORM P-070
               PERFORM P-900
            END-IF.
            CLOSE BLD-LS.
            DISPLAY "TEST END   (BLD-MNT)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．現行マスタCOBCBLDを表へロードする。
       P-020.
            OPEN INPUT BLD-IN.
            IF W-IN-FS NOT = "00"
               DISPLAY "BLD-MNT: NO COBCBLD, START EMPTY"
            ELSE
               PERFORM UNTIL W-EOF
                  READ BLD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-021
                  END-READ
               END-PERFORM
               CLOSE BLD-IN
            END-IF.
            DISPLAY "LOAD-COUNT=" W-TBL-CNT.
            .
       P-021.
            IF BI-REC(1:1) NOT = "#" AND BI-REC NOT = SPACE
               AND W-TBL-CNT < 50
               ADD 1 TO W-TBL-CNT
               UNSTRING BI-REC DELIMITED BY "|"
                   INTO W-BD-ID   (W-TBL-CNT)
                        W-BD-VER  (W-TBL-CNT)
                        W-BD-IDATE(W-TBL-CNT)
                        W-BD-IBY  (W-TBL-CNT)
                        W-BD-STAT (W-TBL-CNT)
                        W-BD-FPRT (W-TBL-CNT)
               END-UNSTRING
               MOVE "N" TO W-BD-DEL(W-TBL-CNT)
            END-IF.
            .
      *
      *   ケース2．トランザクションCOBCBLTXを１件ずつ適用する。
       P-030.
            OPEN INPUT BLD-TX.
            IF W-TX-FS NOT = "00"
               DISPLAY "BLD-MNT: NO COBCBLTX"
            ELSE
               PERFORM UNTIL W-TX-EOF
                  READ BLD-TX
                       AT END      MOVE "Y" TO W-TX-EOF-SW
                       NOT AT END
                           PERFORM P-031 THRU P-031-EXIT
                  END-READ
               END-PERFORM
               CLOSE BLD-TX
            END-IF.
            .
       P-031.
            IF BT-REC(1:1) = "#" OR BT-REC = SPACE
               GO TO P-031-EXIT
            END-IF.
            MOVE SPACE TO W-TX-ID W-TX-VER W-TX-IDATE W-TX-IBY
                          W-TX-STAT W-TX-FPRT W-REJ-RSN.
            MOVE BT-REC(1:3) TO W-TX-KBN.
            UNSTRING BT-REC(4:) DELIMITED BY "|"
                INTO W-TX-ID W-TX-VER W-TX-IDATE W-TX-IBY
                     W-TX-STAT W-TX-FPRT
            END-UNSTRING.
            PERFORM P-035.
            EVALUATE W-TX-KBN ALSO W-HIT-SW
                WHEN "ADD" ALSO "N"
                     PERFORM P-040
                WHEN "CHG" ALSO "Y"
                     PERFORM P-041
                WHEN "DEL" ALSO "Y"
                     PERFORM P-042
                WHEN "ADD" ALSO "Y"
                     MOVE "BUILD-ID ALREADY REGISTERED" TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     MOVE "NO SUCH BUILD / BAD KBN"     TO W-REJ-RSN
                     PERFORM P-043
            END-EVALUATE.
       P-031-EXIT.
            EXIT.
      *
      *   ビルドＩＤで表を探す（W-TX-ID→W-FND）。
       P-035.
            MOVE "N" TO W-HIT-SW.
            MOVE 0   TO W-FND.
            PERFORM VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT OR W-HIT
               IF W-BD-ID(W-SUB) = W-TX-ID
                  AND W-BD-DEL(W-SUB) NOT = "Y"
                  MOVE "Y"   TO W-HIT-SW
                  MOVE W-SUB TO W-FND
               END-IF
            END-PERFORM.
            .
      *
      *   追加。登録は必ずCANDIDATEから始まる。版数文字列は必須。
       P-040.
            EVALUATE TRUE
                WHEN W-TBL-CNT >= 50
                     MOVE "REGISTER FULL"              TO W-REJ-RSN
                     PERFORM P-043
                WHEN W-TX-VER = SPACE
                     MOVE "VERSION STRING REQUIRED"    TO W-REJ-RSN
                     PERFORM P-043
                WHEN W-TX-STAT NOT = SPACE
                     AND W-TX-STAT NOT = "CANDIDATE"
                     MOVE "NEW BUILD MUST BE CANDIDATE" TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     ADD 1 TO W-TBL-CNT
                     MOVE W-TX-ID    TO W-BD-ID   (W-TBL-CNT)
                     MOVE W-TX-VER   TO W-BD-VER  (W-TBL-CNT)
                     MOVE W-TX-IDATE TO W-BD-IDATE(W-TBL-CNT)
                     MOVE W-TX-IBY   TO W-BD-IBY  (W-TBL-CNT)
                     MOVE "CANDIDATE" TO W-BD-STAT(W-TBL-CNT)
                     MOVE W-TX-FPRT  TO W-BD-FPRT (W-TBL-CNT)
                     MOVE "N"        TO W-BD-DEL  (W-TBL-CNT)
                     MOVE "CANDIDATE" TO W-TX-STAT
                     ADD 1 TO W-ADD-CNT
                     PERFORM P-050
            END-EVALUATE.
            .
      *
      *   変更。空白の項目は現行のまま。適用前の値をリストへ残して
      *   から書き替える。
       P-041.
            IF W-TX-VER  = SPACE
               MOVE W-BD-VER (W-FND) TO W-TX-VER
            END-IF.
            IF W-TX-FPRT = SPACE
               MOVE W-BD-FPRT(W-FND) TO W-TX-FPRT
            END-IF.
            IF W-TX-STAT = SPACE
               MOVE W-BD-STAT(W-FND) TO W-TX-STAT
            END-IF.
            EVALUATE TRUE
                WHEN W-TX-STAT = "QUALIFIED"
                     AND W-BD-STAT(W-FND) NOT = "QUALIFIED"
                     MOVE "QUALIFIED ONLY VIA QUALIFY" TO W-REJ-RSN
                     PERFORM P-043
                WHEN W-TX-STAT NOT = W-BD-STAT(W-FND)
                     AND W-TX-STAT NOT = "RETIRED"
                     MOVE "STATUS MAY ONLY GO TO RETIRED" TO W-REJ-RSN
                     PERFORM P-043
                WHEN W-BD-STAT(W-FND) NOT = "CANDIDATE"
                     AND (W-TX-VER  NOT = W-BD-VER (W-FND)
                       OR W-TX-FPRT NOT = W-BD-FPRT(W-FND))
                     MOVE "VERSION/FINGERPRINT FROZEN" TO W-REJ-RSN
                     PERFORM P-043
                WHEN OTHER
                     ADD 1 TO W-CHG-CNT
                     MOVE SPACE TO W-LST-WK
                     STRING "CHG-OLD " W-BD-ID(W-FND) " "
                            W-BD-IDATE(W-FND) " " W-BD-IBY(W-FND) " "
                            W-BD-STAT(W-FND) " " W-BD-FPRT(W-FND)
                            DELIMITED BY SIZE INTO W-LST-WK
                     END-STRING
                     WRITE BL-REC FROM W-LST-WK
                     MOVE W-TX-VER  TO W-BD-VER (W-FND)
                     IF W-TX-IDATE NOT = SPACE
                        MOVE W-TX-IDATE TO W-BD-IDATE(W-FND)
                     END-IF
                     IF W-TX-IBY NOT = SPACE
                        MOVE W-TX-IBY   TO W-BD-IBY  (W-FND)
                     END-IF
                     MOVE W-TX-STAT TO W-BD-STAT(W-FND)
                     MOVE W-TX-FPRT TO W-BD-FPRT(W-FND)
                     PERFORM P-050
            END-EVALUATE.
            .
      *
      *   削除（論理削除）。CANDIDATEのみ。
       P-042.
            IF W-BD-STAT(W-FND) NOT = "CANDIDATE"
               MOVE "ONLY CANDIDATE MAY BE DELETED" TO W-REJ-RSN
               PERFORM P-043
            ELSE
               ADD 1 TO W-DEL-CNT
               MOVE "Y" TO W-BD-DEL(W-FND)
               PERFORM P-050
            END-IF.
            .
      *
      *   リジェクト。
       P-043.
            ADD 1 TO W-REJ-CNT.
            MOVE SPACE TO W-LST-WK.
            STRING "REJ     " W-TX-KBN " " W-TX-ID " " W-REJ-RSN
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE BL-REC FROM W-LST-WK.
            .
      *
      *   更新リストへ適用後の明細１行を書く。
       P-050.
            MOVE SPACE TO W-LST-WK.
            STRING W-TX-KBN "     " W-TX-ID " " W-TX-STAT " "
                   W-TX-VER
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE BL-REC FROM W-LST-WK.
            .
      *
      *   ケース3．論理削除の行を除き新マスタCOBCBLOへ書き出す。
       P-060.
            OPEN OUTPUT BLD-OU.
            PERFORM P-061 VARYING W-SUB FROM 1 BY 1
                    UNTIL W-SUB > W-TBL-CNT.
            CLOSE BLD-OU.
            DISPLAY "OUT-COUNT=" W-OUT-CNT.
            .
       P-061.
            IF W-BD-DEL(W-SUB) NOT = "Y"
               MOVE SPACE TO BO-REC
               STRING W-BD-ID   (W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-BD-VER  (W-SUB) DELIMITED BY "  "
                      "|"                DELIMITED BY SIZE
                      W-BD-IDATE(W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-BD-IBY  (W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-BD-STAT (W-SUB) DELIMITED BY SPACE
                      "|"                DELIMITED BY SIZE
                      W-BD-FPRT (W-SUB) DELIMITED BY SPACE
                      INTO BO-REC
               END-STRING
               WRITE BO-REC
               ADD 1 TO W-OUT-CNT
            END-IF.
            .
      *
      *   ケース4．適用件数の報告。
       P-070.
            MOVE SPACE TO W-LST-WK.
            STRING "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                   " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE BL-REC FROM W-LST-WK.
            DISPLAY "ADD=" W-ADD-CNT " CHG=" W-CHG-CNT
                    " DEL=" W-DEL-CNT " REJ=" W-REJ-CNT.
            .
      *
      *   ケース5．認定。条件を順に確かめ、一つでも欠ければ理由を
      *            残して中止（RETURN-CODE 8、新マスタは書かない）。
       P-300.
            DISPLAY "BLD_ID" UPON ENVIRONMENT-NAME.
            ACCEPT W-QL-ID         FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD_RUN_STAMP" UPON ENVIRONMENT-NAME.
            ACCEPT W-QL-STAMP      FROM ENVIRONMENT-VALUE.
            MOVE "QLF" TO W-TX-KBN.
            MOVE W-QL-ID TO W-TX-ID.
            IF W-QL-ID = SPACE OR W-QL-STAMP = SPACE
               MOVE "BLD_ID AND BLD_RUN_STAMP REQUIRED" TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
      *    ①対象がCANDIDATEであること
            PERFORM P-035.
            IF NOT W-HIT
               MOVE "NO SUCH BUILD"             TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-BD-STAT(W-FND) NOT = "CANDIDATE"
               MOVE "BUILD IS NOT CANDIDATE"    TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
      *    ②SMOKEプランの実行がこのビルドで全件合格であること
            PERFORM P-310.
            IF W-QL-AUD-SW NOT = "Y"
               MOVE "RUN NOT IN REGAUDIT"       TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-AU-BUILD NOT = W-QL-ID
               MOVE "RUN WAS NOT ON THIS BUILD" TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-AF(7) NOT = "plan=SMOKE"
               MOVE "RUN WAS NOT THE SMOKE PLAN" TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-AF(14) NOT = "fail=0" OR W-AF(12) = "total=0"
               MOVE "SMOKE RUN HAS FAILURES"    TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-AF(10) NOT = "carried=0"
               MOVE "SMOKE RUN WAS CUT BY WINDOW" TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
      *    ③期待診断の最新の回が全件OKであること
            PERFORM P-320.
            IF W-DG-OK + W-DG-NG = 0
               MOVE "NO EXPECTED-DIAG RESULT"   TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            IF W-DG-NG > 0
               MOVE "EXPECTED-DIAG CHECK HAS NG" TO W-REJ-RSN
               GO TO P-300-REFUSE
            END-IF.
            MOVE SPACE TO W-LST-WK.
            STRING "CHG-OLD " W-BD-ID(W-FND) " " W-BD-STAT(W-FND)
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE BL-REC FROM W-LST-WK.
            MOVE "QUALIFIED" TO W-BD-STAT(W-FND).
            MOVE "QUALIFIED" TO W-TX-STAT.
            MOVE W-BD-VER(W-FND) TO W-TX-VER.
            ADD 1 TO W-CHG-CNT.
            PERFORM P-050.
            MOVE SPACE TO W-LST-WK.
            STRING "EVIDENCE SMOKE RUN " W-QL-STAMP
                   " EXPECTED-DIAG RUN " W-DG-LAST " OK=" W-DG-OK
                   DELIMITED BY SIZE INTO W-LST-WK
            END-STRING.
            WRITE BL-REC FROM W-LST-WK.
            DISPLAY "BLD-MNT: BUILD " W-QL-ID " QUALIFIED ON RUN "
                    W-QL-STAMP.
            GO TO P-300-EXIT.
       P-300-REFUSE.
            PERFORM P-043.
            DISPLAY "BLD-MNT NG: QUALIFY REFUSED FOR " W-QL-ID
                    " - " W-REJ-RSN.
            MOVE "Y" TO W-REFUSE-SW.
            MOVE 8 TO RETURN-CODE.
       P-300-EXIT.
            EXIT.
      *
      *   監査ログから認定に使う実行の行を探し、欄に分ける。
       P-310.
            MOVE "N" TO W-QL-AUD-SW.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT AUD-IN.
            IF W-AUD-FS = "00"
               PERFORM UNTIL W-EOF
                  READ AUD-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END
                           IF AU-REC(1:15) = W-QL-STAMP
                              AND AU-REC(16:1) = "|"
                              PERFORM P-311
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUD-IN
            END-IF.
            .
       P-311.
            MOVE "Y" TO W-QL-AUD-SW.
            MOVE SPACE TO W-AU-FLDS W-AU-BUILD.
            UNSTRING AU-REC DELIMITED BY "|"
                INTO W-AF(1)  W-AF(2)  W-AF(3)  W-AF(4)  W-AF(5)
                     W-AF(6)  W-AF(7)  W-AF(8)  W-AF(9)  W-AF(10)
                     W-AF(11) W-AF(12) W-AF(13) W-AF(14) W-AF(15)
                     W-AF(16) W-AF(17)
            END-UNSTRING.
            IF W-AF(17)(1:6) = "build="
               MOVE W-AF(17)(7:12) TO W-AU-BUILD
            END-IF.
            .
      *
      *   期待診断の結果から、対象ビルドの最新の回のOK／NGを数える。
      *   結果ファイルは時刻印順に追記されるので、新しい時刻印が
      *   現れたら数え直す。
       P-320.
            MOVE SPACE TO W-DG-LAST.
            MOVE 0 TO W-DG-OK W-DG-NG.
            MOVE "N" TO W-EOF-SW.
            OPEN INPUT DGR-IN.
            IF W-DGR-FS = "00"
               PERFORM UNTIL W-EOF
                  READ DGR-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-321
                  END-READ
               END-PERFORM
               CLOSE DGR-IN
            END-IF.
            .
       P-321.
            IF DG-REC(1:1) = "#" OR DG-REC = SPACE
               CONTINUE
            ELSE
               MOVE SPACE TO W-DG-STAMP W-DG-BUILD W-DG-PROG
                             W-DG-RSLT
               UNSTRING DG-REC DELIMITED BY "|"
                   INTO W-DG-STAMP W-DG-BUILD W-DG-PROG W-DG-RSLT
               END-UNSTRING
               IF W-DG-BUILD = W-QL-ID
                  IF W-DG-STAMP NOT = W-DG-LAST
                     MOVE W-DG-STAMP TO W-DG-LAST
                     MOVE 0 TO W-DG-OK W-DG-NG
                  END-IF
                  IF W-DG-RSLT = "OK"
                     ADD 1 TO W-DG-OK
                  ELSE
                     ADD 1 TO W-DG-NG
                  END-IF
               END-IF
            END-IF.
            .
      *
      *   コントロールレコード。入＋追加−削除＝出の帳尻をBAT-BALが
      *   日次で検算できるよう、標準様式でBATCTLへ追記する。
       P-900.
            ACCEPT W-BC-DATE FROM DATE YYYYMMDD.
            OPEN EXTEND BCT-FILE.
            IF W-BCT-FS = "35"
               OPEN OUTPUT BCT-FILE
            END-IF.
            IF W-BCT-FS NOT = "00"
               DISPLAY "BLD-MNT: BATCTL OPEN NG FS=" W-BCT-FS
            ELSE
               MOVE SPACE TO W-BCT-WK
               STRING "BLD-MNT|" W-BC-DATE
                      "|" W-IN-CNT0 "|" W-ADD-CNT "|" W-CHG-CNT "|"
                      W-DEL-CNT "|" W-REJ-CNT "|" W-OUT-CNT
                      DELIMITED BY SIZE INTO W-BCT-WK
               END-STRING
               MOVE "B" TO W-CHN-KIND
               MOVE SPACE TO W-CHN-CONTENT
               MOVE W-BCT-WK TO W-CHN-CONTENT
               CALL "HASH-CHN-1" USING W-CHN-KIND
                                       W-CHN-CONTENT W-CHN-VAL
                   ON EXCEPTION
                       DISPLAY "WARNING: HASH-CHN-1 NOT LINKED -"
                               " RECORD WRITTEN WITHOUT CHAIN"
                       MOVE 0 TO W-CHN-VAL
               END-CALL
               IF W-CHN-VAL > 0 OR W-BCT-WK = SPACE
                  MOVE 0 TO W-CHN-LEN
                  INSPECT FUNCTION REVERSE(W-BCT-WK)
                          TALLYING W-CHN-LEN FOR LEADING SPACE
                  COMPUTE W-CHN-LEN = 100 - W-CHN-LEN
                  MOVE "|C=" TO W-BCT-WK(W-CHN-LEN + 1:3)
                  MOVE W-CHN-VAL TO W-BCT-WK(W-CHN-LEN + 4:10)
               END-IF
               WRITE BCT-REC FROM W-BCT-WK
               CLOSE BCT-FILE
            END-IF.
            .
