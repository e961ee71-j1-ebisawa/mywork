      ******************************************************************
      *    テストケース：－（保守ユーティリティ）
      *    プログラム名：レコード様式台帳（様式カード・複写句の生成と
      *                  ずれ検査）
      *    処理概要　　：同じレコード様式が、REFMTのLAYOUTDF、EBC-CNVの
      *                  EBCLAY、MASK-CPYのMASKLAY、LAY-MIGRのMIGRLAYO／
      *                  MIGRLAYN、RPT-GENやGAIJI-MNTの様式カード、REPPOL
      *                  の様式名、そしてプログラム自身のFD／01と、
      *                  ばらばらに書かれていた（CASEMETAはすでに
      *                  食い違っている）。様式台帳LAYREGを唯一の
      *                  原本とし、環境変数 LAYREG_MODE で動作を選ぶ。
      *                    GEN　　：台帳のCARD行ごとにそのツールの
      *                             様式カードを、様式ごとに最新版の
      *                             レコードの複写句（様式名.cpy）を
      *                             LAYREG_OUTの場所へ書く。
      *                    未指定／DRIFT：
      *                             ・USE行のプログラムのFD（と受け取り
      *                               項目）を生成済みデータディクショ
      *                               ナリDATADICTと比べ、最新版と
      *                               合っていなければ、どの版に合うか
      *                               （どれにも合わなければ最初の
      *                               違い）を報告する
      *                             ・LAYREG_CARDSの場所にある各ツールの
      *                               様式カードが台帳から生成される
      *                               ものと違えば古いと報告する
      *                             ・REPPOLの様式名・項目名が台帳に
      *                               あるかを確かめる
      *                  報告はLAYRPTへ。ずれ・古いカード・未登録が
      *                  あればRETURN-CODE 4、台帳の誤りは12。
      *    台帳の様式　：「|」区切り、#行は注記。
      *                    LAYOUT|様式名|版|FIXED又はPIPE|説明
      *                    FIELD|様式名|版|項目名|位置|バイト長|型
      *                      位置はFIXEDなら開始バイト（隙間なく
      *                      続くこと）、PIPEなら項目番号。型は
      *                      X・N（国別、バイト長は偶数）・９・
      *                      P（パック１０進、バイト長）。
      *                    CARD|様式名|版又は*|ツール|カードのファイル名
      *                      ツールはREFMT・RPT-GEN・GAIJI-MNT・
      *                      EBC-CNV・MASK-CPY・LAY-MIGR。*は最新版。
      *                    USE|様式名|プログラム|FDレコード|受け取り
      *                        項目|項目数
      *                      FIXEDは受け取り項目（省略時はFDレコード）
      *                      の基本項目を位置・長さ・型まで版と比べる。
      *                      PIPEはFDレコードが最長の行を収めるかを
      *                      見て、受け取り項目があればその基本項目が
      *                      各項目の長さ以上かを見る。項目数は受け取り
      *                      項目のうち様式の項目に当たる先頭の個数
      *                      （省略時は全部）。
      *    使用方法　　：tools/layout_registry.shから実行する（GENの
      *                  出力先、DRIFTのデータディクショナリとカード
      *                  置き場はそこで与える）。
      *  --------------------------------------------------------------
      *   対象：レコード様式の一元管理（新規）
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           LAY-REG.
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
           SELECT REG-IN     ASSIGN TO "LAYREG"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-REG-FS.
           SELECT DIC-IN     ASSIGN TO "DATADICT"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-DIC-FS.
           SELECT POL-IN     ASSIGN TO "REPPOL"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-POL-FS.
           SELECT CRD-IN     ASSIGN USING W-IN-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-CRD-FS.
           SELECT GEN-OU     ASSIGN USING W-OUT-NAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-GEN-FS.
           SELECT RPT-FILE   ASSIGN TO "LAYRPT"
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       FILE                  SECTION.
       FD  REG-IN.
       01  RI-REC             PIC X(200).
       FD  DIC-IN.
       01  DI-REC             PIC X(200).
       FD  POL-IN.
       01  PO-REC             PIC X(200).
       FD  CRD-IN.
       01  CI-REC             PIC X(80).
       FD  GEN-OU.
       01  GO-REC             PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC            PIC X(200).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  W-REG-FS           PIC X(02).
       01  W-DIC-FS           PIC X(02).
       01  W-POL-FS           PIC X(02).
       01  W-CRD-FS           PIC X(02).
       01  W-GEN-FS           PIC X(02).
       01  W-MODE             PIC X(10).
       01  W-TODAY            PIC X(08).
       01  W-OUT-DIR          PIC X(120).
       01  W-CRD-DIR          PIC X(120).
       01  W-CRD-SFX          PIC X(10).
       01  W-OUT-NAME         PIC X(160).
       01  W-IN-NAME          PIC X(160).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
       01  W-ERR-CNT          PIC 9(04)          VALUE 0.
       01  W-REG-LINE         PIC 9(04)          VALUE 0.
      *    様式の表（様式×版。項目は版ごとに最大４０）
       01  W-LY-CNT           PIC 9(03)          VALUE 0.
       01  W-LY-TBL.
           05  W-LY           OCCURS 60.
               10  W-LY-NAME  PIC X(10).
               10  W-LY-VER   PIC 9(02).
               10  W-LY-FMT   PIC X(05).
               10  W-LY-DESC  PIC X(40).
               10  W-LY-CUR   PIC X(01).
               10  W-LY-FCNT  PIC 9(02).
               10  W-LY-F     OCCURS 40.
                   15  W-LY-FNAME PIC X(12).
                   15  W-LY-FOFF  PIC 9(04).
                   15  W-LY-FLEN  PIC 9(04).
                   15  W-LY-FTYPE PIC X(01).
      *    様式カード生成の指定
       01  W-CD-CNT           PIC 9(03)          VALUE 0.
       01  W-CD-TBL.
           05  W-CD           OCCURS 50.
               10  W-CD-LAY   PIC X(10).
               10  W-CD-VER   PIC X(02).
               10  W-CD-TOOL  PIC X(10).
               10  W-CD-FILE  PIC X(12).
               10  W-CD-IX    PIC 9(03).
      *    プログラムでの使用（データディクショナリから拾った項目）
       01  W-US-CNT           PIC 9(03)          VALUE 0.
       01  W-US-TBL.
           05  W-US           OCCURS 100.
               10  W-US-LAY   PIC X(10).
               10  W-US-PROG  PIC X(12).
               10  W-US-REC   PIC X(30).
               10  W-US-GRP   PIC X(30).
               10  W-US-NUM   PIC 9(02).
               10  W-US-RFND  PIC X(01).
               10  W-US-RLEN  PIC 9(06).
               10  W-US-ST    PIC X(01).
               10  W-US-GREC  PIC X(30).
               10  W-US-GLVL  PIC 9(02).
               10  W-US-GOFF  PIC 9(06).
               10  W-US-ICNT  PIC 9(02).
               10  W-US-I     OCCURS 40.
                   15  W-US-IOFF  PIC 9(06).
                   15  W-US-ILEN  PIC 9(06).
                   15  W-US-ITYPE PIC X(01).
      *    ツールごとのカードの約束（項目数の上限・型の読み替え）
       01  W-TL-MAX           PIC 9(02).
       01  W-TL-FIXED         PIC X(01).
       01  W-TL-9             PIC X(01).
       01  W-TL-P             PIC X(01).
       01  W-TL-TYPE          PIC X(01).
      *    生成したカードの行
       01  W-GL-CNT           PIC 9(02).
       01  W-GL-TBL.
           05  W-GL           OCCURS 45          PIC X(80).
       01  W-GL-ERR           PIC X(60).
      *    比較の作業域
       01  W-CMP-N            PIC 9(02).
       01  W-MATCH-SW         PIC X(01).
       01  W-WHY              PIC X(70).
       01  W-WHY-CUR          PIC X(70).
       01  W-BEST             PIC 9(02).
       01  W-LINE-MAX         PIC 9(06).
       01  W-VERDICT          PIC X(08).
      *    件数
       01  W-OK-CNT           PIC 9(04)          VALUE 0.
       01  W-DRIFT-CNT        PIC 9(04)          VALUE 0.
       01  W-MISS-CNT         PIC 9(04)          VALUE 0.
       01  W-CARD-OK          PIC 9(04)          VALUE 0.
       01  W-STALE-CNT        PIC 9(04)          VALUE 0.
       01  W-UNREG-CNT        PIC 9(04)          VALUE 0.
       01  W-POL-CNT          PIC 9(04)          VALUE 0.
       01  W-GEN-CARDS        PIC 9(04)          VALUE 0.
       01  W-GEN-COPYS        PIC 9(04)          VALUE 0.
      *    作業域
       01  W-FX-TBL.
           05  W-FX           OCCURS 9           PIC X(60).
       01  W-L                PIC 9(03).
       01  W-L2               PIC 9(03).
       01  W-C                PIC 9(03).
       01  W-U                PIC 9(03).
       01  W-F                PIC 9(02).
       01  W-I                PIC 9(04).
       01  W-FND              PIC 9(03).
       01  W-VER              PIC 9(02).
       01  W-NUM              PIC 9(06).
       01  W-LVL              PIC 9(02).
       01  W-OFF              PIC 9(06).
       01  W-LEN              PIC 9(06).
       01  W-TYPE             PIC X(01).
       01  W-CNT-X            PIC 9(04).
       01  W-CNT-9            PIC 9(04).
       01  W-CNT-E            PIC 9(04).
       01  W-ED6              PIC ZZZZZ9.
       01  W-T1               PIC X(06).
       01  W-T2               PIC X(06).
       01  W-T3               PIC X(06).
       01  W-T4               PIC X(06).
       01  W-VER-X            PIC X(03).
       01  W-PIC              PIC X(20).
       01  W-DNAME            PIC X(20).
       01  W-LINE-WK          PIC X(200).
       01  W-LN               PIC X(120).
       01  W-POS              PIC 9(03).
      *    生成する複写句の見出し（項目名の後の全角空白と全角コロン）
       01  W-CP-HEAD          PIC X(11)          VALUE "      *    ".
       01  W-CP-CONT          PIC X(25)          VALUE "      *".
       01  W-CP-SEP2          PIC X(09)          VALUE "　　：".
       01  W-CP-SEP4          PIC X(15)
                              VALUE "　　　　：".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TEST START (LAY-REG)".
            DISPLAY "LAYREG_MODE" UPON ENVIRONMENT-NAME.
            ACCEPT W-MODE      FROM ENVIRONMENT-VALUE.
            DISPLAY "LAYREG_OUT" UPON ENVIRONMENT-NAME.
            ACCEPT W-OUT-DIR   FROM ENVIRONMENT-VALUE.
            IF W-OUT-DIR = SPACE
               MOVE "." TO W-OUT-DIR
            END-IF.
            DISPLAY "LAYREG_CARDS" UPON ENVIRONMENT-NAME.
            ACCEPT W-CRD-DIR   FROM ENVIRONMENT-VALUE.
            IF W-CRD-DIR = SPACE
               MOVE "." TO W-CRD-DIR
            END-IF.
            DISPLAY "LAYREG_SUFFIX" UPON ENVIRONMENT-NAME.
            ACCEPT W-CRD-SFX   FROM ENVIRONMENT-VALUE.
            ACCEPT W-TODAY     FROM DATE YYYYMMDD.
            OPEN OUTPUT RPT-FILE.
            MOVE SPACE TO RPT-REC.
            STRING "# LAY-REG " DELIMITED BY SIZE
                   W-MODE DELIMITED BY SPACE
                   " " W-TODAY DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            PERFORM P-100.
            IF W-LY-CNT > 0
               PERFORM P-150
            END-IF.
            IF W-ERR-CNT > 0
               MOVE SPACE TO RPT-REC
               MOVE W-ERR-CNT TO W-ED6
               STRING "TOTAL|REGISTRY ERRORS="
                      FUNCTION TRIM(W-ED6) DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               DISPLAY "LAY-REG NG: REGISTRY ERRORS=" W-ERR-CNT
               MOVE 12 TO RETURN-CODE
            ELSE
               IF W-MODE = "GEN"
                  PERFORM P-200
               ELSE
                  PERFORM P-300
                  PERFORM P-400
                  PERFORM P-450
                  PERFORM P-490
               END-IF
            END-IF.
            CLOSE RPT-FILE.
            DISPLAY "TEST END   (LAY-REG)".
            *>ACCEPT OMIT-WK.
            GOBACK
            .
      *
      *   ケース1．様式台帳のロード。
       P-100.
            OPEN INPUT REG-IN.
            IF W-REG-FS NOT = "00"
               DISPLAY "LAY-REG NG: NO LAYREG FS=" W-REG-FS
               MOVE "ERR|NO LAYREG" TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO W-ERR-CNT
            ELSE
               PERFORM UNTIL W-EOF
                  READ REG-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-110
                  END-READ
               END-PERFORM
               CLOSE REG-IN
               IF W-LY-CNT = 0 AND W-ERR-CNT = 0
                  MOVE "ERR|NO LAYOUT IN LAYREG" TO RPT-REC
                  WRITE RPT-REC
                  ADD 1 TO W-ERR-CNT
               END-IF
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-110.
            ADD 1 TO W-REG-LINE.
            IF RI-REC(1:1) NOT = "#" AND RI-REC NOT = SPACE
               MOVE SPACE TO W-FX-TBL
               UNSTRING RI-REC DELIMITED BY "|"
                   INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                        W-FX(6) W-FX(7)
               END-UNSTRING
               EVALUATE W-FX(1)
                   WHEN "LAYOUT"  PERFORM P-120
                   WHEN "FIELD"   PERFORM P-130
                   WHEN "CARD"    PERFORM P-140
                   WHEN "USE"     PERFORM P-145
                   WHEN OTHER
                        MOVE "UNKNOWN LINE TYPE" TO W-WHY
                        PERFORM P-190
               END-EVALUATE
            END-IF.
            .
      *    LAYOUT行。同じ様式・版の重複は誤り。
       P-120.
            MOVE 0 TO W-VER.
            IF FUNCTION TRIM(W-FX(3)) IS NUMERIC
               MOVE FUNCTION NUMVAL(W-FX(3)) TO W-VER
            END-IF.
            MOVE W-FX(2) TO W-DNAME.
            PERFORM P-180.
            EVALUATE TRUE
                WHEN W-FX(2) = SPACE OR W-FX(2)(11:) NOT = SPACE
                     MOVE "LAYOUT NAME MISSING OR OVER 10 BYTES"
                       TO W-WHY
                     PERFORM P-190
                WHEN W-VER = 0
                     MOVE "VERSION MUST BE 1-99" TO W-WHY
                     PERFORM P-190
                WHEN W-FX(4) NOT = "FIXED" AND W-FX(4) NOT = "PIPE"
                     MOVE "FORMAT MUST BE FIXED OR PIPE" TO W-WHY
                     PERFORM P-190
                WHEN W-FND > 0
                     MOVE "DUPLICATE LAYOUT VERSION" TO W-WHY
                     PERFORM P-190
                WHEN W-LY-CNT >= 60
                     MOVE "MORE THAN 60 LAYOUT VERSIONS" TO W-WHY
                     PERFORM P-190
                WHEN OTHER
                     ADD 1 TO W-LY-CNT
                     MOVE SPACE   TO W-LY(W-LY-CNT)
                     MOVE W-FX(2) TO W-LY-NAME(W-LY-CNT)
                     MOVE W-VER   TO W-LY-VER(W-LY-CNT)
                     MOVE W-FX(4) TO W-LY-FMT(W-LY-CNT)
                     MOVE W-FX(5) TO W-LY-DESC(W-LY-CNT)
                     MOVE "N"     TO W-LY-CUR(W-LY-CNT)
                     MOVE 0       TO W-LY-FCNT(W-LY-CNT)
            END-EVALUATE.
            .
      *    FIELD行。版のLAYOUT行より後に書く。
       P-130.
            MOVE 0 TO W-VER.
            IF FUNCTION TRIM(W-FX(3)) IS NUMERIC
               MOVE FUNCTION NUMVAL(W-FX(3)) TO W-VER
            END-IF.
            MOVE W-FX(2) TO W-DNAME.
            PERFORM P-180.
            MOVE 0 TO W-OFF W-LEN.
            IF FUNCTION TRIM(W-FX(5)) IS NUMERIC
               MOVE FUNCTION NUMVAL(W-FX(5)) TO W-OFF
            END-IF.
            IF FUNCTION TRIM(W-FX(6)) IS NUMERIC
               MOVE FUNCTION NUMVAL(W-FX(6)) TO W-LEN
            END-IF.
            MOVE W-FX(7) TO W-TYPE.
            EVALUATE TRUE
                WHEN W-FND = 0
                     MOVE "FIELD FOR UNKNOWN LAYOUT VERSION" TO W-WHY
                     PERFORM P-190
                WHEN W-FX(4) = SPACE OR W-FX(4)(13:) NOT = SPACE
                     MOVE "FIELD NAME MISSING OR OVER 12 BYTES"
                       TO W-WHY
                     PERFORM P-190
                WHEN W-LY-FCNT(W-FND) >= 40
                     MOVE "MORE THAN 40 FIELDS" TO W-WHY
                     PERFORM P-190
                WHEN W-OFF = 0 OR W-LEN = 0
                     MOVE "POSITION AND LENGTH MUST BE NUMBERS > 0"
                       TO W-WHY
                     PERFORM P-190
                WHEN W-TYPE NOT = "X" AND W-TYPE NOT = "N"
                 AND W-TYPE NOT = "9" AND W-TYPE NOT = "P"
                  OR W-FX(7)(2:) NOT = SPACE
                     MOVE "TYPE MUST BE X, N, 9 OR P" TO W-WHY
                     PERFORM P-190
                WHEN W-TYPE = "N"
                 AND FUNCTION MOD(W-LEN 2) NOT = 0
                     MOVE "N FIELD NEEDS AN EVEN BYTE LENGTH" TO W-WHY
                     PERFORM P-190
                WHEN OTHER
                     MOVE W-LY-FCNT(W-FND) TO W-F
      *              FIXEDは前の項目の直後から、PIPEは項目番号順。
                     IF W-F = 0
                        MOVE 1 TO W-NUM
                     ELSE
                        IF W-LY-FMT(W-FND) = "FIXED"
                           COMPUTE W-NUM = W-LY-FOFF(W-FND W-F)
                                         + W-LY-FLEN(W-FND W-F)
                        ELSE
                           COMPUTE W-NUM = W-F + 1
                        END-IF
                     END-IF
                     IF W-OFF NOT = W-NUM
                        MOVE SPACE TO W-WHY
                        MOVE W-NUM TO W-ED6
                        STRING "POSITION SHOULD BE "
                               FUNCTION TRIM(W-ED6)
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
                        PERFORM P-190
                     ELSE
                        ADD 1 TO W-LY-FCNT(W-FND)
                        MOVE W-LY-FCNT(W-FND) TO W-F
                        MOVE W-FX(4) TO W-LY-FNAME(W-FND W-F)
                        MOVE W-OFF   TO W-LY-FOFF(W-FND W-F)
                        MOVE W-LEN   TO W-LY-FLEN(W-FND W-F)
                        MOVE W-TYPE  TO W-LY-FTYPE(W-FND W-F)
                     END-IF
            END-EVALUATE.
            .
      *    CARD行（検査は全行を読んでから）。
       P-140.
            IF W-CD-CNT >= 50
               MOVE "MORE THAN 50 CARD LINES" TO W-WHY
               PERFORM P-190
            ELSE
               ADD 1 TO W-CD-CNT
               MOVE W-FX(2) TO W-CD-LAY(W-CD-CNT)
               MOVE W-FX(3) TO W-CD-VER(W-CD-CNT)
               MOVE W-FX(4) TO W-CD-TOOL(W-CD-CNT)
               MOVE W-FX(5) TO W-CD-FILE(W-CD-CNT)
               MOVE 0       TO W-CD-IX(W-CD-CNT)
            END-IF.
            .
      *    USE行。
       P-145.
            IF W-US-CNT >= 100
               MOVE "MORE THAN 100 USE LINES" TO W-WHY
               PERFORM P-190
            ELSE
               ADD 1 TO W-US-CNT
               MOVE W-US-CNT TO W-U
               MOVE SPACE   TO W-US(W-U)
               MOVE W-FX(2) TO W-US-LAY(W-U)
               MOVE W-FX(3) TO W-US-PROG(W-U)
               MOVE W-FX(4) TO W-US-REC(W-U)
               MOVE W-FX(5) TO W-US-GRP(W-U)
               MOVE 0 TO W-US-NUM(W-U) W-US-RLEN(W-U) W-US-GLVL(W-U)
                         W-US-GOFF(W-U) W-US-ICNT(W-U)
               IF FUNCTION TRIM(W-FX(6)) IS NUMERIC
                  MOVE FUNCTION NUMVAL(W-FX(6)) TO W-US-NUM(W-U)
               END-IF
               MOVE "N" TO W-US-RFND(W-U)
               MOVE "0" TO W-US-ST(W-U)
               IF W-US-PROG(W-U) = SPACE OR W-US-REC(W-U) = SPACE
                  MOVE "USE NEEDS PROGRAM AND FD RECORD" TO W-WHY
                  PERFORM P-190
               END-IF
            END-IF.
            .
      *
      *   ケース2．台帳の突き合わせ。様式ごとの最新版に印を付け、
      *            CARD・USEの様式を引き当て、カードがツールの約束に
      *            収まるかを見る。
       P-150.
            PERFORM VARYING W-L FROM 1 BY 1 UNTIL W-L > W-LY-CNT
               MOVE "Y" TO W-LY-CUR(W-L)
               PERFORM VARYING W-L2 FROM 1 BY 1 UNTIL W-L2 > W-LY-CNT
                  IF W-LY-NAME(W-L2) = W-LY-NAME(W-L)
                     AND W-LY-VER(W-L2) > W-LY-VER(W-L)
                     MOVE "N" TO W-LY-CUR(W-L)
                  END-IF
               END-PERFORM
               IF W-LY-FCNT(W-L) = 0
                  MOVE 0 TO W-REG-LINE
                  MOVE "LAYOUT HAS NO FIELDS" TO W-WHY
                  MOVE W-LY-NAME(W-L) TO W-DNAME
                  PERFORM P-190
               END-IF
            END-PERFORM.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CD-CNT
               PERFORM P-160
            END-PERFORM.
            PERFORM VARYING W-U FROM 1 BY 1 UNTIL W-U > W-US-CNT
               MOVE W-US-LAY(W-U) TO W-DNAME
               PERFORM P-185
               IF W-FND = 0
                  MOVE 0 TO W-REG-LINE
                  MOVE SPACE TO W-WHY
                  STRING "USE BY " DELIMITED BY SIZE
                         W-US-PROG(W-U) DELIMITED BY SPACE
                         " OF UNKNOWN LAYOUT" DELIMITED BY SIZE
                         INTO W-WHY
                  END-STRING
                  PERFORM P-190
               END-IF
            END-PERFORM.
            .
       P-160.
            MOVE W-CD-LAY(W-C) TO W-DNAME.
            IF W-CD-VER(W-C) = "*" OR W-CD-VER(W-C) = SPACE
               PERFORM P-185
            ELSE
               MOVE 0 TO W-VER
               IF FUNCTION TRIM(W-CD-VER(W-C)) IS NUMERIC
                  MOVE FUNCTION NUMVAL(W-CD-VER(W-C)) TO W-VER
               END-IF
               PERFORM P-180
            END-IF.
            MOVE W-FND TO W-CD-IX(W-C).
            MOVE 0 TO W-REG-LINE.
            IF W-FND = 0
               MOVE SPACE TO W-WHY
               STRING "CARD " DELIMITED BY SIZE
                      W-CD-FILE(W-C) DELIMITED BY SPACE
                      " OF UNKNOWN LAYOUT VERSION" DELIMITED BY SIZE
                      INTO W-WHY
               END-STRING
               PERFORM P-190
            ELSE
               MOVE W-FND TO W-L
               PERFORM P-170
               IF W-TL-MAX = 0
                  MOVE SPACE TO W-WHY
                  STRING "CARD " DELIMITED BY SIZE
                         W-CD-FILE(W-C) DELIMITED BY SPACE
                         " FOR UNKNOWN TOOL " W-CD-TOOL(W-C)
                         DELIMITED BY SIZE INTO W-WHY
                  END-STRING
                  PERFORM P-190
               ELSE
                  PERFORM P-600
                  IF W-GL-ERR NOT = SPACE
                     MOVE SPACE TO W-WHY
                     STRING "CARD " DELIMITED BY SIZE
                            W-CD-FILE(W-C) DELIMITED BY SPACE
                            " " W-GL-ERR DELIMITED BY SIZE
                            INTO W-WHY
                     END-STRING
                     PERFORM P-190
                  END-IF
               END-IF
            END-IF.
            .
      *    ツールの約束。上限０は未知のツール。型は９とPの読み替え先
      *    （空白は使えない型）。
       P-170.
            MOVE 0     TO W-TL-MAX.
            MOVE "N"   TO W-TL-FIXED.
            MOVE "9"   TO W-TL-9.
            MOVE SPACE TO W-TL-P.
            EVALUATE W-CD-TOOL(W-C)
                WHEN "REFMT"
                     MOVE 8  TO W-TL-MAX
                     MOVE "Y" TO W-TL-FIXED
                WHEN "RPT-GEN"
                     MOVE 20 TO W-TL-MAX
                WHEN "GAIJI-MNT"
                     MOVE 40 TO W-TL-MAX
                WHEN "EBC-CNV"
                     MOVE 10 TO W-TL-MAX
                     MOVE "Y" TO W-TL-FIXED
                     MOVE "X" TO W-TL-9
                     MOVE "P" TO W-TL-P
                WHEN "MASK-CPY"
                     MOVE 10 TO W-TL-MAX
                     MOVE "Y" TO W-TL-FIXED
                     MOVE "X" TO W-TL-9
                     MOVE "X" TO W-TL-P
                WHEN "LAY-MIGR"
                     MOVE 15 TO W-TL-MAX
                     MOVE "Y" TO W-TL-FIXED
            END-EVALUATE.
            .
      *    W-DNAME（様式名）とW-VERの版を探す。
       P-180.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-L2 FROM 1 BY 1 UNTIL W-L2 > W-LY-CNT
               IF W-LY-NAME(W-L2) = W-DNAME AND W-LY-VER(W-L2) = W-VER
                  MOVE W-L2 TO W-FND
               END-IF
            END-PERFORM.
            .
      *    W-DNAME（様式名）の最新版を探す。
       P-185.
            MOVE 0 TO W-FND.
            PERFORM VARYING W-L2 FROM 1 BY 1 UNTIL W-L2 > W-LY-CNT
               IF W-LY-NAME(W-L2) = W-DNAME AND W-LY-CUR(W-L2) = "Y"
                  MOVE W-L2 TO W-FND
               END-IF
            END-PERFORM.
            .
      *    台帳の誤り（行番号０は突き合わせ段階の誤り）。
       P-190.
            ADD 1 TO W-ERR-CNT.
            MOVE SPACE TO RPT-REC.
            MOVE W-REG-LINE TO W-ED6.
            STRING "ERR|LINE " FUNCTION TRIM(W-ED6) "|"
                   DELIMITED BY SIZE
                   W-DNAME DELIMITED BY SPACE
                   "|" W-WHY DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            DISPLAY "LAY-REG: " FUNCTION TRIM(RPT-REC TRAILING).
            .
      *
      *   ケース3．生成（GEN）。カードと複写句をLAYREG_OUTへ書く。
       P-200.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CD-CNT
               MOVE W-CD-IX(W-C) TO W-L
               PERFORM P-170
               PERFORM P-600
               MOVE SPACE TO W-OUT-NAME
               STRING W-OUT-DIR DELIMITED BY SPACE
                      "/" W-CD-FILE(W-C) DELIMITED BY SIZE
                      INTO W-OUT-NAME
               END-STRING
               OPEN OUTPUT GEN-OU
               IF W-GEN-FS NOT = "00"
                  DISPLAY "LAY-REG NG: CANNOT WRITE " W-CD-FILE(W-C)
                          " FS=" W-GEN-FS
                  MOVE 12 TO RETURN-CODE
               ELSE
                  PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-GL-CNT
                     WRITE GO-REC FROM W-GL(W-I)
                  END-PERFORM
                  CLOSE GEN-OU
                  ADD 1 TO W-GEN-CARDS
                  MOVE SPACE TO RPT-REC
                  MOVE W-LY-VER(W-L) TO W-VER-X(2:2)
                  MOVE "V" TO W-VER-X(1:1)
                  MOVE W-LY-FCNT(W-L) TO W-ED6
                  STRING "CARD|" W-CD-FILE(W-C) DELIMITED BY SPACE
                         "|" W-LY-NAME(W-L) DELIMITED BY SPACE
                         "|" W-VER-X "|" DELIMITED BY SIZE
                         W-CD-TOOL(W-C) DELIMITED BY SPACE
                         "|" FUNCTION TRIM(W-ED6) " FIELDS|WRITTEN"
                         DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
            END-PERFORM.
            PERFORM VARYING W-L FROM 1 BY 1 UNTIL W-L > W-LY-CNT
               IF W-LY-CUR(W-L) = "Y"
                  PERFORM P-250
               END-IF
            END-PERFORM.
            MOVE SPACE TO RPT-REC.
            MOVE W-GEN-CARDS TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T1.
            MOVE W-GEN-COPYS TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T2.
            STRING "TOTAL|CARDS=" W-T1 DELIMITED BY SPACE
                   "|COPYBOOKS=" W-T2 DELIMITED BY SPACE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            DISPLAY "CARDS=" W-GEN-CARDS " COPYBOOKS=" W-GEN-COPYS.
            .
      *
      *   複写句の生成。01は「:PFX:-REC」、項目は「:PFX:-項目名」で、
      *   使う側がREPLACING ==:PFX:== BY ==接頭語== で名前を付ける。
      *   PIPEの様式は行を分解して受ける項目なので、Ｎ型もＸで持つ
      *   （「|」区切りのファイルは文字をバイト列のまま運ぶ）。
       P-250.
            MOVE SPACE TO W-OUT-NAME.
            STRING W-OUT-DIR DELIMITED BY SPACE
                   "/" W-LY-NAME(W-L) DELIMITED BY SPACE
                   ".cpy" DELIMITED BY SIZE
                   INTO W-OUT-NAME
            END-STRING.
            OPEN OUTPUT GEN-OU.
            IF W-GEN-FS NOT = "00"
               DISPLAY "LAY-REG NG: CANNOT WRITE COPYBOOK "
                       W-LY-NAME(W-L) " FS=" W-GEN-FS
               MOVE 12 TO RETURN-CODE
            ELSE
               MOVE ALL "*" TO W-LN
               MOVE SPACE   TO W-LN(1:7)
               MOVE "*"     TO W-LN(7:1)
               MOVE SPACE   TO W-LN(73:)
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-HEAD "コピー名" W-CP-SEP2
                      DELIMITED BY SIZE
                      W-LY-NAME(W-L) DELIMITED BY SPACE
                      INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-HEAD "用途" W-CP-SEP4
                      W-LY-DESC(W-L) DELIMITED BY SIZE
                      INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE W-LY-VER(W-L) TO W-ED6
               MOVE FUNCTION TRIM(W-ED6) TO W-T1
               MOVE W-LY-FCNT(W-L) TO W-ED6
               MOVE FUNCTION TRIM(W-ED6) TO W-T2
               MOVE SPACE TO W-LN
               IF W-LY-FMT(W-L) = "FIXED"
                  MOVE W-LY-FCNT(W-L) TO W-F
                  COMPUTE W-NUM = W-LY-FOFF(W-L W-F)
                                + W-LY-FLEN(W-L W-F) - 1
                  MOVE W-NUM TO W-ED6
                  MOVE FUNCTION TRIM(W-ED6) TO W-T3
                  STRING W-CP-HEAD "様式" W-CP-SEP4
                         "固定長　版" DELIMITED BY SIZE
                         W-T1 DELIMITED BY SPACE
                         "　" DELIMITED BY SIZE
                         W-T2 DELIMITED BY SPACE
                         "項目　" DELIMITED BY SIZE
                         W-T3 DELIMITED BY SPACE
                         "バイト" DELIMITED BY SIZE
                         INTO W-LN
                  END-STRING
               ELSE
                  STRING W-CP-HEAD "様式" W-CP-SEP4
                         "「|」区切り　版" DELIMITED BY SIZE
                         W-T1 DELIMITED BY SPACE
                         "　" DELIMITED BY SIZE
                         W-T2 DELIMITED BY SPACE
                         "項目（分解後の受け域）"
                         DELIMITED BY SIZE
                         INTO W-LN
                  END-STRING
               END-IF
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-HEAD "注意" W-CP-SEP4
                      "様式台帳LAYREGから" "の生成物。"
                      DELIMITED BY SIZE INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-CONT "直すときは台帳を"
                      "直して生成し直す。"
                      DELIMITED BY SIZE INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-HEAD "使用方法" W-CP-SEP2 "COPY """
                      DELIMITED BY SIZE
                      W-LY-NAME(W-L) DELIMITED BY SPACE
                      ".cpy"" REPLACING ==:PFX:==" DELIMITED BY SIZE
                      INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE SPACE TO W-LN
               STRING W-CP-CONT "  BY ==接頭語==."
                      DELIMITED BY SIZE INTO W-LN
               END-STRING
               WRITE GO-REC FROM W-LN
               MOVE ALL "*" TO W-LN
               MOVE SPACE   TO W-LN(1:7)
               MOVE "*"     TO W-LN(7:1)
               MOVE SPACE   TO W-LN(73:)
               WRITE GO-REC FROM W-LN
               MOVE "       01  :PFX:-REC." TO W-LN
               WRITE GO-REC FROM W-LN
               PERFORM VARYING W-F FROM 1 BY 1
                       UNTIL W-F > W-LY-FCNT(W-L)
                  PERFORM P-260
                  WRITE GO-REC FROM W-LN
               END-PERFORM
               CLOSE GEN-OU
               ADD 1 TO W-GEN-COPYS
               MOVE SPACE TO RPT-REC
               MOVE W-LY-VER(W-L) TO W-VER-X(2:2)
               MOVE "V" TO W-VER-X(1:1)
               STRING "COPY|" W-LY-NAME(W-L) DELIMITED BY SPACE
                      ".cpy|" W-LY-NAME(W-L) DELIMITED BY SPACE
                      "|" W-VER-X "|" DELIMITED BY SIZE
                      W-LY-FMT(W-L) DELIMITED BY SPACE
                      "|" W-T2 DELIMITED BY SPACE
                      " FIELDS|WRITTEN" DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
            END-IF.
            .
      *    複写句の項目行（W-L版のW-F番目）。
       P-260.
            MOVE W-LY-FLEN(W-L W-F) TO W-LEN.
            MOVE W-LY-FTYPE(W-L W-F) TO W-TYPE.
            IF W-LY-FMT(W-L) = "PIPE" AND W-TYPE NOT = "9"
               MOVE "X" TO W-TYPE
            END-IF.
            MOVE SPACE TO W-PIC.
            EVALUATE W-TYPE
                WHEN "N"
                     COMPUTE W-NUM = W-LEN / 2
                     MOVE W-NUM TO W-ED6
                     STRING "N(" FUNCTION TRIM(W-ED6) ")."
                            DELIMITED BY SIZE INTO W-PIC
                     END-STRING
                WHEN "9"
                     MOVE W-LEN TO W-ED6
                     STRING "9(" FUNCTION TRIM(W-ED6) ")."
                            DELIMITED BY SIZE INTO W-PIC
                     END-STRING
                WHEN "P"
                     COMPUTE W-NUM = W-LEN * 2 - 1
                     MOVE W-NUM TO W-ED6
                     STRING "S9(" FUNCTION TRIM(W-ED6) ") COMP-3."
                            DELIMITED BY SIZE INTO W-PIC
                     END-STRING
                WHEN OTHER
                     MOVE W-LEN TO W-ED6
                     STRING "X(" FUNCTION TRIM(W-ED6) ")."
                            DELIMITED BY SIZE INTO W-PIC
                     END-STRING
            END-EVALUATE.
            MOVE SPACE TO W-DNAME.
            IF W-LY-FNAME(W-L W-F) = "FILLER"
               MOVE "FILLER" TO W-DNAME
            ELSE
               STRING ":PFX:-" W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                      INTO W-DNAME
               END-STRING
            END-IF.
            MOVE SPACE TO W-LN.
            MOVE "           05  " TO W-LN(1:15).
            MOVE W-DNAME           TO W-LN(16:20).
            MOVE "PIC "            TO W-LN(37:4).
            MOVE W-PIC             TO W-LN(41:20).
            .
      *
      *   ケース4．ずれ検査（DRIFT）。データディクショナリからUSE行の
      *            FDレコードの長さと受け取り項目の基本項目を拾い、
      *            版と比べる。
       P-300.
            OPEN INPUT DIC-IN.
            IF W-DIC-FS NOT = "00"
               DISPLAY "LAY-REG NG: NO DATADICT FS=" W-DIC-FS
               MOVE "ERR|NO DATA DICTIONARY" TO RPT-REC
               WRITE RPT-REC
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM UNTIL W-EOF
                  READ DIC-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-310
                  END-READ
               END-PERFORM
               CLOSE DIC-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            PERFORM VARYING W-U FROM 1 BY 1 UNTIL W-U > W-US-CNT
               PERFORM P-350
            END-PERFORM.
            .
      *    ディクショナリの１行：PROGRAM|RECORD|LEVEL|NAME|PICTURE|
      *    USAGE|OFFSET|BYTE-LEN|CHAR-LEN
       P-310.
            MOVE SPACE TO W-FX-TBL.
            UNSTRING DI-REC DELIMITED BY "|"
                INTO W-FX(1) W-FX(2) W-FX(3) W-FX(4) W-FX(5)
                     W-FX(6) W-FX(7) W-FX(8) W-FX(9)
            END-UNSTRING.
            IF FUNCTION TRIM(W-FX(3)) IS NUMERIC
               MOVE FUNCTION NUMVAL(W-FX(3)) TO W-LVL
               MOVE FUNCTION NUMVAL(W-FX(7)) TO W-OFF
               MOVE FUNCTION NUMVAL(W-FX(8)) TO W-LEN
               PERFORM VARYING W-U FROM 1 BY 1 UNTIL W-U > W-US-CNT
                  IF W-US-PROG(W-U) = W-FX(1)
                     PERFORM P-320
                  END-IF
               END-PERFORM
            END-IF.
            .
      *    W-U番目の使用について、この行を拾うか。
      *    状態 0＝受け取り項目の前、2＝受け取り項目の中、9＝拾い終わり。
       P-320.
            IF W-LVL = 1 AND W-FX(4) = W-US-REC(W-U)
               MOVE "Y"   TO W-US-RFND(W-U)
               MOVE W-LEN TO W-US-RLEN(W-U)
            END-IF.
            EVALUATE W-US-ST(W-U)
                WHEN "0"
                     IF (W-US-GRP(W-U) = SPACE
                         AND W-LVL = 1 AND W-FX(4) = W-US-REC(W-U))
                     OR (W-US-GRP(W-U) NOT = SPACE
                         AND W-FX(4) = W-US-GRP(W-U))
                        MOVE "2"     TO W-US-ST(W-U)
                        MOVE W-FX(2) TO W-US-GREC(W-U)
                        MOVE W-LVL   TO W-US-GLVL(W-U)
                        MOVE W-OFF   TO W-US-GOFF(W-U)
                        IF W-FX(5) NOT = "-"
                           PERFORM P-330
                        END-IF
                     END-IF
                WHEN "2"
                     IF W-FX(2) NOT = W-US-GREC(W-U)
                        OR W-LVL <= W-US-GLVL(W-U)
                        MOVE "9" TO W-US-ST(W-U)
                     ELSE
                        IF W-FX(5) NOT = "-"
                           PERFORM P-330
                        END-IF
                     END-IF
            END-EVALUATE.
            .
      *    基本項目を１つ積む。型はUSAGEとPICTUREから
      *    （P＝COMP-3、B＝２進・ポインタ、N、X、9、E＝編集）。
       P-330.
            IF W-US-ICNT(W-U) < 40
               ADD 1 TO W-US-ICNT(W-U)
               MOVE W-US-ICNT(W-U) TO W-F
               COMPUTE W-US-IOFF(W-U W-F) = W-OFF - W-US-GOFF(W-U) + 1
               MOVE W-LEN TO W-US-ILEN(W-U W-F)
               MOVE W-FX(5) TO W-PIC
               MOVE 0 TO W-CNT-X W-CNT-9 W-CNT-E
               INSPECT W-PIC TALLYING W-CNT-X FOR ALL "N"
               IF W-CNT-X > 0
                  MOVE "N" TO W-TYPE
               ELSE
                  INSPECT W-PIC TALLYING W-CNT-X FOR ALL "X" ALL "A"
                  INSPECT W-PIC TALLYING W-CNT-E FOR ALL "Z" ALL "*"
                          ALL "," ALL "." ALL "/" ALL "+" ALL "-"
                          ALL "B" ALL "$" ALL "C" ALL "D"
                  EVALUATE TRUE
                      WHEN W-CNT-X > 0   MOVE "X" TO W-TYPE
                      WHEN W-CNT-E > 0   MOVE "E" TO W-TYPE
                      WHEN OTHER         MOVE "9" TO W-TYPE
                  END-EVALUATE
               END-IF
               EVALUATE W-FX(6)
                   WHEN "COMP-3"         MOVE "P" TO W-TYPE
                   WHEN "BINARY"         MOVE "B" TO W-TYPE
                   WHEN "POINTER"        MOVE "B" TO W-TYPE
                   WHEN "INDEX"          MOVE "B" TO W-TYPE
               END-EVALUATE
               MOVE W-TYPE TO W-US-ITYPE(W-U W-F)
            END-IF.
            .
      *    W-U番目の使用の判定。最新版に合えばOK、合わなければ合う
      *    版のうち最も新しいもの（AT Vnn）、どれにも合わなければ
      *    最新版との最初の違い。
       P-350.
            MOVE W-US-LAY(W-U) TO W-DNAME.
            PERFORM P-185.
            MOVE W-FND TO W-L.
            MOVE W-LY-VER(W-L) TO W-VER-X(2:2).
            MOVE "V" TO W-VER-X(1:1).
            MOVE SPACE TO W-WHY-CUR.
            EVALUATE TRUE
                WHEN W-US-RFND(W-U) NOT = "Y"
                     MOVE "MISSING" TO W-VERDICT
                     MOVE "FD RECORD NOT IN DATA DICTIONARY"
                       TO W-WHY-CUR
                     ADD 1 TO W-MISS-CNT
                WHEN W-US-ST(W-U) = "0"
                     MOVE "MISSING" TO W-VERDICT
                     MOVE "RECEIVING ITEM NOT IN DATA DICTIONARY"
                       TO W-WHY-CUR
                     ADD 1 TO W-MISS-CNT
                WHEN OTHER
                     PERFORM P-500
                     IF W-MATCH-SW = "Y"
                        MOVE "OK" TO W-VERDICT
                        ADD 1 TO W-OK-CNT
                     ELSE
                        MOVE "DRIFT" TO W-VERDICT
                        ADD 1 TO W-DRIFT-CNT
                        MOVE W-WHY TO W-WHY-CUR
                        MOVE 0 TO W-BEST
                        PERFORM VARYING W-L FROM 1 BY 1
                                UNTIL W-L > W-LY-CNT
                           IF W-LY-NAME(W-L) = W-US-LAY(W-U)
                              AND W-LY-CUR(W-L) = "N"
                              AND W-LY-VER(W-L) > W-BEST
                              PERFORM P-500
                              IF W-MATCH-SW = "Y"
                                 MOVE W-LY-VER(W-L) TO W-BEST
                              END-IF
                           END-IF
                        END-PERFORM
                        IF W-BEST > 0
                           MOVE SPACE TO W-WHY-CUR
                           STRING "MATCHES V" W-BEST
                                  ", REGISTRY IS AT " W-VER-X
                                  DELIMITED BY SIZE INTO W-WHY-CUR
                           END-STRING
                        END-IF
                     END-IF
            END-EVALUATE.
            MOVE SPACE TO RPT-REC.
            STRING "USE|" W-US-LAY(W-U) DELIMITED BY SPACE
                   "|" W-VER-X "|" DELIMITED BY SIZE
                   W-US-PROG(W-U) DELIMITED BY SPACE
                   "|" W-US-REC(W-U) DELIMITED BY SPACE
                   "|" W-US-GRP(W-U) DELIMITED BY SPACE
                   "|" W-VERDICT DELIMITED BY SPACE
                   "|" W-WHY-CUR DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            IF W-VERDICT NOT = "OK"
               DISPLAY "LAY-REG: " W-VERDICT " " W-US-PROG(W-U) " "
                       W-US-LAY(W-U) " "
                       FUNCTION TRIM(W-WHY-CUR TRAILING)
            END-IF.
            .
      *
      *   ケース5．カード置き場の様式カードが台帳からの生成と同じか。
      *            注記行は比べない。
       P-400.
            PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CD-CNT
               MOVE W-CD-IX(W-C) TO W-L
               PERFORM P-170
               PERFORM P-600
               MOVE SPACE TO W-IN-NAME
               STRING W-CRD-DIR DELIMITED BY SPACE
                      "/" W-CD-FILE(W-C) DELIMITED BY SPACE
                      W-CRD-SFX DELIMITED BY SPACE
                      INTO W-IN-NAME
               END-STRING
               MOVE SPACE TO W-WHY
      *        生成した行の１行目は注記なので、比べるのは3行目から。
               MOVE 3 TO W-I
               OPEN INPUT CRD-IN
               IF W-CRD-FS NOT = "00"
                  MOVE "NO CARD FILE" TO W-WHY
               ELSE
                  PERFORM UNTIL W-EOF OR W-WHY NOT = SPACE
                     READ CRD-IN
                          AT END      MOVE "Y" TO W-EOF-SW
                          NOT AT END  PERFORM P-410
                     END-READ
                  END-PERFORM
                  CLOSE CRD-IN
                  MOVE "N" TO W-EOF-SW
                  IF W-WHY = SPACE AND W-I <= W-GL-CNT
                     MOVE W-I TO W-ED6
                     STRING "CARD ENDS BEFORE FIELD LINE "
                            FUNCTION TRIM(W-ED6)
                            DELIMITED BY SIZE INTO W-WHY
                     END-STRING
                  END-IF
               END-IF
               MOVE SPACE TO RPT-REC
               MOVE W-LY-VER(W-L) TO W-VER-X(2:2)
               MOVE "V" TO W-VER-X(1:1)
               IF W-WHY = SPACE
                  ADD 1 TO W-CARD-OK
                  STRING "CARD|" W-CD-FILE(W-C) DELIMITED BY SPACE
                         "|" W-LY-NAME(W-L) DELIMITED BY SPACE
                         "|" W-VER-X "|" DELIMITED BY SIZE
                         W-CD-TOOL(W-C) DELIMITED BY SPACE
                         "|OK|" DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
               ELSE
                  ADD 1 TO W-STALE-CNT
                  STRING "CARD|" W-CD-FILE(W-C) DELIMITED BY SPACE
                         "|" W-LY-NAME(W-L) DELIMITED BY SPACE
                         "|" W-VER-X "|" DELIMITED BY SIZE
                         W-CD-TOOL(W-C) DELIMITED BY SPACE
                         "|STALE|" W-WHY DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  DISPLAY "LAY-REG: STALE CARD "
                          FUNCTION TRIM(W-CD-FILE(W-C) TRAILING) " "
                          FUNCTION TRIM(W-WHY TRAILING)
               END-IF
               WRITE RPT-REC
            END-PERFORM.
            .
       P-410.
            IF CI-REC(1:1) NOT = "#" AND CI-REC NOT = SPACE
               IF W-I > W-GL-CNT
                  MOVE SPACE TO W-WHY
                  STRING "EXTRA LINE " CI-REC DELIMITED BY SIZE
                         INTO W-WHY
                  END-STRING
               ELSE
                  IF CI-REC NOT = W-GL(W-I)
                     MOVE SPACE TO W-WHY
                     STRING "HAS " DELIMITED BY SIZE
                            CI-REC DELIMITED BY SPACE
                            " REGISTRY " DELIMITED BY SIZE
                            W-GL(W-I) DELIMITED BY SPACE
                            INTO W-WHY
                     END-STRING
                  END-IF
                  ADD 1 TO W-I
               END-IF
            END-IF.
            .
      *
      *   ケース6．REPPOLの様式名・項目名が台帳（最新版）にあるか。
       P-450.
            OPEN INPUT POL-IN.
            IF W-POL-FS NOT = "00"
               MOVE "REPPOL|||NOT CHECKED|NO REPPOL" TO RPT-REC
               WRITE RPT-REC
            ELSE
               PERFORM UNTIL W-EOF
                  READ POL-IN
                       AT END      MOVE "Y" TO W-EOF-SW
                       NOT AT END  PERFORM P-460
                  END-READ
               END-PERFORM
               CLOSE POL-IN
            END-IF.
            MOVE "N" TO W-EOF-SW.
            .
       P-460.
            IF PO-REC(1:1) NOT = "#" AND PO-REC NOT = SPACE
               ADD 1 TO W-POL-CNT
               MOVE SPACE TO W-FX-TBL
               UNSTRING PO-REC DELIMITED BY "|"
                   INTO W-FX(1) W-FX(2)
               END-UNSTRING
               MOVE W-FX(1) TO W-DNAME
               PERFORM P-185
               MOVE SPACE TO W-WHY
               IF W-FND = 0
                  MOVE "UNREGISTERED LAYOUT" TO W-WHY
               ELSE
                  MOVE "UNREGISTERED FIELD" TO W-WHY
                  PERFORM VARYING W-F FROM 1 BY 1
                          UNTIL W-F > W-LY-FCNT(W-FND)
                     IF W-LY-FNAME(W-FND W-F) = W-FX(2)
                        MOVE SPACE TO W-WHY
                     END-IF
                  END-PERFORM
               END-IF
               MOVE SPACE TO RPT-REC
               IF W-WHY = SPACE
                  STRING "REPPOL|" W-FX(1) DELIMITED BY SPACE
                         "|" W-FX(2) DELIMITED BY SPACE
                         "|OK|" DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
               ELSE
                  ADD 1 TO W-UNREG-CNT
                  STRING "REPPOL|" W-FX(1) DELIMITED BY SPACE
                         "|" W-FX(2) DELIMITED BY SPACE
                         "|UNREGISTERED|" W-WHY DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  DISPLAY "LAY-REG: REPPOL " W-FX(1)(1:10) " "
                          W-FX(2)(1:12) " "
                          FUNCTION TRIM(W-WHY TRAILING)
               END-IF
               WRITE RPT-REC
            END-IF.
            .
      *    DRIFTの総括と戻り値。
       P-490.
            MOVE SPACE TO W-LINE-WK.
            MOVE W-US-CNT TO W-ED6.
            STRING "TOTAL|USES=" FUNCTION TRIM(W-ED6)
                   DELIMITED BY SIZE INTO W-LINE-WK
            END-STRING.
            MOVE W-OK-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T1.
            MOVE W-DRIFT-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T2.
            MOVE W-MISS-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T3.
            MOVE SPACE TO RPT-REC.
            STRING W-LINE-WK DELIMITED BY SPACE
                   "|OK=" W-T1 DELIMITED BY SPACE
                   "|DRIFT=" W-T2 DELIMITED BY SPACE
                   "|MISSING=" W-T3 DELIMITED BY SPACE
                   INTO RPT-REC
            END-STRING.
            MOVE RPT-REC TO W-LINE-WK.
            MOVE W-CD-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T1.
            MOVE W-STALE-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T2.
            MOVE W-POL-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T3.
            MOVE W-UNREG-CNT TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T4.
            MOVE SPACE TO RPT-REC.
            STRING W-LINE-WK DELIMITED BY SPACE
                   "|CARDS=" W-T1 DELIMITED BY SPACE
                   "|STALE=" W-T2 DELIMITED BY SPACE
                   "|REPPOL=" W-T3 DELIMITED BY SPACE
                   "|UNREGISTERED=" W-T4 DELIMITED BY SPACE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            DISPLAY FUNCTION TRIM(RPT-REC TRAILING).
            IF RETURN-CODE NOT = 12
               AND (W-DRIFT-CNT > 0 OR W-MISS-CNT > 0
                    OR W-STALE-CNT > 0 OR W-UNREG-CNT > 0)
               MOVE 4 TO RETURN-CODE
            END-IF.
            .
      *
      *   ケース7．W-U番目の使用をW-L版と比べる（W-MATCH-SWとW-WHY）。
       P-500.
            MOVE "Y"   TO W-MATCH-SW.
            MOVE SPACE TO W-WHY.
            MOVE W-LY-VER(W-L) TO W-VER.
            MOVE W-LY-FCNT(W-L) TO W-F.
            IF W-LY-FMT(W-L) = "FIXED"
               COMPUTE W-LINE-MAX = W-LY-FOFF(W-L W-F)
                                  + W-LY-FLEN(W-L W-F) - 1
            ELSE
               COMPUTE W-LINE-MAX = W-LY-FCNT(W-L) - 1
               PERFORM VARYING W-F FROM 1 BY 1
                       UNTIL W-F > W-LY-FCNT(W-L)
                  ADD W-LY-FLEN(W-L W-F) TO W-LINE-MAX
               END-PERFORM
            END-IF.
            IF W-US-NUM(W-U) > 0
               MOVE W-US-NUM(W-U) TO W-CMP-N
            ELSE
               MOVE W-US-ICNT(W-U) TO W-CMP-N
            END-IF.
            MOVE W-US-RLEN(W-U) TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T1.
            MOVE W-LINE-MAX TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T2.
            EVALUATE TRUE
                WHEN W-US-RLEN(W-U) < W-LINE-MAX
                     MOVE "N" TO W-MATCH-SW
                     IF W-LY-FMT(W-L) = "FIXED"
                        STRING "RECORD " DELIMITED BY SIZE
                               W-T1 DELIMITED BY SPACE
                               " BYTES, V" W-VER " IS " W-T2
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
                     ELSE
                        STRING "RECORD " DELIMITED BY SIZE
                               W-T1 DELIMITED BY SPACE
                               " BYTES, V" W-VER " LINE UP TO " W-T2
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
                     END-IF
                WHEN W-LY-FMT(W-L) = "PIPE" AND W-US-GRP(W-U) = SPACE
                     CONTINUE
                WHEN W-CMP-N NOT = W-LY-FCNT(W-L)
                  OR W-CMP-N > W-US-ICNT(W-U)
                     MOVE "N" TO W-MATCH-SW
                     MOVE W-US-ICNT(W-U) TO W-ED6
                     MOVE FUNCTION TRIM(W-ED6) TO W-T1
                     MOVE W-LY-FCNT(W-L) TO W-ED6
                     MOVE FUNCTION TRIM(W-ED6) TO W-T2
                     STRING W-T1 DELIMITED BY SPACE
                            " ITEMS, V" W-VER " HAS " DELIMITED BY SIZE
                            W-T2 DELIMITED BY SPACE
                            " FIELDS" DELIMITED BY SIZE INTO W-WHY
                     END-STRING
                WHEN OTHER
                     PERFORM VARYING W-F FROM 1 BY 1
                             UNTIL W-F > W-CMP-N OR W-MATCH-SW = "N"
                        PERFORM P-510
                     END-PERFORM
            END-EVALUATE.
            .
      *    W-F番目の項目。FIXEDは位置・長さ・型が一致、PIPEは長さが
      *    様式の長さ以上。
       P-510.
            MOVE W-US-IOFF(W-U W-F) TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T1.
            MOVE W-LY-FOFF(W-L W-F) TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T2.
            MOVE W-US-ILEN(W-U W-F) TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T3.
            MOVE W-LY-FLEN(W-L W-F) TO W-ED6.
            MOVE FUNCTION TRIM(W-ED6) TO W-T4.
            IF W-LY-FMT(W-L) = "FIXED"
               EVALUATE TRUE
                   WHEN W-US-IOFF(W-U W-F) NOT = W-LY-FOFF(W-L W-F)
                        MOVE "N" TO W-MATCH-SW
                        STRING W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                               " AT " DELIMITED BY SIZE
                               W-T1 DELIMITED BY SPACE
                               ", V" W-VER " AT " W-T2
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
                   WHEN W-US-ILEN(W-U W-F) NOT = W-LY-FLEN(W-L W-F)
                        MOVE "N" TO W-MATCH-SW
                        STRING W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               W-T3 DELIMITED BY SPACE
                               " BYTES, V" W-VER " " W-T4
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
                   WHEN W-US-ITYPE(W-U W-F) NOT = W-LY-FTYPE(W-L W-F)
                        MOVE "N" TO W-MATCH-SW
                        STRING W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                               " TYPE " W-US-ITYPE(W-U W-F)
                               ", V" W-VER " " W-LY-FTYPE(W-L W-F)
                               DELIMITED BY SIZE INTO W-WHY
                        END-STRING
               END-EVALUATE
            ELSE
               IF W-US-ILEN(W-U W-F) < W-LY-FLEN(W-L W-F)
                  MOVE "N" TO W-MATCH-SW
                  STRING W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                         " HELD IN " DELIMITED BY SIZE
                         W-T3 DELIMITED BY SPACE
                         " BYTES, V" W-VER " " W-T4
                         DELIMITED BY SIZE INTO W-WHY
                  END-STRING
               END-IF
            END-IF.
            .
      *
      *   ケース8．W-C番目のCARD行のカード（W-L版）をW-GLへ組む。
      *            ツールの約束（P-170）に収まらなければW-GL-ERR。
       P-600.
            MOVE SPACE TO W-GL-TBL W-GL-ERR.
            MOVE 0 TO W-GL-CNT.
            IF W-TL-FIXED = "Y" AND W-LY-FMT(W-L) NOT = "FIXED"
               MOVE "TOOL READS FIXED RECORDS ONLY" TO W-GL-ERR
            END-IF.
            IF W-LY-FCNT(W-L) > W-TL-MAX AND W-GL-ERR = SPACE
               MOVE W-TL-MAX TO W-ED6
               STRING "TOOL TAKES AT MOST " FUNCTION TRIM(W-ED6)
                      " FIELDS" DELIMITED BY SIZE INTO W-GL-ERR
               END-STRING
            END-IF.
            ADD 1 TO W-GL-CNT.
            MOVE W-LY-VER(W-L) TO W-VER-X(2:2).
            MOVE "V" TO W-VER-X(1:1).
            IF W-LY-FMT(W-L) = "FIXED"
               STRING "# " DELIMITED BY SIZE
                      W-CD-FILE(W-C) DELIMITED BY SPACE
                      " - field cards for " DELIMITED BY SIZE
                      W-LY-NAME(W-L) DELIMITED BY SPACE
                      " " W-VER-X " (FIXED: start|bytes)"
                      DELIMITED BY SIZE
                      INTO W-GL(W-GL-CNT)
               END-STRING
            ELSE
               STRING "# " DELIMITED BY SIZE
                      W-CD-FILE(W-C) DELIMITED BY SPACE
                      " - field cards for " DELIMITED BY SIZE
                      W-LY-NAME(W-L) DELIMITED BY SPACE
                      " " W-VER-X " (PIPE: position = field no.)"
                      DELIMITED BY SIZE
                      INTO W-GL(W-GL-CNT)
               END-STRING
            END-IF.
            ADD 1 TO W-GL-CNT.
            STRING "# generated from LAYREG for " DELIMITED BY SIZE
                   W-CD-TOOL(W-C) DELIMITED BY SPACE
                   " - change the registry, not this file"
                   DELIMITED BY SIZE
                   INTO W-GL(W-GL-CNT)
            END-STRING.
            PERFORM VARYING W-F FROM 1 BY 1
                    UNTIL W-F > W-LY-FCNT(W-L) OR W-GL-CNT >= 45
               MOVE W-LY-FTYPE(W-L W-F) TO W-TL-TYPE
               IF W-TL-TYPE = "9"
                  MOVE W-TL-9 TO W-TL-TYPE
               END-IF
               IF W-TL-TYPE = "P"
                  MOVE W-TL-P TO W-TL-TYPE
               END-IF
               IF W-TL-TYPE = SPACE AND W-GL-ERR = SPACE
                  STRING "TOOL HAS NO TYPE P (" DELIMITED BY SIZE
                         W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                         ")" DELIMITED BY SIZE
                         INTO W-GL-ERR
                  END-STRING
               END-IF
               MOVE W-LY-FOFF(W-L W-F) TO W-ED6
               MOVE FUNCTION TRIM(W-ED6) TO W-T1
               MOVE W-LY-FLEN(W-L W-F) TO W-ED6
               MOVE FUNCTION TRIM(W-ED6) TO W-T2
               ADD 1 TO W-GL-CNT
               STRING W-LY-FNAME(W-L W-F) DELIMITED BY SPACE
                      "|" W-T1 DELIMITED BY SPACE
                      "|" W-T2 DELIMITED BY SPACE
                      "|" W-TL-TYPE DELIMITED BY SIZE
                      INTO W-GL(W-GL-CNT)
               END-STRING
            END-PERFORM.
            .
