      *                  済みだから。パラメータファイルSRTCARDの
      *                  制御カードで動く汎用一本に置き替える。
      *    カード様式　：（#行は注記）
      *                    SORT|開始位置|バイト長|型Ｘ／Ｎ／９／Ｙ|A／D
      *                      　複数枚で多重キー（カード順が優先順）。
      *                      　Ｄ（降順）はキーのバイトを補数化して
      *                      　単一昇順ソートに畳み込む。
      *                  多バイト文字の途中で切れない。ただし開始
      *                  位置・長さが文字境界に合っていない行は
      *                  理由つきでSRTREJへ落とす。
      *                  Ｙ型キーは項目を読みマスタYOMIMSTの読み
      *                  （YOMI-CNV-1。カタカナはひらがなへ畳む）に
      *                  置き替えて比較し、漢字の名前を五十音順に
      *                  並べる。読みは項目長の２倍（最大80バイト）
      *                  までをキーにする。読みの未登録な漢字キーは
      *                  かなの後ろへ回る（YOMI-MNTの例外表で拾う）。
      *    使用方法　　：SRTIN→SRTOUT。VOL-SORTと同じファイルSORT
      *                  （INPUT／OUTPUT PROCEDURE）で並べ替える。
      *  --------------------------------------------------------------
       01  RJ-REC             PIC X(270).
       SD  SORT-WK.
       01  SW-REC.
           05  SW-KEY        PIC X(100).
           05  SW-DATA       PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
       01  W-ORD              PIC 9(03).
       01  W-KEEP-SW          PIC X.
       01  W-BAD-SW           PIC X.
      *    Ｙ型キーの読み（YOMI-CNV-1の受け渡し域）
       01  W-YK-KEY           PIC X(40).
       01  W-YK-YOMI          PIC X(80).
       01  W-YK-STS           PIC X(01).
       01  W-YK-FLEN          PIC 9(03).
       01  W-YK-LEN           PIC 9(03).
      *    件数
       01  W-IN-CNT           PIC 9(06)          VALUE 0.
       01  W-SEL-CNT          PIC 9(06)          VALUE 0.
               IF W-KY-TYPE(W-SUB) = "N"
                  PERFORM P-350
               END-IF
               IF W-KY-TYPE(W-SUB) = "Y"
                  PERFORM P-360
               END-IF
               IF W-BAD-SW = "N" AND W-KY-TYPE(W-SUB) NOT = "Y"
                  PERFORM VARYING W-I FROM 1 BY 1
                          UNTIL W-I > W-KY-LEN(W-SUB)
                     COMPUTE W-ORD = FUNCTION ORD(SI-REC
            END-PERFORM.
            .
      *
      *   Ｙ型キー。項目を読みへ写し、読みのバイト列をキーへ積む
      *   （降順は他の型と同じく補数化）。
       P-360.
            MOVE W-KY-LEN(W-SUB) TO W-YK-FLEN.
            IF W-YK-FLEN > 40
               MOVE 40 TO W-YK-FLEN
            END-IF.
            MOVE SPACE TO W-YK-KEY.
            MOVE SI-REC(W-KY-OFF(W-SUB):W-YK-FLEN) TO W-YK-KEY.
            CALL "YOMI-CNV-1" USING W-YK-KEY W-YK-YOMI W-YK-STS
                ON EXCEPTION
                    MOVE W-YK-KEY TO W-YK-YOMI
            END-CALL.
            COMPUTE W-YK-LEN = W-YK-FLEN * 2.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-YK-LEN OR W-KP > 100
               COMPUTE W-ORD = FUNCTION ORD(W-YK-YOMI(W-I:1)) - 1
               IF W-KY-ORD(W-SUB) = "D"
                  COMPUTE W-ORD = 255 - W-ORD
               END-IF
               MOVE FUNCTION CHAR(W-ORD + 1) TO SW-KEY(W-KP:1)
               ADD 1 TO W-KP
            END-PERFORM.
            .
      *
      *   ケース3．OUTPUT PROCEDURE。OUTREC指定があれば項目を
      *            並べ替えて書く。
       P-400.
