      *                  キーが旧にだけある行はDELETED、新にだけ
      *                  ある行はADDEDとして報告する。旧側は最大
      *                  ２００件まで突き合わせる。
      *                  環境変数 FILE_CMP_FOLD に ITAI を指定すると、
      *                  キーの突き合わせだけを異体字を畳んだ照合キー
      *                  （ITAI-CNV-1）で行う（髙橋と高橋を同じ行と
      *                  みなし、キー項目の字の違いは変更として報告
      *                  する）。
      *  --------------------------------------------------------------
      *   対象：更新前後の項目単位検証（新規）
      ******************************************************************
       01  W-FS1              PIC X(02).
       01  W-FS2              PIC X(02).
       01  W-LAYOUT           PIC X(10).
      *    異体字を畳んだキー照合（FILE_CMP_FOLD=ITAI）
       01  W-FOLD             PIC X(10).
       01  W-FK-A             PIC X(40).
       01  W-FK-B             PIC X(40).
       01  W-FK-NA            PIC X(40).
       01  W-FK-NB            PIC X(40).
       01  W-FK-DISP          PIC X(40).
       01  W-FK-STS           PIC X(01).
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    様式記述：項目名・バイト位置・バイト長の並び。先頭項目が
            DISPLAY "TEST START (FILE-CMP)".
            DISPLAY "FILE_CMP_LAYOUT" UPON ENVIRONMENT-NAME.
            ACCEPT W-LAYOUT           FROM ENVIRONMENT-VALUE.
            DISPLAY "FILE_CMP_FOLD"   UPON ENVIRONMENT-NAME.
            ACCEPT W-FOLD             FROM ENVIRONMENT-VALUE.
            PERFORM P-050.
            PERFORM P-100.
            PERFORM P-200.
      *    行う。MNT様式ではキーは先頭バイトではない（手前に区分が
      *    ある）ので、レコード先頭では引かない。
            MOVE 0 TO W-FND.
            IF W-FOLD = "ITAI"
               MOVE SPACE TO W-FK-B
               MOVE C2-REC(W-FT-OFF(1):W-FT-LEN(1)) TO W-FK-B
               CALL "ITAI-CNV-1" USING W-FK-B W-FK-NB
                                       W-FK-DISP W-FK-STS
                   ON EXCEPTION
                       MOVE W-FK-B TO W-FK-NB
               END-CALL
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-OLD-CNT OR W-FND > 0
                  MOVE SPACE TO W-FK-A
                  MOVE W-OL-REC(W-SUB)(W-FT-OFF(1):W-FT-LEN(1))
                       TO W-FK-A
                  CALL "ITAI-CNV-1" USING W-FK-A W-FK-NA
                                          W-FK-DISP W-FK-STS
                      ON EXCEPTION
                          MOVE W-FK-A TO W-FK-NA
                  END-CALL
                  IF W-FK-NA = W-FK-NB
                     AND W-OL-HIT(W-SUB) NOT = "Y"
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
            ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-OLD-CNT OR W-FND > 0
                  IF W-OL-REC(W-SUB)(W-FT-OFF(1):W-FT-LEN(1))
                     = C2-REC(W-FT-OFF(1):W-FT-LEN(1))
                     AND W-OL-HIT(W-SUB) NOT = "Y"
                     MOVE W-SUB TO W-FND
                  END-IF
               END-PERFORM
            END-IF.
            IF W-FND = 0
               ADD 1 TO W-ADD-CNT
               DISPLAY "ADDED   KEY="
