      *    使用方法　　：環境変数 FILE_CMP_LAYOUT で様式を選ぶ
      *                  （FILE-CMPと同じ。未指定／OCC＝OCC-MAINTの
      *                  表レコード、MNT＝QA-99のF-MNT-RECORD）。
      *                  FILE_CMP_FOLD に ITAI を指定すると、キーの
      *                  突き合わせだけを異体字を畳んだ照合キー
      *                  （ITAI-CNV-1）で行う（FILE-CMPと同じ）。
      *  --------------------------------------------------------------
      *   対象：並行編集された表マスタの照合（新規）
      ******************************************************************
       01  W-FS2              PIC X(02).
       01  W-FS3              PIC X(02).
       01  W-LAYOUT           PIC X(10).
      *    異体字を畳んだキー照合（FILE_CMP_FOLD=ITAI）
       01  W-FOLD             PIC X(10).
       01  W-FK-A             PIC X(40).
       01  W-FK-NA            PIC X(40).
       01  W-FK-NK            PIC X(40).
       01  W-FK-DISP          PIC X(40).
       01  W-FK-STS           PIC X(01).
       01  W-FK-EQ-SW         PIC X.
           88  W-FK-EQ                           VALUE "Y".
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    様式記述（FILE-CMPのP-050と同じ内容）。先頭項目がキー。
            DISPLAY "TEST START (CMP3-WAY)".
            DISPLAY "FILE_CMP_LAYOUT" UPON ENVIRONMENT-NAME.
            ACCEPT W-LAYOUT           FROM ENVIRONMENT-VALUE.
            DISPLAY "FILE_CMP_FOLD"   UPON ENVIRONMENT-NAME.
            ACCEPT W-FOLD             FROM ENVIRONMENT-VALUE.
            PERFORM P-050.
            PERFORM P-100.
            PERFORM P-200.
      *   W-KEY-WKのキーで自側を引く（ヒット印を立てる）。
       P-700.
            MOVE 0 TO W-FND-OU.
            PERFORM P-850.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-OUR-CNT OR W-FND-OU > 0
               MOVE SPACE TO W-FK-A
               MOVE W-OU-REC(W-I)(W-FT-OFF(1):W-FT-LEN(1)) TO W-FK-A
               PERFORM P-860
               IF W-FK-EQ
                  MOVE W-I TO W-FND-OU
                  MOVE "Y" TO W-OU-HIT(W-I)
               END-IF
      *   W-KEY-WKのキーで他側を引く（ヒット印を立てる）。
       P-750.
            MOVE 0 TO W-FND-TH.
            PERFORM P-850.
            PERFORM VARYING W-I FROM 1 BY 1
                    UNTIL W-I > W-THR-CNT OR W-FND-TH > 0
               MOVE SPACE TO W-FK-A
               MOVE W-TH-REC(W-I)(W-FT-OFF(1):W-FT-LEN(1)) TO W-FK-A
               PERFORM P-860
               IF W-FK-EQ
                  MOVE W-I TO W-FND-TH
                  MOVE "Y" TO W-TH-HIT(W-I)
               END-IF
                    TO W-HEX-WK(W-I * 2:1)
            END-PERFORM.
            .
      *
      *   W-KEY-WKの照合キー（FILE_CMP_FOLD=ITAIなら異体字を畳む）。
       P-850.
            MOVE SPACE TO W-FK-NK.
            MOVE W-KEY-WK(1:W-FT-LEN(1)) TO W-FK-NK.
            IF W-FOLD = "ITAI"
               MOVE W-FK-NK TO W-FK-A
               CALL "ITAI-CNV-1" USING W-FK-A W-FK-NK
                                       W-FK-DISP W-FK-STS
                   ON EXCEPTION
                       MOVE W-FK-A TO W-FK-NK
               END-CALL
            END-IF.
            .
      *
      *   側のキーW-FK-AがW-FK-NKと一致するか（W-FK-EQ）。
       P-860.
            IF W-FOLD = "ITAI"
               CALL "ITAI-CNV-1" USING W-FK-A W-FK-NA
                                       W-FK-DISP W-FK-STS
                   ON EXCEPTION
                       MOVE W-FK-A TO W-FK-NA
               END-CALL
            ELSE
               MOVE W-FK-A TO W-FK-NA
            END-IF.
            IF W-FK-NA = W-FK-NK
               MOVE "Y" TO W-FK-EQ-SW
            ELSE
               MOVE "N" TO W-FK-EQ-SW
            END-IF.
            .
