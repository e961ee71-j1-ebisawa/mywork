      *    プログラム名：オペレータ警報の一覧・確認消し込み
      *    処理概要　　：MSG-CAT-1がしきい値以上の重大度で追記した
      *                  警報ファイルOPALERT（記帳時刻|ＩＤ|重大度|
      *                  発行元|本文|確認印|当番）を扱う。当番は
      *                  MSG-CAT-1が記帳時刻の当番表DUTYROSTから押した
      *                  持ち主（当番表の無いころの行には無く、一覧
      *                  では「-」）。夜間のE重大度は
      *                  人が見るまで残り、見たら消し込む。環境変数
      *                  ALERT_MNT_MODE で動作を選ぶ。
      *                    未指定／LIST：未確認（確認印N）の警報を
       01  W-AL-FROM          PIC X(12).
       01  W-AL-TEXT          PIC X(80).
       01  W-AL-ACK           PIC X(20).
       01  W-AL-DUTY          PIC X(16).
       01  W-LINE-WK          PIC X(160).
       01  W-PTR              PIC 9(03).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
               ADD 1 TO W-OPEN-CNT
               DISPLAY "SEQ=" W-SEQ " " W-AL-WHEN " "
                       W-AL-SEV " " W-AL-ID " FROM=" W-AL-FROM
                       " DUTY=" W-AL-DUTY
               DISPLAY "      " W-AL-TEXT
            END-IF.
            .
               AND (W-ACK-ALL OR W-SEQ = W-ACK-SEQ)
               ADD 1 TO W-ACKED-CNT
               MOVE SPACE TO W-LINE-WK
               MOVE 1     TO W-PTR
               STRING W-AL-WHEN "|"    DELIMITED BY SIZE
                      W-AL-ID          DELIMITED BY SPACE
                      "|" W-AL-SEV "|" DELIMITED BY SIZE
                      W-AL-TEXT        DELIMITED BY SIZE
                      "|Y "            DELIMITED BY SIZE
                      W-ACK-WHO        DELIMITED BY SPACE
                      INTO W-LINE-WK WITH POINTER W-PTR
               END-STRING
      *        当番の押された行は当番を残す
               IF W-AL-DUTY NOT = "-"
                  STRING "|"           DELIMITED BY SIZE
                         W-AL-DUTY     DELIMITED BY SPACE
                         INTO W-LINE-WK WITH POINTER W-PTR
                  END-STRING
               END-IF
               WRITE AO-REC FROM W-LINE-WK
            ELSE
               WRITE AO-REC FROM AI-REC
      *   書く本文はカタログ由来）。
       P-300.
            MOVE SPACE TO W-AL-WHEN W-AL-ID W-AL-SEV
                          W-AL-FROM W-AL-TEXT W-AL-ACK W-AL-DUTY.
            UNSTRING AI-REC DELIMITED BY "|"
                INTO W-AL-WHEN W-AL-ID W-AL-SEV
                     W-AL-FROM W-AL-TEXT W-AL-ACK W-AL-DUTY
            END-UNSTRING.
            IF W-AL-DUTY = SPACE
               MOVE "-" TO W-AL-DUTY
            END-IF.
            .
