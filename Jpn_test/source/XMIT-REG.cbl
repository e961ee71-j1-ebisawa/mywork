      *                  （世代番号）・XMIT_DATE（作成日、WRAPのみ）を
      *                  設定して実行する。
      *    台帳の様式　：記帳時刻|ファイルＩＤ|方向|世代|判定
      *                  （判定はOK／DUP／GAP）。送信（WRAP）の行には
      *                  末尾に|送信件数を付ける（相手先の受領確認の
      *                  件数とACK-MONで突き合わせる）。
      *  --------------------------------------------------------------
      *   対象：授受ファイルの世代管理（新規）
      ******************************************************************
                      W-VERDICT   DELIMITED BY SPACE
                      INTO W-LINE-WK
               END-STRING
               IF W-DIR = "OUT"
                  MOVE SPACE TO REG-REC
                  STRING W-LINE-WK DELIMITED BY SPACE
                         "|" W-CNT DELIMITED BY SIZE
                         INTO REG-REC
                  END-STRING
                  MOVE REG-REC TO W-LINE-WK
               END-IF
               WRITE REG-REC FROM W-LINE-WK
               CLOSE REG-FILE
               DISPLAY "REGISTERED " W-FILE-ID "/" W-DIR
