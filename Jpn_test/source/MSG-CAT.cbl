      *                  （記帳時刻|ＩＤ|重大度|発行元|置換後本文|N。
      *                  末尾Nは未確認印）。発行元は呼び出し側が環境
      *                  変数MSG_CALLERに設定する（未設定なら空欄）。
      *                  当番表DUTYROSTがあれば、記帳時刻の当番
      *                  （DUTY-ROS-1の正）を確認印の後ろに押す
      *                  （|N|当番。割り当ての無い夜はUNASSIGNED、
      *                  どの勤務帯にも入らない時刻はOFF-SHIFT）。
      *                  警報の一覧と確認消し込みはALERT-MNTで行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
       01  W-CALLER           PIC X(12).
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
      *    当番の照会（DUTY-ROS-1）の受け渡し域
       01  W-DT-DATE          PIC X(08).
       01  W-DT-TIME          PIC X(04).
       01  W-DT-SHIFT         PIC X(08).
       01  W-DT-PRI           PIC X(16).
       01  W-DT-BKP           PIC X(16).
       01  W-DT-STS           PIC X(01).
      *    警報行の末尾（未確認印と当番）
       01  W-ALT-TAIL         PIC X(20).
       01  W-LOADED-SW        PIC X              VALUE "N".
           88  W-LOADED                          VALUE "Y".
       01  W-EOF-SW           PIC X              VALUE "N".
            IF W-SEV-RANK >= W-MIN-RANK
               ACCEPT W-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT W-NOW-TIME FROM TIME
               PERFORM P-310
               OPEN EXTEND ALT-FILE
               IF W-ALT-FS = "35"
                  OPEN OUTPUT ALT-FILE
                         W-CALLER    DELIMITED BY SPACE
                         "|"         DELIMITED BY SIZE
                         L-TEXT      DELIMITED BY SIZE
                         W-ALT-TAIL  DELIMITED BY SPACE
                         INTO ALT-REC
                  END-STRING
                  WRITE ALT-REC
               END-IF
            END-IF.
            .
      *
      *   記帳時刻の当番。当番表が無い・照会ルーチンが結合されて
      *   いなければ押さない（従来どおりの警報行）。
       P-310.
            MOVE W-NOW-DATE      TO W-DT-DATE.
            MOVE W-NOW-TIME(1:4) TO W-DT-TIME.
            CALL "DUTY-ROS-1" USING W-DT-DATE W-DT-TIME W-DT-SHIFT
                                    W-DT-PRI W-DT-BKP W-DT-STS
                ON EXCEPTION
                    MOVE "9" TO W-DT-STS
            END-CALL.
            MOVE SPACE TO W-ALT-TAIL.
            EVALUATE W-DT-STS
                WHEN "0"
                     STRING "|N|" W-DT-PRI DELIMITED BY SIZE
                            INTO W-ALT-TAIL
                     END-STRING
                WHEN "1"   MOVE "|N|UNASSIGNED" TO W-ALT-TAIL
                WHEN "3"   MOVE "|N|OFF-SHIFT"  TO W-ALT-TAIL
                WHEN OTHER MOVE "|N"            TO W-ALT-TAIL
            END-EVALUATE.
            .
       END PROGRAM MSG-CAT-1.
