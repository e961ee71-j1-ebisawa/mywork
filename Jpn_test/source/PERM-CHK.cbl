      *                  全プログラム）を初回にロードし、マスタ更新
      *                  プログラム（MNT-UPDT・OCC-UPDT・CAL-MNT・
      *                  META-MNT・PLAN-MNT）が起動時に照会する。
      *                  許可・拒否はすべて操作者・プログラム・
      *                  モード・時刻つきでPERMLOGへ追記する（許可の
      *                  記録は権限の棚卸しで行ごとの最終使用を示す
      *                  ため）。研修生は本番
      *                  fixtureへ書く経路を持たずに練習できる。
      *    呼び出し　　：CALL "PERM-CHK-1" USING 操作者 プログラム
      *                                         モード 状態
      ******************************************************************
      *    プログラム名：PERM-CHK-1（権限照会ルーチン）
      *    処理概要　　：初回に権限表OPERPERMをロードし、操作者・
      *                  プログラム・モードの組を判定する。許可・
      *                  拒否ともPERMLOGへ追記してから返す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       01  W-NOW-DATE         PIC X(08).
       01  W-NOW-TIME         PIC X(08).
       01  W-LINE-WK          PIC X(100).
       01  W-LOG-ACT          PIC X(08).
      ******************************************************************
       LINKAGE               SECTION.
       01  L-OPER             PIC X(16).
            END-PERFORM.
            IF W-OK-SW = "Y"
               MOVE "0" TO L-STS
               MOVE "GRANTED" TO W-LOG-ACT
            ELSE
               MOVE "1" TO L-STS
               MOVE "DENIED"  TO W-LOG-ACT
            END-IF.
            PERFORM P-300.
            GOBACK
            .
      *
            END-PERFORM.
            .
      *
      *   許可・拒否の記録（区分・操作者・プログラム・モード・
      *   時刻）。
       P-300.
            ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT W-NOW-TIME FROM TIME.
            END-IF.
            IF W-LOG-FS = "00"
               MOVE SPACE TO W-LINE-WK
               STRING W-LOG-ACT  DELIMITED BY SPACE
                      "|"        DELIMITED BY SIZE
                      L-OPER     DELIMITED BY SPACE
                      "|"        DELIMITED BY SIZE
                      L-PROG     DELIMITED BY SPACE
