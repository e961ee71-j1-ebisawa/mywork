      *                  署名を無効にし、最初からやり直しになる。
      *    台帳の様式　：記帳時刻|対象RUN-STAMP|判断|判断者|理由
      *                  （判断はAPPROVE／REJECT／DENIED）
      *    ビルド統制　：APPROVEの前に、対象実行が認定済み
      *                  （QUALIFIED）のコンパイラビルドで行われた
      *                  ことをBLD-CHK-1で確かめる（ビルド台帳
      *                  COBCBLDと監査ログREGAUDITを置く）。認定外・
      *                  未登録・ビルド不明の実行は記帳しない。
      *  --------------------------------------------------------------
      *   対象：リリース承認の証跡（新規）
      ******************************************************************
       01  W-GV-F1            PIC X(12).
       01  W-GV-F2            PIC X(04).
       01  W-GV-F3            PIC X(15).
      *    ビルド適格検査（BLD-CHK-1）の受け渡し域
       01  W-BLD-ID           PIC X(12).
       01  W-BLD-STAT         PIC X(10).
       01  W-BLD-STS          PIC X(01).
      *    ハッシュ連鎖（HASH-CHN-1）の受け渡し域
       01  W-CHN-KIND         PIC X(01).
       01  W-CHN-CONTENT      PIC X(250).
            END-EVALUATE.
            .
      *
      *   二重承認の振り分け。まず実行のビルドが認定済みか（P-127）、
      *   次にGATE-ENGの品質ゲート判定を確かめ
      *   （FAILなら記帳しない。判定ファイルが無ければ警告のうえ
      *   従来どおり——ゲート未導入の環境を止めない）、台帳から
      *   対象実行のこれまでの署名
      *     １件・同一人→DENIEDを記帳して拒否
      *     ２件以上→承認済みにつき記帳しない
       P-120.
            PERFORM P-127.
            IF W-BLD-STS = "1" OR W-BLD-STS = "2"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM P-125.
            IF W-GATE-SW = "F"
               DISPLAY "SIGN-OFF NG: QUALITY GATE FAILED FOR"
            MOVE "N" TO W-EOF-SW.
            .
      *
      *   ビルド適格検査。認定済みビルドの実行でなければ承認しない
      *   （ビルド台帳が無い環境は警告のみ——台帳未導入の環境を
      *   止めない）。
       P-127.
            CALL "BLD-CHK-1" USING W-RUN-STAMP W-BLD-ID
                                   W-BLD-STAT W-BLD-STS
                ON EXCEPTION
                    MOVE "9" TO W-BLD-STS
            END-CALL.
            EVALUATE W-BLD-STS
                WHEN "1"
                     DISPLAY "SIGN-OFF NG: RUN " W-RUN-STAMP
                             " USED BUILD " W-BLD-ID
                             " WHICH IS " W-BLD-STAT
                             " (NOT QUALIFIED)"
                WHEN "2"
                     DISPLAY "SIGN-OFF NG: RUN " W-RUN-STAMP
                             " NOT IN REGAUDIT - BUILD UNKNOWN"
                WHEN "9"
                     DISPLAY "SIGN-OFF WARNING: NO BUILD REGISTER -"
                             " BUILD OF RUN " W-RUN-STAMP
                             " NOT VERIFIED"
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            .
      *
      *   台帳１行の状態読み取り（対象実行の分だけ）。
       P-130.
            MOVE SPACE TO W-LD-WHEN W-LD-STAMP W-LD-DECSN
