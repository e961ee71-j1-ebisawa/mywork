      *                  リストをプロビジョニング１回に置き替える。
      *    使用方法　　：扱えるファイル名はこのシステムの実行時資産
      *                  （CALMST・MSGCAT・ERATBL・OCCTBLIN・CASEMETA・
      *                  TESTPLAN・INSPTCAS・CURRTBL・RUNPROF）と、
      *                  相互参照マスタ（WAIVERS・INCDREG・RSLTREPO・
      *                  CASELOC）。マニフェストの４欄目に F を書いた
      *                  行は、名前を問わない添え物ファイル（SUB-EXTが
      *                  切り出すプログラムの使う資料）として同じ
      *                  作法で写す。
      *  --------------------------------------------------------------
      *   対象：新区画・研修区画の立ち上げ（新規）
      ******************************************************************
                              FILE STATUS IS W-SRC-FS.
           SELECT D09-FILE   ASSIGN TO "RUNPROF"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S10-FILE   ASSIGN TO "WAIVERSSRC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT D10-FILE   ASSIGN TO "WAIVERS"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S11-FILE   ASSIGN TO "INCDREGSRC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT D11-FILE   ASSIGN TO "INCDREG"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S12-FILE   ASSIGN TO "RSLTREPOSRC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT D12-FILE   ASSIGN TO "RSLTREPO"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S13-FILE   ASSIGN TO "CASELOCSRC"
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT D13-FILE   ASSIGN TO "CASELOC"
                              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S14-FILE   ASSIGN USING W-GEN-SRC
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS W-SRC-FS.
           SELECT D14-FILE   ASSIGN USING W-GEN-DST
                              ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       01  S09-REC            PIC X(250).
       FD  D09-FILE.
       01  D09-REC            PIC X(250).
       FD  S10-FILE.
       01  S10-REC            PIC X(250).
       FD  D10-FILE.
       01  D10-REC            PIC X(250).
       FD  S11-FILE.
       01  S11-REC            PIC X(250).
       FD  D11-FILE.
       01  D11-REC            PIC X(250).
       FD  S12-FILE.
       01  S12-REC            PIC X(250).
       FD  D12-FILE.
       01  D12-REC            PIC X(250).
       FD  S13-FILE.
       01  S13-REC            PIC X(250).
       FD  D13-FILE.
       01  D13-REC            PIC X(250).
       FD  S14-FILE.
       01  S14-REC            PIC X(250).
       FD  D14-FILE.
       01  D14-REC            PIC X(250).
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  W-EOF-SW           PIC X              VALUE "N".
           88  W-EOF                             VALUE "Y".
      *    扱える正本の名前表
       01  W-AST-CNT          PIC 9(02)          VALUE 13.
       01  W-AST-TBL.
           05  FILLER         PIC X(12)
               VALUE "CALMST".
               VALUE "CURRTBL".
           05  FILLER         PIC X(12)
               VALUE "RUNPROF".
           05  FILLER         PIC X(12)
               VALUE "WAIVERS".
           05  FILLER         PIC X(12)
               VALUE "INCDREG".
           05  FILLER         PIC X(12)
               VALUE "RSLTREPO".
           05  FILLER         PIC X(12)
               VALUE "CASELOC".
       01  W-AST-TBL-R  REDEFINES W-AST-TBL.
           05  W-AS           OCCURS 13          PIC X(12).
      *    添え物ファイル（４欄目F）の正本名と置き先名
       01  W-GEN-SRC          PIC X(20).
       01  W-GEN-DST          PIC X(20).
      *    共通の１行（各正本から写して判定する）
       01  SR-REC             PIC X(250).
      *    マニフェスト行の分解域
       01  W-MN-NAME          PIC X(12).
       01  W-MN-REQ           PIC X(03).
       01  W-MN-FRAME         PIC X(01).
       01  W-MN-KIND          PIC X(01).
      *    写しの作業域
       01  W-SUB              PIC 9(02).
       01  W-IDX              PIC 9(02).
               CONTINUE
            ELSE
               MOVE SPACE TO W-MN-NAME W-MN-REQ W-MN-FRAME
                             W-MN-KIND
               UNSTRING MN-REC DELIMITED BY "|"
                   INTO W-MN-NAME W-MN-REQ W-MN-FRAME W-MN-KIND
               END-UNSTRING
               MOVE 0 TO W-IDX
               PERFORM VARYING W-SUB FROM 1 BY 1
                     MOVE W-SUB TO W-IDX
                  END-IF
               END-PERFORM
               IF W-IDX = 0 AND W-MN-KIND = "F"
                  MOVE 14 TO W-IDX
                  MOVE SPACE TO W-GEN-SRC
                  STRING W-MN-NAME DELIMITED BY SPACE
                         "SRC"     DELIMITED BY SIZE
                         INTO W-GEN-SRC
                  END-STRING
                  MOVE W-MN-NAME TO W-GEN-DST
               END-IF
               IF W-IDX = 0
                  MOVE SPACE TO W-LINE-WK
                  STRING "  " W-MN-NAME
                WHEN 07 OPEN INPUT S07-FILE
                WHEN 08 OPEN INPUT S08-FILE
                WHEN 09 OPEN INPUT S09-FILE
                WHEN 10 OPEN INPUT S10-FILE
                WHEN 11 OPEN INPUT S11-FILE
                WHEN 12 OPEN INPUT S12-FILE
                WHEN 13 OPEN INPUT S13-FILE
                WHEN 14 OPEN INPUT S14-FILE
            END-EVALUATE.
            .
      *
                WHEN 07 OPEN OUTPUT D07-FILE
                WHEN 08 OPEN OUTPUT D08-FILE
                WHEN 09 OPEN OUTPUT D09-FILE
                WHEN 10 OPEN OUTPUT D10-FILE
                WHEN 11 OPEN OUTPUT D11-FILE
                WHEN 12 OPEN OUTPUT D12-FILE
                WHEN 13 OPEN OUTPUT D13-FILE
                WHEN 14 OPEN OUTPUT D14-FILE
            END-EVALUATE.
            .
      *
                             NOT AT END MOVE S09-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
                   WHEN 10
                        READ S10-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE S10-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
                   WHEN 11
                        READ S11-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE S11-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
                   WHEN 12
                        READ S12-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE S12-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
                   WHEN 13
                        READ S13-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE S13-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
                   WHEN 14
                        READ S14-FILE
                             AT END     MOVE "Y" TO W-EOF-SW
                             NOT AT END MOVE S14-REC TO SR-REC
                                        PERFORM P-250
                        END-READ
            END-EVALUATE.
            .
      *
                WHEN 07 CLOSE S07-FILE D07-FILE
                WHEN 08 CLOSE S08-FILE D08-FILE
                WHEN 09 CLOSE S09-FILE D09-FILE
                WHEN 10 CLOSE S10-FILE D10-FILE
                WHEN 11 CLOSE S11-FILE D11-FILE
                WHEN 12 CLOSE S12-FILE D12-FILE
                WHEN 13 CLOSE S13-FILE D13-FILE
                WHEN 14 CLOSE S14-FILE D14-FILE
            END-EVALUATE.
            .
      *
                WHEN 07 WRITE D07-REC FROM SR-REC
                WHEN 08 WRITE D08-REC FROM SR-REC
                WHEN 09 WRITE D09-REC FROM SR-REC
                WHEN 10 WRITE D10-REC FROM SR-REC
                WHEN 11 WRITE D11-REC FROM SR-REC
                WHEN 12 WRITE D12-REC FROM SR-REC
                WHEN 13 WRITE D13-REC FROM SR-REC
                WHEN 14 WRITE D14-REC FROM SR-REC
            END-EVALUATE.
            .
