      *    *** TESTRUN回帰ケースの段落網羅率レポート
      *    *** TESTRUN TRACE で採ったケース毎の実行トレース
      *    *** (TESTRUN.ケース名.TRC)をプログラム毎にまとめ、
      *    *** DEADCODEの段落一覧(DEADCODE.POT2)を分母として
      *    ***  1.プログラム毎の段落数/通過数/網羅率
      *    ***    (死に段落は分母から除き、別に数える)
      *    ***  2.段落毎の通過ケース数と通過したケース名(5件まで)
      *    ***  3.未通過の段落
      *    *** をCOVRPT.POT1へ出す。段落毎の結果はCOVRPT.POT2に
      *    *** 残し、次回の比較に使う。
      *    ***
      *    *** 起動引数: 1=MODE(REPORT/DIFF 既定REPORT)
      *    ***           2=PRM1(既定COVRPT.PRM1、無くてもよい)
      *    *** MODE=REPORT 上記の集計
      *    *** MODE=DIFF   前回のCOVRPT.POT2(F-OLD=)と今回の
      *    ***   COVRPT.POT2(F-COV=)を比べ、通過しなくなった段落
      *    ***   (LOST)、新たに通過した段落(GAINED)、網羅率の
      *    ***   変わったプログラムを出す。LOSTがあればRC=4
      *    ***
      *    *** PRM1の行(*行はコメント):
      *    ***   F-RUN=TESTRUNの結果(既定TESTRUN.POT1)
      *    ***   F-PARA=段落一覧(既定DEADCODE.POT2)
      *    ***   F-OT=レポート(既定COVRPT.POT1)
      *    ***   F-COV=段落毎の結果(既定COVRPT.POT2)
      *    ***   F-OLD=前回の段落毎の結果(既定COVRPT.OLD)
      *    ***   PGM=プログラム名  段落明細を出すプログラム(複数可、
      *    ***       無ければ1段落でも通過したプログラム全て)
      *    *** 段落の判定はトレースのParagraph:/Section:行による。
      *    *** 段落一覧に無い名前(節名、一覧に無いプログラム)は
      *    *** 件数だけ数える

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             COVRPT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** TESTRUNの結果(ケース一覧)
           SELECT RUN1-F           ASSIGN   WK-RUN1-F-NAME
                               STATUS   WK-RUN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ケース毎の実行トレース
           SELECT TRC1-F           ASSIGN   WK-TRC1-F-NAME
                               STATUS   WK-TRC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** DEADCODEの段落一覧
           SELECT PAR1-F           ASSIGN   WK-PAR1-F-NAME
                               STATUS   WK-PAR1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 段落一覧(プログラム/段落名順)
           SELECT PAR2-F           ASSIGN   WK-PAR2-F-NAME
                               STATUS   WK-PAR2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT SRT1-F           ASSIGN   WK-SRT1-F-NAME.

      *    *** 段落毎の結果(今回)
           SELECT COV1-F           ASSIGN   WK-COV1-F-NAME
                               STATUS   WK-COV1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 段落毎の結果(前回)
           SELECT COV2-F           ASSIGN   WK-COV2-F-NAME
                               STATUS   WK-COV2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  RUN1-F
           LABEL RECORDS ARE STANDARD.
       01  RUN1-REC.
           03  RUN1-CASE-ID    PIC  X(005).
           03  RUN1-CASE       PIC  X(008).
           03  FILLER          PIC  X(005).
           03  RUN1-PGM        PIC  X(020).
           03  FILLER          PIC  X(001).
           03  RUN1-RESULT     PIC  X(004).
           03  FILLER          PIC  X(057).

       FD  TRC1-F
           LABEL RECORDS ARE STANDARD.
       01  TRC1-REC.
           03  FILLER          PIC  X(256).

      *    *** DEADCODE.POT2と同一レイアウト
       FD  PAR1-F
           LABEL RECORDS ARE STANDARD.
       01  PAR1-REC.
           03  PAR1-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  PAR1-PARA       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  PAR1-LINE       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PAR1-LIVE       PIC  X(001).
           03  FILLER          PIC  X(008).

       FD  PAR2-F
           LABEL RECORDS ARE STANDARD.
       01  PAR2-REC.
           03  PAR2-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  PAR2-PARA       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  PAR2-LINE       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PAR2-LIVE       PIC  X(001).
           03  FILLER          PIC  X(008).

       SD  SRT1-F.
       01  SRT1-REC.
           03  SRT1-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  SRT1-PARA       PIC  X(030).
           03  FILLER          PIC  X(017).

       FD  COV1-F
           LABEL RECORDS ARE STANDARD.
       01  COV1-REC.
           03  COV1-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  COV1-PARA       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  COV1-LINE       PIC  9(006).
           03  FILLER          PIC  X(001).
      *    *** Y=生きた段落 N=死に段落(DEADCODEの判定)
           03  COV1-LIVE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  COV1-CASES      PIC  9(004).
           03  FILLER          PIC  X(001).
           03  COV1-FIRST      PIC  X(008).
           03  FILLER          PIC  X(014).

      *    *** COV1-Fと同一レイアウト
       FD  COV2-F
           LABEL RECORDS ARE STANDARD.
       01  COV2-REC.
           03  COV2-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  COV2-PARA       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  COV2-LINE       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  COV2-LIVE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  COV2-CASES      PIC  9(004).
           03  FILLER          PIC  X(001).
           03  COV2-FIRST      PIC  X(008).
           03  FILLER          PIC  X(014).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "COVRPT  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "COVRPT.PRM1".
           03  WK-RUN1-F-NAME  PIC  X(032) VALUE "TESTRUN.POT1".
           03  WK-TRC1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PAR1-F-NAME  PIC  X(032) VALUE "DEADCODE.POT2".
           03  WK-PAR2-F-NAME  PIC  X(032) VALUE "COVRPT.SRT".
           03  WK-SRT1-F-NAME  PIC  X(032) VALUE "COVRPT.SWK".
           03  WK-COV1-F-NAME  PIC  X(032) VALUE "COVRPT.POT2".
           03  WK-COV2-F-NAME  PIC  X(032) VALUE "COVRPT.OLD".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "COVRPT.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RUN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TRC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PAR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PAR2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-COV1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-COV2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RUN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TRC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PAR2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-COV1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-COV2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE "REPORT".
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CMD          PIC  X(128) VALUE SPACE.
           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** トレース1行の分解
           03  WK-TK           OCCURS 6
                               PIC  X(032) VALUE SPACE.
           03  WK-KEY          PIC  X(062) VALUE SPACE.
           03  WK-LAST-KEY     PIC  X(062) VALUE SPACE.
           03  WK-CASE-IX      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数
           03  WK-TRC-LINE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRC-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRC-MISS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRC-NONE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-GAIN-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-GONE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** プログラム1本の集計
           03  WK-CUR-PGM      PIC  X(032) VALUE SPACE.
           03  WK-P-FROM       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-TO         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-LIVE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-HIT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-DEAD       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-DTL        PIC  X(001) VALUE "N".
           03  WK-T-PGM        BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-TRACED     BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-LIVE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-HIT        BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート編集
           03  WK-PCT          PIC  9(003)V9 VALUE ZERO.
           03  WK-PCT-E        PIC  ZZ9.9 VALUE ZERO.
           03  WK-PCT2-E       PIC  ZZ9.9 VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT4-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-LINE-E       PIC  9(006) VALUE ZERO.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** ケース(最大500件)
       01  CASE-TBL-AREA.
           03  WK-CS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CS-TBL       OCCURS 500.
             05  WK-CS-NAME    PIC  X(008) VALUE SPACE.
             05  WK-CS-PGM     PIC  X(020) VALUE SPACE.
             05  WK-CS-RESULT  PIC  X(004) VALUE SPACE.
      *    *** Y=トレースあり N=トレース無し
             05  WK-CS-TRC     PIC  X(001) VALUE "N".

      *    *** 明細を出すプログラム(PGM=、最大100件)
       01  PGM-TBL-AREA.
           03  WK-PS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PS-NAME      OCCURS 100
                               PIC  X(032) VALUE SPACE.

      *    *** 段落一覧に無いプログラム(トレースにだけある、最大100件)
       01  NOT-TBL-AREA.
           03  WK-NT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NT-TBL       OCCURS 100.
             05  WK-NT-PGM     PIC  X(032) VALUE SPACE.
             05  WK-NT-LINES   BINARY-LONG SYNC VALUE ZERO.

      *    *** 段落(最大30000件、プログラム/段落名の昇順)
      *    *** 未使用の行はキーをHIGH-VALUEにしてSEARCH ALLに使う
       01  PARA-TBL-AREA.
           03  WK-PA-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PA-TBL       OCCURS 30000
                               ASCENDING KEY IS WK-PA-KEY
                               INDEXED BY WK-PA-IDX.
             05  WK-PA-KEY.
               07  WK-PA-PGM   PIC  X(032) VALUE HIGH-VALUE.
               07  WK-PA-PARA  PIC  X(030) VALUE HIGH-VALUE.
             05  WK-PA-LINE    PIC  9(006) VALUE ZERO.
             05  WK-PA-LIVE    PIC  X(001) VALUE SPACE.
             05  WK-PA-CASES   BINARY-LONG SYNC VALUE ZERO.
             05  WK-PA-LAST    BINARY-LONG SYNC VALUE ZERO.
             05  WK-PA-CS      OCCURS 5
                               BINARY-LONG SYNC VALUE ZERO.
      *    *** DIFF: 前回の行と突き合わせ済み
             05  WK-PA-SEEN    PIC  X(001) VALUE "N".
             05  WK-PA-FIRST   PIC  X(008) VALUE SPACE.

      *    *** DIFF: プログラム毎の前回/今回(最大3000件)
       01  SUM-TBL-AREA.
           03  WK-SM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SM-TBL       OCCURS 3000.
             05  WK-SM-PGM     PIC  X(032) VALUE SPACE.
             05  WK-SM-O-LIVE  BINARY-LONG SYNC VALUE ZERO.
             05  WK-SM-O-HIT   BINARY-LONG SYNC VALUE ZERO.
             05  WK-SM-N-LIVE  BINARY-LONG SYNC VALUE ZERO.
             05  WK-SM-N-HIT   BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1読込
           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  =       ZERO
               EVALUATE WK-MODE
                   WHEN "REPORT"
      *    *** 段落一覧、トレースの集計、レポート
                       PERFORM S100-10     THRU    S100-EX
                       IF      WK-RC-SAVE  <       16
                           PERFORM S200-10     THRU    S200-EX
                       END-IF
                       IF      WK-RC-SAVE  <       16
                           PERFORM S300-10     THRU    S300-EX
                       END-IF
                   WHEN "DIFF"
                       PERFORM S500-10     THRU    S500-EX
               END-EVALUATE
           END-IF

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           MOVE    WK-RC-SAVE  TO      RETURN-CODE
           .
       M100-EX.
           STOP    RUN.

       S010-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

           MOVE    "O"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-MODE     =       SPACE
                   MOVE    "REPORT"    TO      WK-MODE
           END-IF
           IF      WK-MODE     NOT =   "REPORT"    AND
                   WK-MODE     NOT =   "DIFF"
                   DISPLAY WK-PGM-NAME " ARG-1=REPORT/DIFF"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    ZERO
                   PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
                       READ    PRM1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-PRM1-EOF
                           NOT AT  END
                               PERFORM S020-10     THRU    S020-EX
                       END-READ
                   END-PERFORM
                   CLOSE   PRM1-F
           ELSE
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN STATUS="
                           WK-PRM1-STATUS " (既定値で実行)"
           END-IF
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S010-EX
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    SPACE       TO      POT1-REC
           STRING  "COVRPT 段落網羅率 "  DELIMITED BY SIZE
                   WK-MODE     DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02

           EVALUATE WK-PRM01
               WHEN "F-RUN"
                   MOVE    WK-PRM02    TO      WK-RUN1-F-NAME
               WHEN "F-PARA"
                   MOVE    WK-PRM02    TO      WK-PAR1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-COV"
                   MOVE    WK-PRM02    TO      WK-COV1-F-NAME
               WHEN "F-OLD"
                   MOVE    WK-PRM02    TO      WK-COV2-F-NAME
               WHEN "PGM"
                   IF      WK-PS-CNT   >=      100
                       DISPLAY WK-PGM-NAME " PGM= 100件ｵｰﾊﾞｰ"
                       MOVE    16          TO      WK-RC-SAVE
                       GO  TO  S020-EX
                   END-IF
                   ADD     1           TO      WK-PS-CNT
                   MOVE    WK-PRM02    TO      WK-PS-NAME (WK-PS-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 段落一覧をプログラム/段落名順に並べてテーブルへ
       S100-10.

           OPEN    INPUT       PAR1-F
           IF      WK-PAR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PAR1-F OPEN ERROR STATUS="
                           WK-PAR1-STATUS " (" WK-PAR1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           CLOSE   PAR1-F

           SORT    SRT1-F
             ASCENDING  KEY SRT1-PGM
             ASCENDING  KEY SRT1-PARA
             USING  PAR1-F
             GIVING PAR2-F

           OPEN    INPUT       PAR2-F
           IF      WK-PAR2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PAR2-F OPEN ERROR STATUS="
                           WK-PAR2-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           PERFORM UNTIL WK-PAR2-EOF = HIGH-VALUE
               READ    PAR2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PAR2-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   PAR2-F

           MOVE    SPACE       TO      WK-CMD
           STRING  "rm -f "    DELIMITED BY SIZE
                   WK-PAR2-F-NAME DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD

           IF      WK-PA-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " 段落一覧が空 ("
                           WK-PAR1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 段落一覧1行(同じプログラム/段落名の2件目は捨てる)
       S110-10.

           IF      PAR2-PGM    =       SPACE   OR
                   PAR2-PARA   =       SPACE
                   GO  TO  S110-EX
           END-IF
           IF      WK-PA-CNT   >       ZERO
               IF  WK-PA-PGM (WK-PA-CNT) =  PAR2-PGM  AND
                   WK-PA-PARA (WK-PA-CNT) = PAR2-PARA
                   GO  TO  S110-EX
               END-IF
           END-IF
           IF      WK-PA-CNT   >=      30000
                   DISPLAY WK-PGM-NAME " 段落 30000件ｵｰﾊﾞｰ"
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    HIGH-VALUE  TO      WK-PAR2-EOF
                   GO  TO  S110-EX
           END-IF
           ADD     1           TO      WK-PA-CNT
           MOVE    PAR2-PGM    TO      WK-PA-PGM (WK-PA-CNT)
           MOVE    PAR2-PARA   TO      WK-PA-PARA (WK-PA-CNT)
           MOVE    PAR2-LINE   TO      WK-PA-LINE (WK-PA-CNT)
           MOVE    PAR2-LIVE   TO      WK-PA-LIVE (WK-PA-CNT)
           .
       S110-EX.
           EXIT.

      *    *** TESTRUNの結果からケースを拾い、ケース毎のトレースを
      *    *** 段落テーブルへ積む
       S200-10.

           OPEN    INPUT       RUN1-F
           IF      WK-RUN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RUN1-F OPEN ERROR STATUS="
                           WK-RUN1-STATUS " (" WK-RUN1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF
           PERFORM UNTIL WK-RUN1-EOF = HIGH-VALUE
               READ    RUN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RUN1-EOF
                   NOT AT  END
                       IF      RUN1-CASE-ID =      "CASE="
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   RUN1-F

           IF      WK-CS-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " ケースが無い ("
                           WK-RUN1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 1ケースのトレース(TESTRUN.ケース名.TRC)
       S210-10.

           IF      WK-CS-CNT   >=      500
                   DISPLAY WK-PGM-NAME " CASE 500件ｵｰﾊﾞｰ"
                   MOVE    HIGH-VALUE  TO      WK-RUN1-EOF
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
                   GO  TO  S210-EX
           END-IF
           ADD     1           TO      WK-CS-CNT
           MOVE    WK-CS-CNT   TO      WK-CASE-IX
           MOVE    RUN1-CASE   TO      WK-CS-NAME (WK-CASE-IX)
           MOVE    RUN1-PGM    TO      WK-CS-PGM (WK-CASE-IX)
           MOVE    RUN1-RESULT TO      WK-CS-RESULT (WK-CASE-IX)
           MOVE    "N"         TO      WK-CS-TRC (WK-CASE-IX)

           MOVE    SPACE       TO      WK-TRC1-F-NAME
           STRING  "TESTRUN."  DELIMITED BY SIZE
                   RUN1-CASE   DELIMITED BY SPACE
                   ".TRC"      DELIMITED BY SIZE
                   INTO    WK-TRC1-F-NAME
           OPEN    INPUT       TRC1-F
           IF      WK-TRC1-STATUS NOT =  ZERO
                   ADD     1           TO      WK-TRC-NONE
                   GO  TO  S210-EX
           END-IF
           MOVE    "Y"         TO      WK-CS-TRC (WK-CASE-IX)

           MOVE    SPACE       TO      WK-LAST-KEY
           MOVE    LOW-VALUE   TO      WK-TRC1-EOF
           PERFORM UNTIL WK-TRC1-EOF = HIGH-VALUE
               READ    TRC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TRC1-EOF
                   NOT AT  END
                       IF      TRC1-REC (1:11) =   "Program-Id:"
                           PERFORM S220-10     THRU    S220-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TRC1-F
           .
       S210-EX.
           EXIT.

      *    *** トレース1行
      *    *** Program-Id: 名前  Paragraph: 段落名  Line: 行
       S220-10.

           ADD     1           TO      WK-TRC-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               MOVE    SPACE       TO      WK-TK (J)
           END-PERFORM
           UNSTRING TRC1-REC   DELIMITED BY ALL SPACE
               INTO WK-TK (1) WK-TK (2) WK-TK (3)
                    WK-TK (4) WK-TK (5) WK-TK (6)
           END-UNSTRING
           IF      WK-TK (3)   NOT =   "Paragraph:"    AND
                   WK-TK (3)   NOT =   "Section:"
                   GO  TO  S220-EX
           END-IF

           MOVE    WK-TK (2)   TO      WK-KEY (1:32)
           MOVE    WK-TK (4)   TO      WK-KEY (33:30)
      *    *** 同じ段落の続き(ループ)は1回とみなす
           IF      WK-KEY      =       WK-LAST-KEY
                   GO  TO  S220-EX
           END-IF
           MOVE    WK-KEY      TO      WK-LAST-KEY

           SEARCH  ALL WK-PA-TBL
               AT  END
                   ADD     1           TO      WK-TRC-MISS
                   PERFORM S230-10     THRU    S230-EX
               WHEN WK-PA-KEY (WK-PA-IDX) = WK-KEY
                   ADD     1           TO      WK-TRC-HIT
                   IF      WK-PA-LAST (WK-PA-IDX) NOT = WK-CASE-IX
                       MOVE    WK-CASE-IX  TO  WK-PA-LAST (WK-PA-IDX)
                       ADD     1           TO  WK-PA-CASES (WK-PA-IDX)
                       IF      WK-PA-CASES (WK-PA-IDX) <= 5
                           MOVE    WK-CASE-IX  TO
                               WK-PA-CS (WK-PA-IDX
                                         WK-PA-CASES (WK-PA-IDX))
                       END-IF
                   END-IF
           END-SEARCH
           .
       S220-EX.
           EXIT.

      *    *** 段落一覧に無い名前。一覧に無いプログラムを数える
       S230-10.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-PA-CNT
                   OR WK-PA-PGM (K) = WK-TK (2)
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-PA-CNT
                   GO  TO  S230-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-NT-CNT
                   OR WK-NT-PGM (K) = WK-TK (2)
               CONTINUE
           END-PERFORM
           IF      K           >       WK-NT-CNT
               IF  WK-NT-CNT   >=      100
                   GO  TO  S230-EX
               END-IF
               ADD     1           TO      WK-NT-CNT
               MOVE    WK-TK (2)   TO      WK-NT-PGM (K)
           END-IF
           ADD     1           TO      WK-NT-LINES (K)
           .
       S230-EX.
           EXIT.

      *    *** レポート: プログラム毎の網羅率、段落明細、
      *    *** 段落毎の結果ファイル
       S300-10.

           OPEN    OUTPUT      COV1-F
           IF      WK-COV1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " COV1-F OPEN ERROR STATUS="
                           WK-COV1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PA-CNT
               MOVE    SPACE       TO      COV1-REC
               MOVE    WK-PA-PGM (I) TO    COV1-PGM
               MOVE    WK-PA-PARA (I) TO   COV1-PARA
               MOVE    WK-PA-LINE (I) TO   COV1-LINE
               MOVE    WK-PA-LIVE (I) TO   COV1-LIVE
               MOVE    WK-PA-CASES (I) TO  COV1-CASES
               IF      WK-PA-CASES (I) >   ZERO
                   MOVE    WK-CS-NAME (WK-PA-CS (I 1)) TO COV1-FIRST
               END-IF
               WRITE   COV1-REC
           END-PERFORM
           CLOSE   COV1-F

      *    *** ケース一覧
           MOVE    "* ケース" TO      POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-CS-CNT
               MOVE    SPACE       TO      POT1-REC
               STRING  "  "        DELIMITED BY SIZE
                       WK-CS-NAME (I) DELIMITED BY SIZE
                       " PGM="     DELIMITED BY SIZE
                       WK-CS-PGM (I) DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       WK-CS-RESULT (I) DELIMITED BY SIZE
                       INTO    POT1-REC
               IF      WK-CS-TRC (I) =     "N"
                       MOVE    " ﾄﾚｰｽ無し" TO  POT1-REC (46:)
               END-IF
               WRITE   POT1-REC
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** プログラム毎の網羅率(段落一覧の全プログラム)
           MOVE    "* プログラム毎 (死に段落は除く)"
                                       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    1           TO      WK-P-FROM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PA-CNT
               IF      I           =       WK-PA-CNT  OR
                       WK-PA-PGM (I) NOT = WK-PA-PGM (I + 1)
                   MOVE    I           TO      WK-P-TO
                   PERFORM S310-10     THRU    S310-EX
                   PERFORM S320-10     THRU    S320-EX
                   COMPUTE WK-P-FROM = I + 1
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-T-PGM    TO      WK-CNT-E
           MOVE    WK-T-TRACED TO      WK-CNT2-E
           MOVE    WK-T-LIVE   TO      WK-CNT3-E
           MOVE    WK-T-HIT    TO      WK-CNT4-E
           MOVE    ZERO        TO      WK-PCT
           IF      WK-T-LIVE   >       ZERO
                   COMPUTE WK-PCT ROUNDED = WK-T-HIT * 100 / WK-T-LIVE
           END-IF
           MOVE    WK-PCT      TO      WK-PCT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "* 合計 ﾌﾟﾛｸﾞﾗﾑ="  DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " (通過あり="  DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   ") 段落="   DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   " 通過="    DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   " 率="      DELIMITED BY SIZE
                   WK-PCT-E    DELIMITED BY SIZE
                   "%"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

      *    *** 段落明細
           MOVE    1           TO      WK-P-FROM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PA-CNT
               IF      I           =       WK-PA-CNT  OR
                       WK-PA-PGM (I) NOT = WK-PA-PGM (I + 1)
                   MOVE    I           TO      WK-P-TO
                   PERFORM S310-10     THRU    S310-EX
                   IF      WK-P-DTL    =       "Y"
                       PERFORM S330-10     THRU    S330-EX
                   END-IF
                   COMPUTE WK-P-FROM = I + 1
               END-IF
           END-PERFORM

      *    *** 段落一覧に無いプログラム
           IF      WK-NT-CNT   >       ZERO
               MOVE    SPACE       TO      POT1-REC
               WRITE   POT1-REC
               MOVE    "* 段落一覧に無いプログラム"
                                       TO      POT1-REC
               WRITE   POT1-REC
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-NT-CNT
                   MOVE    WK-NT-LINES (K) TO  WK-CNT-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  "        DELIMITED BY SIZE
                           WK-NT-PGM (K) DELIMITED BY SIZE
                           " 段落通過=" DELIMITED BY SIZE
                           WK-CNT-E    DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-PERFORM
           END-IF

           DISPLAY WK-PGM-NAME " ケース=" WK-CS-CNT
                   " ﾄﾚｰｽ無し=" WK-TRC-NONE
                   " 段落=" WK-T-LIVE " 通過=" WK-T-HIT
           IF      WK-TRC-NONE >       ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** プログラム1本(WK-P-FROM～WK-P-TO)の集計
       S310-10.

           MOVE    WK-PA-PGM (WK-P-FROM) TO WK-CUR-PGM
           MOVE    ZERO        TO      WK-P-LIVE   WK-P-HIT
                                       WK-P-DEAD
           PERFORM VARYING J FROM WK-P-FROM BY 1 UNTIL J > WK-P-TO
               IF      WK-PA-LIVE (J) =    "N"
                   ADD     1           TO      WK-P-DEAD
               ELSE
                   ADD     1           TO      WK-P-LIVE
                   IF      WK-PA-CASES (J) >   ZERO
                       ADD     1           TO      WK-P-HIT
                   END-IF
               END-IF
           END-PERFORM

      *    *** 明細はPGM=指定のプログラム、指定が無ければ
      *    *** 1段落でも通過したプログラム
           MOVE    "N"         TO      WK-P-DTL
           IF      WK-PS-CNT   =       ZERO
               IF  WK-P-HIT    >       ZERO
                   MOVE    "Y"         TO      WK-P-DTL
               END-IF
           ELSE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-PS-CNT
                   IF      WK-PS-NAME (K) =    WK-CUR-PGM
                       MOVE    "Y"         TO      WK-P-DTL
                   END-IF
               END-PERFORM
           END-IF

           MOVE    ZERO        TO      WK-PCT
           IF      WK-P-LIVE   >       ZERO
                   COMPUTE WK-PCT ROUNDED = WK-P-HIT * 100 / WK-P-LIVE
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** プログラム毎の網羅率1行
       S320-10.

           ADD     1           TO      WK-T-PGM
           ADD     WK-P-LIVE   TO      WK-T-LIVE
           ADD     WK-P-HIT    TO      WK-T-HIT
           IF      WK-P-HIT    >       ZERO
                   ADD     1           TO      WK-T-TRACED
           END-IF

           MOVE    WK-P-LIVE   TO      WK-CNT-E
           MOVE    WK-P-HIT    TO      WK-CNT2-E
           MOVE    WK-P-DEAD   TO      WK-CNT3-E
           MOVE    WK-PCT      TO      WK-PCT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  "        DELIMITED BY SIZE
                   WK-CUR-PGM  DELIMITED BY SIZE
                   " 段落="    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 通過="    DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 率="      DELIMITED BY SIZE
                   WK-PCT-E    DELIMITED BY SIZE
                   "% 死に段落=" DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           IF      WK-P-HIT    =       ZERO
                   MOVE    " ケース無し" TO POT1-REC (100:)
           END-IF
           WRITE   POT1-REC
           .
       S320-EX.
           EXIT.

      *    *** 段落明細(段落名順)
       S330-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-PCT      TO      WK-PCT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "PGM="      DELIMITED BY SIZE
                   WK-CUR-PGM  DELIMITED BY SPACE
                   "  率="     DELIMITED BY SIZE
                   WK-PCT-E    DELIMITED BY SIZE
                   "%"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING J FROM WK-P-FROM BY 1 UNTIL J > WK-P-TO
               MOVE    WK-PA-LINE (J) TO   WK-LINE-E
               MOVE    SPACE       TO      POT1-REC
               MOVE    1           TO      WK-PTR
               STRING  "  "        DELIMITED BY SIZE
                       WK-PA-PARA (J) DELIMITED BY SIZE
                       " DEF="     DELIMITED BY SIZE
                       WK-LINE-E   DELIMITED BY SIZE
                       INTO    POT1-REC
                       WITH POINTER WK-PTR
               EVALUATE TRUE
                   WHEN WK-PA-CASES (J) > ZERO
                       MOVE    WK-PA-CASES (J) TO  WK-CNT-E
                       STRING  " 通過 ケース=" DELIMITED BY SIZE
                               WK-CNT-E    DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               INTO    POT1-REC
                               WITH POINTER WK-PTR
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > 5 OR K > WK-PA-CASES (J)
                           MOVE    WK-PA-CS (J K) TO   M
                           STRING  WK-CS-NAME (M) DELIMITED BY SPACE
                                   " "         DELIMITED BY SIZE
                                   INTO    POT1-REC
                                   WITH POINTER WK-PTR
                       END-PERFORM
                       IF      WK-PA-CASES (J) >   5
                           STRING  "..."       DELIMITED BY SIZE
                                   INTO    POT1-REC
                                   WITH POINTER WK-PTR
                       END-IF
                   WHEN WK-PA-LIVE (J) = "N"
                       STRING  " 死に段落" DELIMITED BY SIZE
                               INTO    POT1-REC
                               WITH POINTER WK-PTR
                   WHEN OTHER
                       STRING  " ** 未通過" DELIMITED BY SIZE
                               INTO    POT1-REC
                               WITH POINTER WK-PTR
               END-EVALUATE
               WRITE   POT1-REC
           END-PERFORM
           .
       S330-EX.
           EXIT.

      *    *** DIFF: 今回の結果をテーブルへ、前回を1行ずつ突き合わせ
       S500-10.

           OPEN    INPUT       COV1-F
           IF      WK-COV1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " COV1-F OPEN ERROR STATUS="
                           WK-COV1-STATUS " (" WK-COV1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           PERFORM UNTIL WK-COV1-EOF = HIGH-VALUE
               READ    COV1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-COV1-EOF
                   NOT AT  END
                       PERFORM S510-10     THRU    S510-EX
               END-READ
           END-PERFORM
           CLOSE   COV1-F
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S500-EX
           END-IF

           OPEN    INPUT       COV2-F
           IF      WK-COV2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " COV2-F OPEN ERROR STATUS="
                           WK-COV2-STATUS " (" WK-COV2-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    "* 通過しなくなった段落 (前回→今回)"
                                       TO      POT1-REC
           WRITE   POT1-REC
           PERFORM UNTIL WK-COV2-EOF = HIGH-VALUE
               READ    COV2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-COV2-EOF
                   NOT AT  END
                       PERFORM S520-10     THRU    S520-EX
               END-READ
           END-PERFORM
           CLOSE   COV2-F
           IF      WK-LOST-CNT =       ZERO
                   MOVE    "  (無し)"  TO      POT1-REC
                   WRITE   POT1-REC
           END-IF

      *    *** 新たに通過した段落(前回に無い段落も含む)
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 新たに通過した段落"  TO  POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PA-CNT
      *    *** N=前回に無い段落 G=前回は未通過
               IF      WK-PA-SEEN (I) =    "N"
                   MOVE    WK-PA-PGM (I) TO    WK-CUR-PGM
                   PERFORM S530-10     THRU    S530-EX
                   IF      WK-PA-LIVE (I) NOT = "N"
                       ADD     1           TO      WK-SM-N-LIVE (K)
                       IF      WK-PA-CASES (I) >   ZERO
                           ADD     1           TO      WK-SM-N-HIT (K)
                       END-IF
                   END-IF
               END-IF
               IF      WK-PA-SEEN (I) NOT = "Y"  AND
                       WK-PA-CASES (I) >   ZERO
                   MOVE    "GAINED"    TO      WK-PRM01
                   PERFORM S540-10     THRU    S540-EX
               END-IF
           END-PERFORM
           IF      WK-GAIN-CNT =       ZERO
                   MOVE    "  (無し)"  TO      POT1-REC
                   WRITE   POT1-REC
           END-IF

      *    *** 網羅率の変わったプログラム
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 網羅率の変わったプログラム"
                                       TO      POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-SM-CNT
               IF      WK-SM-O-HIT (K) NOT = WK-SM-N-HIT (K)  OR
                       WK-SM-O-LIVE (K) NOT = WK-SM-N-LIVE (K)
                   PERFORM S550-10     THRU    S550-EX
               END-IF
           END-PERFORM

           DISPLAY WK-PGM-NAME " LOST=" WK-LOST-CNT
                   " GAINED=" WK-GAIN-CNT " 段落削除=" WK-GONE-CNT
           IF      WK-LOST-CNT >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 今回の結果1行をテーブルへ(ファイルはキー順)
       S510-10.

           IF      WK-PA-CNT   >=      30000
                   DISPLAY WK-PGM-NAME " 段落 30000件ｵｰﾊﾞｰ"
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    HIGH-VALUE  TO      WK-COV1-EOF
                   GO  TO  S510-EX
           END-IF
           IF      WK-PA-CNT   >       ZERO
               IF  COV1-PGM    <       WK-PA-PGM (WK-PA-CNT)  OR
                   ( COV1-PGM  =       WK-PA-PGM (WK-PA-CNT)  AND
                     COV1-PARA NOT >   WK-PA-PARA (WK-PA-CNT) )
                   DISPLAY WK-PGM-NAME " COV1-F 順序NG "
                           COV1-PGM (1:16) " " COV1-PARA
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    HIGH-VALUE  TO      WK-COV1-EOF
                   GO  TO  S510-EX
               END-IF
           END-IF
           ADD     1           TO      WK-PA-CNT
           MOVE    COV1-PGM    TO      WK-PA-PGM (WK-PA-CNT)
           MOVE    COV1-PARA   TO      WK-PA-PARA (WK-PA-CNT)
           MOVE    COV1-LINE   TO      WK-PA-LINE (WK-PA-CNT)
           MOVE    COV1-LIVE   TO      WK-PA-LIVE (WK-PA-CNT)
           MOVE    COV1-CASES  TO      WK-PA-CASES (WK-PA-CNT)
           MOVE    COV1-FIRST  TO      WK-PA-FIRST (WK-PA-CNT)
           MOVE    "N"         TO      WK-PA-SEEN (WK-PA-CNT)
           .
       S510-EX.
           EXIT.

      *    *** 前回の結果1行
       S520-10.

           MOVE    COV2-PGM    TO      WK-CUR-PGM
           PERFORM S530-10     THRU    S530-EX
           IF      COV2-LIVE   NOT =   "N"
                   ADD     1           TO      WK-SM-O-LIVE (K)
                   IF      COV2-CASES  >       ZERO
                       ADD     1           TO      WK-SM-O-HIT (K)
                   END-IF
           END-IF

           MOVE    COV2-PGM    TO      WK-KEY (1:32)
           MOVE    COV2-PARA   TO      WK-KEY (33:30)
           SEARCH  ALL WK-PA-TBL
               AT  END
      *    *** 段落そのものが無くなった
                   IF      COV2-CASES  >       ZERO
                       ADD     1           TO      WK-GONE-CNT
                       MOVE    COV2-LINE   TO      WK-LINE-E
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "  段落削除 " DELIMITED BY SIZE
                               COV2-PGM (1:16) DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               COV2-PARA   DELIMITED BY SIZE
                               " DEF="     DELIMITED BY SIZE
                               WK-LINE-E   DELIMITED BY SIZE
                               INTO    POT1-REC
                       WRITE   POT1-REC
                   END-IF
               WHEN WK-PA-KEY (WK-PA-IDX) = WK-KEY
                   SET     I           TO      WK-PA-IDX
                   MOVE    "Y"         TO      WK-PA-SEEN (I)
                   IF      WK-PA-LIVE (I) NOT = "N"
                       ADD     1           TO      WK-SM-N-LIVE (K)
                       IF      WK-PA-CASES (I) > ZERO
                           ADD     1           TO      WK-SM-N-HIT (K)
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN COV2-CASES > ZERO AND
                            WK-PA-CASES (I) = ZERO
                           MOVE    "LOST"      TO      WK-PRM01
                           MOVE    COV2-FIRST  TO      WK-PA-FIRST (I)
                           PERFORM S540-10     THRU    S540-EX
                       WHEN COV2-CASES = ZERO AND
                            WK-PA-CASES (I) > ZERO
                           MOVE    "G"         TO      WK-PA-SEEN (I)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           .
       S520-EX.
           EXIT.

      *    *** プログラムWK-CUR-PGMの集計行(K)。無ければ足す
       S530-10.

           IF      WK-SM-CNT   >       ZERO
               IF  WK-SM-PGM (WK-SM-CNT) = WK-CUR-PGM
                   MOVE    WK-SM-CNT   TO      K
                   GO  TO  S530-EX
               END-IF
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-SM-CNT
                   OR WK-SM-PGM (K) = WK-CUR-PGM
               CONTINUE
           END-PERFORM
           IF      K           >       WK-SM-CNT
               IF  WK-SM-CNT   >=      3000
      *    *** 溢れた分は最後の行にまとめる
                   MOVE    WK-SM-CNT   TO      K
                   GO  TO  S530-EX
               END-IF
               ADD     1           TO      WK-SM-CNT
               MOVE    WK-CUR-PGM  TO      WK-SM-PGM (K)
           END-IF
           .
       S530-EX.
           EXIT.

      *    *** LOST/GAINEDの1行(段落I)
       S540-10.

           IF      WK-PRM01    =       "LOST"
                   ADD     1           TO      WK-LOST-CNT
           ELSE
                   ADD     1           TO      WK-GAIN-CNT
           END-IF
           MOVE    WK-PA-LINE (I) TO   WK-LINE-E
           MOVE    SPACE       TO      POT1-REC
           MOVE    1           TO      WK-PTR
           STRING  "  "        DELIMITED BY SIZE
                   WK-PRM01 (1:6) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-PA-PGM (I) (1:16) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-PA-PARA (I) DELIMITED BY SIZE
                   " DEF="     DELIMITED BY SIZE
                   WK-LINE-E   DELIMITED BY SIZE
                   INTO    POT1-REC
                   WITH POINTER WK-PTR
           IF      WK-PRM01    =       "LOST"
                   STRING  " 前回ケース=" DELIMITED BY SIZE
                           WK-PA-FIRST (I) DELIMITED BY SPACE
                           INTO    POT1-REC
                           WITH POINTER WK-PTR
           ELSE
                   STRING  " ケース="  DELIMITED BY SIZE
                           WK-PA-FIRST (I) DELIMITED BY SPACE
                           INTO    POT1-REC
                           WITH POINTER WK-PTR
           END-IF
           WRITE   POT1-REC
           .
       S540-EX.
           EXIT.

      *    *** 網羅率の変わったプログラム1行(K)
       S550-10.

           MOVE    ZERO        TO      WK-PCT
           IF      WK-SM-O-LIVE (K) >  ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-SM-O-HIT (K) * 100 / WK-SM-O-LIVE (K)
           END-IF
           MOVE    WK-PCT      TO      WK-PCT-E
           MOVE    ZERO        TO      WK-PCT
           IF      WK-SM-N-LIVE (K) >  ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-SM-N-HIT (K) * 100 / WK-SM-N-LIVE (K)
           END-IF
           MOVE    WK-PCT      TO      WK-PCT2-E
           MOVE    WK-SM-O-HIT (K) TO  WK-CNT-E
           MOVE    WK-SM-O-LIVE (K) TO WK-CNT2-E
           MOVE    WK-SM-N-HIT (K) TO  WK-CNT3-E
           MOVE    WK-SM-N-LIVE (K) TO WK-CNT4-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  "        DELIMITED BY SIZE
                   WK-SM-PGM (K) DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-PCT-E    DELIMITED BY SIZE
                   "% → "      DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-PCT2-E   DELIMITED BY SIZE
                   "%"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S550-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-POT1-STATUS =    ZERO
                   CLOSE   POT1-F
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
