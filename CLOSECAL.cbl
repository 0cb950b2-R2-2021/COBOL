      *    *** 月次締めタスク管理(締めチェックリスト)
      *    *** PERCTLは締め順を強制するが、締め作業そのものが
      *    *** 終わっているかは見ていなかった(銀行勘定照合が
      *    *** 終わる前に期が締められた事がある)。
      *    *** 締めチェックリスト(F-MST)にタスク/担当者/期日/
      *    *** 前提タスクを定義し、期毎のタスク状況(CLOSECAL.DAT、
      *    *** キー=会社コード+会計年度+会計期+タスクID)を持つ。
      *    *** タスクの状況は会社毎(チェックリストは全社共通)。
      *    ***   ・期日は期末日(会計期の月末)からの営業日数
      *    ***     (DATEWEEK "B"、土日/会社休日を除く)
      *    ***   ・担当者は画面でタスクを完了(コメント必須)にする。
      *    ***     前提タスクが未完了のタスクは完了にできない。
      *    ***     担当者以外はSECCHKのADMIN権限が要る
      *    ***   ・PERCTL CLOSE,FY,FP はCHECKを呼び、必須タスクに
      *    ***     未完了があれば締めを拒否する(未完了タスクを表示)
      *    ***
      *    *** 起動引数:
      *    ***  REPORT,FY,FP : タスク状況表(CLOSECAL.POT1)。遅延
      *    ***                 (期日超過で未完了)/待ち(前提タスク
      *    ***                 未完了)があれば RC=4
      *    ***  SCREEN,FY,FP : 完了登録画面。SECCHKのサインオンと
      *    ***                 UPDATE権限が必要(MAINMENUから起動
      *    ***                 された時は引継ぎ券で再開)。コマンド:
      *    ***                  R = タスクIDで呼出し  D = 完了
      *    ***                  U = 完了取消し  Q = 終了
      *    ***                 締め済みの期は変更できない
      *    ***  CHECK,FY,FP  : 必須タスクが全て完了なら RC=0、
      *    ***                 未完了があれば一覧を表示して RC=8
      *    ***  LATE,FY,FP   : 遅延タスクだけを状況表の明細形式で
      *    ***                 CLOSECAL.LATEへ書く(MAINMENUの保留
      *    ***                 表示用)。遅延があれば RC=4
      *    ***  いずれも4番目の引数で会社コードを指定する(既定0001)
      *    ***
      *    *** 締めチェックリスト(CLOSECAL.MST、*で始まる行は
      *    *** コメント、全ての期で共通):
      *    ***   1-4 タスクID 6-35 タスク名 37-44 担当者(利用者ID)
      *    ***   46 期日の符号(空白/+/-) 47-48 期末日からの営業日数
      *    ***   50 必須(Y/N) 52-55,57-60,62-65,67-70,72-75
      *    ***   前提タスクID(最大5)
      *    *** タスク状況のレコード(104桁):
      *    ***   会社コード(4) 会計年度(2) 会計期(2) タスクID(4)
      *    ***   状態(1、D=完了) 完了者(8) 完了日(8) 完了時刻(6)
      *    ***   コメント(40) 予備(29)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CLOSECAL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 締めチェックリスト
           SELECT MST1-F           ASSIGN   WK-MST1-F-NAME
                               STATUS   WK-MST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 期毎のタスク状況
           SELECT CLS1-F           ASSIGN   WK-CLS1-F-NAME
                               STATUS   WK-CLS1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLS1-KEY.

      *    *** タスク状況表
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  MST1-F
           LABEL RECORDS ARE STANDARD.
       01  MST1-REC.
           03  MST1-TASK       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  MST1-NAME       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  MST1-OWNER      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  MST1-OFS-SIGN   PIC  X(001).
           03  MST1-OFS        PIC  X(002).
           03  FILLER          PIC  X(001).
           03  MST1-MAND       PIC  X(001).
           03  MST1-PRE-AREA   OCCURS 5.
             05  FILLER        PIC  X(001).
             05  MST1-PRE      PIC  X(004).
           03  FILLER          PIC  X(025).

       FD  CLS1-F
           LABEL RECORDS ARE STANDARD.
       01  CLS1-REC.
           03  CLS1-KEY.
             05  CLS1-CO       PIC  X(004).
             05  CLS1-FY       PIC  9(002).
             05  CLS1-FP       PIC  9(002).
             05  CLS1-TASK     PIC  X(004).
           03  CLS1-STATE      PIC  X(001).
           03  CLS1-BY         PIC  X(008).
           03  CLS1-YMD        PIC  9(008).
           03  CLS1-HMS        PIC  9(006).
           03  CLS1-COMMENT    PIC  X(040).
           03  FILLER          PIC  X(029).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CLOSECAL".

           03  WK-MST1-F-NAME  PIC  X(032) VALUE "CLOSECAL.MST".
           03  WK-CLS1-F-NAME  PIC  X(032) VALUE "CLOSECAL.DAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "CLOSECAL.POT1".
           03  WK-LATE-F-NAME  PIC  X(032) VALUE "CLOSECAL.LATE".

           03  WK-MST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CLS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-MST1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-FY-A         PIC  X(002) VALUE SPACE.
           03  WK-FP-A         PIC  X(002) VALUE SPACE.
           03  WK-FY           PIC  9(002) VALUE ZERO.
           03  WK-FP           PIC  9(002) VALUE ZERO.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-HMS      PIC  9(008) VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** 期末日(会計期の月末)
           03  WK-PEND-YMD     PIC  9(008) VALUE ZERO.
           03  WK-PEND-YMD-R   REDEFINES WK-PEND-YMD.
             05  WK-PEND-YYYY  PIC  9(004).
             05  WK-PEND-MM    PIC  9(002).
             05  WK-PEND-DD    PIC  9(002).

      *    *** 件数
           03  WK-OPEN-CNT     PIC  9(005) VALUE ZERO.
           03  WK-DONE-CNT     PIC  9(005) VALUE ZERO.
           03  WK-LATE-CNT     PIC  9(005) VALUE ZERO.
           03  WK-BLOCK-CNT    PIC  9(005) VALUE ZERO.
           03  WK-MAND-CNT     PIC  9(005) VALUE ZERO.
           03  WK-TK-N         PIC  9(005) VALUE ZERO.
           03  WK-MST-ERR      PIC  X(001) VALUE "N".

      *    *** 完了登録画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-TASK      PIC  X(004) VALUE SPACE.
           03  WK-IN-COMMENT   PIC  X(040) VALUE SPACE.
           03  WK-DSP-NAME     PIC  X(030) VALUE SPACE.
           03  WK-DSP-OWNER    PIC  X(050) VALUE SPACE.
           03  WK-DSP-PRE      PIC  X(050) VALUE SPACE.
           03  WK-DSP-STATE    PIC  X(060) VALUE SPACE.
           03  WK-PRD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-ADMIN        PIC  X(001) VALUE "N".
           03  WK-PRE-OPEN     PIC  X(030) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.

      *    *** タスク状況表の見出し/明細
           03  WK-HD-LINE1.
             05  FILLER        PIC  X(040) VALUE
                 "CLOSECAL 月次締めタスク状況表".
             05  FILLER        PIC  X(004) VALUE " FY=".
             05  WK-HD-FY      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " FP=".
             05  WK-HD-FP      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(014) VALUE " 期末日=".
             05  WK-HD-PEND    PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(011) VALUE " 基準日=".
             05  WK-HD-TODAY   PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD-CO      PIC  X(004) VALUE SPACE.
           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "TASK NAME                           OWNE".
             05  FILLER        PIC  X(040) VALUE
                 "R    M DUE-YMD  STATUS         DONE-BY  ".
             05  FILLER        PIC  X(040) VALUE
                 "DONE-YMD COMMENT".

           03  WK-LS-LINE.
             05  WK-LS-TASK    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-OWNER   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-MAND    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DUE     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STAT    PIC  X(014) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-BY      PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-COMMENT PIC  X(040) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

      *    *** 締めチェックリスト(最大200)とこの期の状況
      *    *** TK-STATE D=完了 空白=未完了
      *    *** TK-LATE Y=遅延  TK-BLOCK Y=待ち(前提タスク未完了)
       01  TK-TBL-AREA.
           03  WK-TK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TK-TBL       OCCURS 200.
             05  WK-TK-TASK    PIC  X(004) VALUE SPACE.
             05  WK-TK-NAME    PIC  X(030) VALUE SPACE.
             05  WK-TK-OWNER   PIC  X(008) VALUE SPACE.
             05  WK-TK-OFS     PIC S9(003) VALUE ZERO.
             05  WK-TK-MAND    PIC  X(001) VALUE SPACE.
             05  WK-TK-PRE     PIC  X(004) VALUE SPACE
                               OCCURS 5.
             05  WK-TK-DUE     PIC  9(008) VALUE ZERO.
             05  WK-TK-STATE   PIC  X(001) VALUE SPACE.
             05  WK-TK-BY      PIC  X(008) VALUE SPACE.
             05  WK-TK-YMD     PIC  9(008) VALUE ZERO.
             05  WK-TK-COMMENT PIC  X(040) VALUE SPACE.
             05  WK-TK-LATE    PIC  X(001) VALUE SPACE.
             05  WK-TK-BLOCK   PIC  X(001) VALUE SPACE.

       SCREEN                  SECTION.
       01  CLOSECAL-SCREEN.
           03  LINE 01 COL 01  VALUE "CLOSECAL 月次締めタスク".
           03  LINE 02 COL 01  PIC X(076) FROM WK-PRD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "タスクID      :".
           03  LINE 05 COL 17  PIC X(004) USING WK-IN-TASK.
           03  LINE 06 COL 01  VALUE "タスク名      :".
           03  LINE 06 COL 17  PIC X(030) FROM WK-DSP-NAME.
           03  LINE 07 COL 01  VALUE "担当者/期日   :".
           03  LINE 07 COL 17  PIC X(050) FROM WK-DSP-OWNER.
           03  LINE 08 COL 01  VALUE "前提タスク    :".
           03  LINE 08 COL 17  PIC X(050) FROM WK-DSP-PRE.
           03  LINE 09 COL 01  VALUE "状態          :".
           03  LINE 09 COL 17  PIC X(060) FROM WK-DSP-STATE.
           03  LINE 10 COL 01  VALUE "コメント      :".
           03  LINE 10 COL 17  PIC X(040) USING WK-IN-COMMENT.
           03  LINE 12 COL 01
               VALUE "R=呼出 D=完了 U=完了取消 Q=終了".
           03  LINE 13 COL 01  VALUE "CMD           :".
           03  LINE 13 COL 17  PIC X(001) USING WK-IN-CMD.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数解析、チェックリストと状況の読込み
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "REPORT"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "CHECK"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "SCREEN"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "LATE"
                   PERFORM S400-10     THRU    S400-EX
           END-EVALUATE

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
                                       CLS1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-FY-A     FROM    ARGUMENT-VALUE
                   IF      WK-FY-A IS NUMERIC
                           MOVE    WK-FY-A     TO      WK-FY
                   END-IF
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-FP-A     FROM    ARGUMENT-VALUE
                   IF      WK-FP-A IS NUMERIC
                           MOVE    WK-FP-A     TO      WK-FP
                   END-IF
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  4
                   ACCEPT  WK-CO       FROM    ARGUMENT-VALUE
                   IF      WK-CO       =       SPACE
                           MOVE    "0001"      TO      WK-CO
                   END-IF
           END-IF

           IF      WK-MODE     NOT =   "REPORT"    AND
                   WK-MODE     NOT =   "CHECK"     AND
                   WK-MODE     NOT =   "SCREEN"    AND
                   WK-MODE     NOT =   "LATE"
                   DISPLAY WK-PGM-NAME
                           " ARG-1=REPORT/SCREEN/CHECK/LATE"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-FY-A     IS NOT NUMERIC  OR
                   WK-FP-A     IS NOT NUMERIC  OR
                   WK-FP       <       1       OR
                   WK-FP       >       12
                   DISPLAY WK-PGM-NAME " FY/FP ﾌｿｸ/ERROR"
                           " FY=" WK-FY-A " FP=" WK-FP-A
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 状況ファイルを開く(無ければ新規作成)
           OPEN    I-O         CLS1-F
           IF      WK-CLS1-STATUS =    05      OR      35
                   OPEN    OUTPUT      CLS1-F
                   CLOSE   CLS1-F
                   OPEN    I-O         CLS1-F
           END-IF
           IF      WK-CLS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CLS1-F OPEN ERROR STATUS="
                           WK-CLS1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 期末日(4月始まり、期1=4月 … 期12=3月の月末)
           IF      WK-FP       <=      9
                   COMPUTE WK-PEND-YYYY = 2000 + WK-FY
                   COMPUTE WK-PEND-MM   = WK-FP + 3
           ELSE
                   COMPUTE WK-PEND-YYYY = 2001 + WK-FY
                   COMPUTE WK-PEND-MM   = WK-FP - 9
           END-IF
           MOVE    01          TO      WK-PEND-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-PEND-YMD TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-DD2 (WK-PEND-MM) TO WK-PEND-DD

      *    *** チェックリストの読込み
           PERFORM S020-10     THRU    S020-EX

      *    *** タスク毎の期日とこの期の状況
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               PERFORM S040-10     THRU    S040-EX
           END-PERFORM

      *    *** 遅延/待ちの判定
           PERFORM S060-10     THRU    S060-EX
           .
       S010-EX.
           EXIT.

      *    *** 締めチェックリストの読込みと検査
       S020-10.

           OPEN    INPUT       MST1-F
           IF      WK-MST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MST1-F OPEN ERROR STATUS="
                           WK-MST1-STATUS " (" WK-MST1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-MST1-EOF = HIGH-VALUE
               READ    MST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MST1-EOF
                   NOT AT  END
                       IF      MST1-REC (1:1) NOT = "*"    AND
                               MST1-REC    NOT =   SPACE
                           PERFORM S030-10     THRU    S030-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MST1-F

      *    *** 前提タスクIDがチェックリストにあるか
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > 5
                   IF      WK-TK-PRE (I J) NOT = SPACE
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WK-TK-CNT
                                  OR WK-TK-TASK (K) = WK-TK-PRE (I J)
                           CONTINUE
                       END-PERFORM
                       IF      K           >       WK-TK-CNT
                           OR  K           =       I
                           DISPLAY WK-PGM-NAME
                                   " 前提タスクの誤り "
                                   WK-TK-TASK (I) " -> "
                                   WK-TK-PRE (I J)
                           MOVE    "Y"         TO      WK-MST-ERR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF      WK-MST-ERR  =       "Y"
                   DISPLAY WK-PGM-NAME " チェックリスト ERROR ("
                           WK-MST1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** チェックリスト1行
       S030-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TK-CNT
                      OR WK-TK-TASK (K) = MST1-TASK
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-TK-CNT
                   DISPLAY WK-PGM-NAME " タスクIDが重複 " MST1-REC
                   MOVE    "Y"         TO      WK-MST-ERR
                   GO  TO  S030-EX
           END-IF

           IF      MST1-TASK   =       SPACE           OR
                   MST1-OWNER  =       SPACE           OR
                   MST1-OFS    IS NOT NUMERIC          OR
                 ( MST1-OFS-SIGN NOT = SPACE   AND
                   MST1-OFS-SIGN NOT = "+"     AND
                   MST1-OFS-SIGN NOT = "-" )           OR
                 ( MST1-MAND   NOT =   "Y"     AND
                   MST1-MAND   NOT =   "N" )
                   DISPLAY WK-PGM-NAME
                           " チェックリストの誤り " MST1-REC
                   MOVE    "Y"         TO      WK-MST-ERR
                   GO  TO  S030-EX
           END-IF

           IF      WK-TK-CNT   >=      200
                   DISPLAY WK-PGM-NAME " タスクは200件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-TK-CNT
           MOVE    WK-TK-CNT   TO      K
           MOVE    MST1-TASK   TO      WK-TK-TASK (K)
           MOVE    MST1-NAME   TO      WK-TK-NAME (K)
           MOVE    MST1-OWNER  TO      WK-TK-OWNER (K)
           MOVE    MST1-OFS    TO      WK-TK-OFS (K)
           IF      MST1-OFS-SIGN =     "-"
                   COMPUTE WK-TK-OFS (K) = 0 - WK-TK-OFS (K)
           END-IF
           MOVE    MST1-MAND   TO      WK-TK-MAND (K)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 5
               MOVE    MST1-PRE (J) TO     WK-TK-PRE (K J)
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** タスク1件の期日(期末日+営業日数)とこの期の状況
       S040-10.

           MOVE    "B"         TO      WDW-DATE2-ID
           MOVE    WK-PEND-YMD TO      WDW-DATE2-YMD-9
           MOVE    WK-TK-OFS (I) TO    WDW-BDAY-NUM
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-TK-DUE (I)

           MOVE    WK-CO       TO      CLS1-CO
           MOVE    WK-FY       TO      CLS1-FY
           MOVE    WK-FP       TO      CLS1-FP
           MOVE    WK-TK-TASK (I) TO   CLS1-TASK
           READ    CLS1-F
                   KEY CLS1-KEY
               INVALID
                   MOVE    SPACE       TO      WK-TK-STATE (I)
               NOT INVALID
                   MOVE    CLS1-STATE  TO      WK-TK-STATE (I)
                   MOVE    CLS1-BY     TO      WK-TK-BY (I)
                   MOVE    CLS1-YMD    TO      WK-TK-YMD (I)
                   MOVE    CLS1-COMMENT TO     WK-TK-COMMENT (I)
           END-READ
           .
       S040-EX.
           EXIT.

      *    *** 遅延(期日超過で未完了)/待ち(前提タスク未完了)の判定
       S060-10.

           MOVE    ZERO        TO      WK-OPEN-CNT WK-DONE-CNT
                                       WK-LATE-CNT WK-BLOCK-CNT
                                       WK-MAND-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               MOVE    SPACE       TO      WK-TK-LATE (I)
                                           WK-TK-BLOCK (I)
               IF      WK-TK-STATE (I) =   "D"
                   ADD     1           TO      WK-DONE-CNT
               ELSE
                   ADD     1           TO      WK-OPEN-CNT
                   IF      WK-TK-MAND (I) =    "Y"
                           ADD     1           TO      WK-MAND-CNT
                   END-IF
                   IF      WK-TODAY-YMD >      WK-TK-DUE (I)
                           MOVE    "Y"         TO      WK-TK-LATE (I)
                           ADD     1           TO      WK-LATE-CNT
                   END-IF
                   PERFORM S070-10     THRU    S070-EX
                   IF      WK-PRE-OPEN NOT =   SPACE
                           MOVE    "Y"         TO      WK-TK-BLOCK (I)
                           ADD     1           TO      WK-BLOCK-CNT
                   END-IF
               END-IF
           END-PERFORM
           .
       S060-EX.
           EXIT.

      *    *** タスク(I)の未完了の前提タスクIDをWK-PRE-OPENに並べる
       S070-10.

           MOVE    SPACE       TO      WK-PRE-OPEN
           MOVE    1           TO      WK-PTR
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 5
               IF      WK-TK-PRE (I J) NOT = SPACE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-TK-CNT
                              OR WK-TK-TASK (K) = WK-TK-PRE (I J)
                       CONTINUE
                   END-PERFORM
                   IF      K           <=      WK-TK-CNT   AND
                           WK-TK-STATE (K) NOT = "D"
                       STRING  WK-TK-PRE (I J) DELIMITED BY SIZE
                               " "             DELIMITED BY SIZE
                               INTO    WK-PRE-OPEN
                               WITH POINTER WK-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .
       S070-EX.
           EXIT.

      *    *** REPORT: タスク状況表
       S100-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           MOVE    WK-FY       TO      WK-HD-FY
           MOVE    WK-FP       TO      WK-HD-FP
           MOVE    WK-PEND-YMD TO      WK-HD-PEND
           MOVE    WK-TODAY-YMD TO     WK-HD-TODAY
           MOVE    WK-CO       TO      WK-HD-CO
           MOVE    WK-HD-LINE1 TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-HD-LINE2 TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               PERFORM S110-10     THRU    S110-EX
               MOVE    WK-LS-LINE  TO      POT1-REC
               WRITE   POT1-REC
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-TK-CNT   TO      WK-TK-N
           MOVE    SPACE       TO      POT1-REC
           STRING  "タスク="           DELIMITED BY SIZE
                   WK-TK-N             DELIMITED BY SIZE
                   " 完了="            DELIMITED BY SIZE
                   WK-DONE-CNT         DELIMITED BY SIZE
                   " 未完了="          DELIMITED BY SIZE
                   WK-OPEN-CNT         DELIMITED BY SIZE
                   " (必須="           DELIMITED BY SIZE
                   WK-MAND-CNT         DELIMITED BY SIZE
                   ") 遅延="           DELIMITED BY SIZE
                   WK-LATE-CNT         DELIMITED BY SIZE
                   " 待ち="            DELIMITED BY SIZE
                   WK-BLOCK-CNT        DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC

           MOVE    SPACE       TO      POT1-REC
           IF      WK-MAND-CNT =       ZERO
                   MOVE    "必須タスクは全て完了 CLOSE可"
                                       TO      POT1-REC
           ELSE
                   MOVE
                       "必須タスクに未完了あり CLOSE不可"
                                       TO      POT1-REC
           END-IF
           WRITE   POT1-REC
           CLOSE   POT1-F

           IF      WK-LATE-CNT >       ZERO    OR
                   WK-BLOCK-CNT >      ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           DISPLAY WK-PGM-NAME " タスク状況表 " WK-POT1-F-NAME
           .
       S100-EX.
           EXIT.

      *    *** タスク(I)の状況表1行の編集
       S110-10.

           MOVE    SPACE       TO      WK-LS-LINE
           MOVE    WK-TK-TASK (I) TO   WK-LS-TASK
           MOVE    WK-TK-NAME (I) TO   WK-LS-NAME
           MOVE    WK-TK-OWNER (I) TO  WK-LS-OWNER
           MOVE    WK-TK-MAND (I) TO   WK-LS-MAND
           MOVE    WK-TK-DUE (I) TO    WK-LS-DUE
           EVALUATE TRUE
               WHEN WK-TK-STATE (I) = "D"
                   MOVE    "完了"      TO      WK-LS-STAT
                   MOVE    WK-TK-BY (I) TO     WK-LS-BY
                   MOVE    WK-TK-YMD (I) TO    WK-LS-YMD
                   MOVE    WK-TK-COMMENT (I) TO WK-LS-COMMENT
               WHEN WK-TK-LATE (I) = "Y" AND WK-TK-BLOCK (I) = "Y"
                   MOVE    "遅延/待ち" TO      WK-LS-STAT
               WHEN WK-TK-LATE (I) = "Y"
                   MOVE    "遅延"      TO      WK-LS-STAT
               WHEN WK-TK-BLOCK (I) = "Y"
                   MOVE    "待ち"      TO      WK-LS-STAT
               WHEN OTHER
                   MOVE    "未完了"    TO      WK-LS-STAT
           END-EVALUATE
           IF      WK-TK-BLOCK (I) =   "Y"
                   PERFORM S070-10     THRU    S070-EX
                   STRING  "前提未完了 "   DELIMITED BY SIZE
                           WK-PRE-OPEN     DELIMITED BY SIZE
                           INTO    WK-LS-COMMENT
                   END-STRING
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** CHECK: 必須タスクの未完了を一覧にする(PERCTL CLOSE)
       S300-10.

           IF      WK-MAND-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " CO=" WK-CO
                           " FY=" WK-FY " FP=" WK-FP
                           " 必須タスクは全て完了"
                   GO  TO  S300-EX
           END-IF

           DISPLAY WK-PGM-NAME " CO=" WK-CO
                   " FY=" WK-FY " FP=" WK-FP
                   " 必須タスクの未完了=" WK-MAND-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               IF      WK-TK-MAND (I) =    "Y"     AND
                       WK-TK-STATE (I) NOT = "D"
                   PERFORM S110-10     THRU    S110-EX
                   DISPLAY WK-PGM-NAME " 未完了 " WK-LS-TASK " "
                           WK-LS-NAME " " WK-LS-OWNER
                           " 期日=" WK-LS-DUE " " WK-LS-STAT
               END-IF
           END-PERFORM
           MOVE    8           TO      WK-RC-SAVE
           .
       S300-EX.
           EXIT.

      *    *** LATE: 遅延タスク(期日超過で未完了)だけを状況表の
      *    *** 明細形式で書く
       S400-10.

           MOVE    WK-LATE-F-NAME TO   WK-POT1-F-NAME
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TK-CNT
               IF      WK-TK-LATE (I) =    "Y"
                   PERFORM S110-10     THRU    S110-EX
                   MOVE    WK-LS-LINE  TO      POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM
           CLOSE   POT1-F

           IF      WK-LATE-CNT >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** SCREEN: 完了登録画面。SECCHKサインオン+UPDATE権限
       S500-10.

           MOVE    WK-CO       TO      WPC-CO
           MOVE    WK-PEND-YMD TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-STATE   =       "X"
                   DISPLAY WK-PGM-NAME " 締め済みの期 FY=" WK-FY
                           " FP=" WK-FP
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

      *    *** MAINMENUから起動された時は引継ぎ券で再開する
           MOVE    "RESUME"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " OPERATOR ID ?"
                   ACCEPT  WSC-OPID
                   DISPLAY WK-PGM-NAME " PASSWORD ?"
                   ACCEPT  WSC-PASS
                   MOVE    "SIGNON"    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           END-IF
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "CLOSECAL"  TO      WSC-PGM
           MOVE    "UPDATE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

      *    *** 担当者以外のタスクを扱えるか(ADMIN権限)
           MOVE    "ADMIN"     TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           MOVE    WSC-RESULT  TO      WK-ADMIN

           PERFORM S520-10     THRU    S520-EX
                   UNTIL   WK-END  =       "Y"
           .
       S500-EX.
           EXIT.

      *    *** 画面1周。表示、入力、コマンド1件の処理
       S520-10.

           MOVE    SPACE       TO      WK-PRD-LINE
           STRING  "CO="               DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   " FY="              DELIMITED BY SIZE
                   WK-FY               DELIMITED BY SIZE
                   " FP="              DELIMITED BY SIZE
                   WK-FP               DELIMITED BY SIZE
                   " 期末日="          DELIMITED BY SIZE
                   WK-PEND-YMD         DELIMITED BY SIZE
                   " 未完了="          DELIMITED BY SIZE
                   WK-OPEN-CNT         DELIMITED BY SIZE
                   " 遅延="            DELIMITED BY SIZE
                   WK-LATE-CNT         DELIMITED BY SIZE
                   " 待ち="            DELIMITED BY SIZE
                   WK-BLOCK-CNT        DELIMITED BY SIZE
                   INTO    WK-PRD-LINE
           END-STRING

           MOVE    SPACE       TO      WK-IN-CMD
           DISPLAY CLOSECAL-SCREEN
           ACCEPT  CLOSECAL-SCREEN

           MOVE    SPACE       TO      WK-MSG-LINE
           INSPECT WK-IN-CMD   CONVERTING "qrdu" TO "QRDU"

           EVALUATE WK-IN-CMD
               WHEN "Q"
                   MOVE    "Y"         TO      WK-END
               WHEN "R"
                   PERFORM S530-10     THRU    S530-EX
               WHEN "D"
               WHEN "U"
                   PERFORM S550-10     THRU    S550-EX
               WHEN OTHER
                   MOVE    "CMD ERROR R/D/U/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S520-EX.
           EXIT.

      *    *** R: タスクIDで呼び出して画面へ出す
       S530-10.

           PERFORM S540-10     THRU    S540-EX
           IF      L           =       ZERO
                   MOVE    "チェックリストに無いタスク" TO
                           WK-MSG-LINE
                   MOVE    SPACE       TO      WK-DSP-NAME
                                               WK-DSP-OWNER
                                               WK-DSP-PRE
                                               WK-DSP-STATE
                   GO  TO  S530-EX
           END-IF

           MOVE    L           TO      I
           PERFORM S110-10     THRU    S110-EX
           MOVE    WK-TK-NAME (I) TO   WK-DSP-NAME
           MOVE    SPACE       TO      WK-DSP-OWNER
           STRING  WK-TK-OWNER (I)     DELIMITED BY SIZE
                   " 期日="            DELIMITED BY SIZE
                   WK-TK-DUE (I)       DELIMITED BY SIZE
                   " 必須="            DELIMITED BY SIZE
                   WK-TK-MAND (I)      DELIMITED BY SIZE
                   INTO    WK-DSP-OWNER
           END-STRING
           MOVE    SPACE       TO      WK-DSP-PRE
           STRING  WK-TK-PRE (I 1)     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-TK-PRE (I 2)     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-TK-PRE (I 3)     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-TK-PRE (I 4)     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-TK-PRE (I 5)     DELIMITED BY SIZE
                   INTO    WK-DSP-PRE
           END-STRING
           MOVE    SPACE       TO      WK-DSP-STATE
           STRING  WK-LS-STAT          DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-LS-BY            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-LS-YMD           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-LS-COMMENT       DELIMITED BY SIZE
                   INTO    WK-DSP-STATE
           END-STRING
           MOVE    WK-TK-COMMENT (I) TO WK-IN-COMMENT
           .
       S530-EX.
           EXIT.

      *    *** 画面のタスクIDをチェックリストから探す(L=添字、0=無し)
       S540-10.

           MOVE    ZERO        TO      L
           IF      WK-IN-TASK  =       SPACE
                   GO  TO  S540-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TK-CNT
                      OR WK-TK-TASK (K) = WK-IN-TASK
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-TK-CNT
                   MOVE    K           TO      L
           END-IF
           .
       S540-EX.
           EXIT.

      *    *** D/U: 完了/完了取消し。担当者(又はADMIN)、コメント必須
       S550-10.

           PERFORM S540-10     THRU    S540-EX
           IF      L           =       ZERO
                   MOVE    "チェックリストに無いタスク" TO
                           WK-MSG-LINE
                   GO  TO  S550-EX
           END-IF
           MOVE    L           TO      I

           IF      WK-TK-OWNER (I) NOT = WK-OPID   AND
                   WK-ADMIN    NOT =   "Y"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "担当者でない 担当者="
                                               DELIMITED BY SIZE
                           WK-TK-OWNER (I)     DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
                   GO  TO  S550-EX
           END-IF
           IF      WK-IN-COMMENT =     SPACE
                   MOVE    "コメント未入力" TO WK-MSG-LINE
                   GO  TO  S550-EX
           END-IF

           IF      WK-IN-CMD   =       "D"
               IF      WK-TK-STATE (I) =   "D"
                   MOVE    "既に完了"  TO      WK-MSG-LINE
                   GO  TO  S550-EX
               END-IF
      *    *** 前提タスクが未完了なら完了にできない
               PERFORM S070-10     THRU    S070-EX
               IF      WK-PRE-OPEN NOT =   SPACE
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "前提タスク未完了 " DELIMITED BY SIZE
                           WK-PRE-OPEN         DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
                   GO  TO  S550-EX
               END-IF
           ELSE
               IF      WK-TK-STATE (I) NOT = "D"
                   MOVE    "完了していない" TO WK-MSG-LINE
                   GO  TO  S550-EX
               END-IF
      *    *** 後続タスクが完了済みなら取消せない
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-TK-CNT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > 5
                       IF      WK-TK-PRE (K J) =   WK-TK-TASK (I)
                           AND WK-TK-STATE (K) =   "D"
                           MOVE    SPACE       TO      WK-MSG-LINE
                           STRING  "後続タスク完了済み "
                                               DELIMITED BY SIZE
                                   WK-TK-TASK (K) DELIMITED BY SIZE
                                   INTO    WK-MSG-LINE
                           END-STRING
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF      WK-MSG-LINE NOT =   SPACE
                   GO  TO  S550-EX
               END-IF
           END-IF

      *    *** 状況ファイルへ書く
           ACCEPT  WK-NOW-HMS  FROM    TIME
           MOVE    SPACE       TO      CLS1-REC
           MOVE    WK-CO       TO      CLS1-CO
           MOVE    WK-FY       TO      CLS1-FY
           MOVE    WK-FP       TO      CLS1-FP
           MOVE    WK-TK-TASK (I) TO   CLS1-TASK
           IF      WK-IN-CMD   =       "D"
                   MOVE    "D"         TO      CLS1-STATE
           ELSE
                   MOVE    SPACE       TO      CLS1-STATE
           END-IF
           MOVE    WK-OPID     TO      CLS1-BY
           MOVE    WK-TODAY-YMD TO     CLS1-YMD
           MOVE    WK-NOW-HMS (1:6) TO CLS1-HMS
           MOVE    WK-IN-COMMENT TO    CLS1-COMMENT
           WRITE   CLS1-REC
               INVALID
                   REWRITE CLS1-REC
           END-WRITE
           IF      WK-CLS1-STATUS NOT =  ZERO
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "CLS1-F WRITE ERROR STATUS="
                                               DELIMITED BY SIZE
                           WK-CLS1-STATUS      DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
                   GO  TO  S550-EX
           END-IF

           MOVE    CLS1-STATE  TO      WK-TK-STATE (I)
           MOVE    CLS1-BY     TO      WK-TK-BY (I)
           MOVE    CLS1-YMD    TO      WK-TK-YMD (I)
           MOVE    CLS1-COMMENT TO     WK-TK-COMMENT (I)
           PERFORM S060-10     THRU    S060-EX

      *    *** 担当者以外の操作はセキュリティログへ残す
           IF      WK-TK-OWNER (I) NOT = WK-OPID
                   MOVE    SPACE       TO      WSC-DETAIL
                   STRING  "CLOSECAL "     DELIMITED BY SIZE
                           WK-IN-CMD       DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WK-CO           DELIMITED BY SIZE
                           WK-FY           DELIMITED BY SIZE
                           WK-FP           DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WK-TK-TASK (I)  DELIMITED BY SIZE
                           " OWNER="       DELIMITED BY SIZE
                           WK-TK-OWNER (I) DELIMITED BY SIZE
                           INTO    WSC-DETAIL
                   END-STRING
                   MOVE    "LOG   "    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           END-IF

           MOVE    SPACE       TO      WK-MSG-LINE
           IF      WK-IN-CMD   =       "D"
                   STRING  "完了登録 "     DELIMITED BY SIZE
                           WK-TK-TASK (I)  DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
           ELSE
                   STRING  "完了取消し "   DELIMITED BY SIZE
                           WK-TK-TASK (I)  DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
           END-IF
           .
       S550-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   CLS1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       CLS1-REC

           DISPLAY WK-PGM-NAME " END"
           MOVE    WK-TK-CNT   TO      WK-TK-N
           DISPLAY WK-PGM-NAME " CO=" WK-CO
                   " FY=" WK-FY " FP=" WK-FP
                   " タスク = " WK-TK-N
                   " 完了 = " WK-DONE-CNT
                   " 未完了 = " WK-OPEN-CNT
                   " 遅延 = " WK-LATE-CNT
                   " 待ち = " WK-BLOCK-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
