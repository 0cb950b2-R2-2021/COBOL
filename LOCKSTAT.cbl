      *    *** 資源ロック状況表示とデッドロック検出
      *    *** RESLOCKのロック表(RESLOCK.TBL、CFGNAMEで解決)を読み、
      *    ***   ・誰(チェーン/STEP/PID)がどの資源をどのモードで
      *    ***     確保しているか、確保してからの経過時間
      *    ***   ・誰がどの資源を待っているか、待ち始めてからの時間
      *    ***     (所有プロセスが既に無い行は *DEAD* を付ける)
      *    *** を表示する。
      *    ***
      *    *** デッドロック検出: 待ち行の所有者から、その資源を競合
      *    *** モードで確保している所有者へ「待ち」の辺を張る。
      *    *** 入れ子チェーン(JOBCHAINのSTEPとして起動されたJOBCHAIN)
      *    *** の待ちは、完了するまで起動元STEPも終われない為、
      *    *** 起動元(その更に起動元も)からも同じ辺を張る。
      *    *** 待ちの辺が無い所有者から順に「いずれ進める」とし、
      *    *** 最後まで残った所有者はお互いを待ち合っている(循環か
      *    *** 循環の先を待っている)ので、その待ちを DEADLOCK として
      *    *** 表示し、EXCLOGへ記録する(RC=8)。JOBCHAINの待ち上限で
      *    *** いずれ片方が止まるが、どのチェーンを止めるかは運用で
      *    *** 判断する

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LOCKSTAT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** RESLOCKのロック表
           SELECT TBL1-F           ASSIGN   WK-TBL1-F-NAME
                               STATUS   WK-TBL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** RESLOCKと同一レイアウト
       FD  TBL1-F
           LABEL RECORDS ARE STANDARD.
       01  TBL1-REC.
           03  TBL1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TBL1-RES        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  TBL1-MODE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TBL1-CHAIN      PIC  X(016).
           03  FILLER          PIC  X(001).
           03  TBL1-PID        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  TBL1-STEP       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  TBL1-PPID       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  TBL1-PSTEP      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  TBL1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  TBL1-HMS        PIC  9(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LOCKSTAT".

      *    *** 終了コード退避(DATETIMEのCALLでRETURN-CODEが
      *    *** 上書きされる為、終了直前に戻す)
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-TBL1-F-NAME  PIC  X(032) VALUE "RESLOCK.TBL".
           03  WK-TBL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TBL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-HOLD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-WAIT-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEAD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DLCK-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-ED       PIC  ZZZ9.

      *    *** 経過時間(通算秒、日数*86400+時分秒)
           03  WK-YMD          PIC  9(008) VALUE ZERO.
           03  WK-HMS          PIC  9(008) VALUE ZERO.
           03  WK-HMS-R       REDEFINES WK-HMS.
             05  WK-HMS-HH     PIC  9(002).
             05  WK-HMS-MI     PIC  9(002).
             05  WK-HMS-SS     PIC  9(002).
             05  FILLER        PIC  9(002).
           03  WK-NOW-SEC      PIC  9(011) VALUE ZERO.
           03  WK-ROW-SEC      PIC  9(011) VALUE ZERO.
           03  WK-ELAPSED      PIC  9(011) VALUE ZERO.
           03  WK-EL-H         PIC  9(005) VALUE ZERO.
           03  WK-EL-M         PIC  9(002) VALUE ZERO.
           03  WK-EL-S         PIC  9(002) VALUE ZERO.
           03  WK-EL-REST      PIC  9(011) VALUE ZERO.

      *    *** プロセス生存確認
           03  WK-CMD          PIC  X(064) VALUE SPACE.
           03  WK-PID-ED       PIC  Z(008)9.

      *    *** 1行表示の編集
           03  WK-LINE.
             05  WK-LN-KIND    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-RES     PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-MODE    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-CHAIN   PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-STEP    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-PID     PIC  Z(008)9.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-EL-H    PIC  ZZZZ9.
             05  FILLER        PIC  X(001) VALUE ":".
             05  WK-LN-EL-M    PIC  9(002).
             05  FILLER        PIC  X(001) VALUE ":".
             05  WK-LN-EL-S    PIC  9(002).
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LN-DEAD    PIC  X(006) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPEXCLOG    REPLACING ==:##:== BY ==WEX==.

      *    *** ロック表(最大500行)。DEAD=Y 所有プロセス無し
       01  LOCK-TBL-AREA.
           03  WK-LK-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LK-ROW       OCCURS 500.
             05  WK-LK-KIND    PIC  X(001) VALUE SPACE.
             05  WK-LK-RES     PIC  X(016) VALUE SPACE.
             05  WK-LK-MODE    PIC  X(001) VALUE SPACE.
             05  WK-LK-CHAIN   PIC  X(016) VALUE SPACE.
             05  WK-LK-PID     PIC  9(009) VALUE ZERO.
             05  WK-LK-STEP    PIC  X(020) VALUE SPACE.
             05  WK-LK-PPID    PIC  9(009) VALUE ZERO.
             05  WK-LK-PSTEP   PIC  X(020) VALUE SPACE.
             05  WK-LK-YMD     PIC  9(008) VALUE ZERO.
             05  WK-LK-HMS     PIC  9(008) VALUE ZERO.
             05  WK-LK-DEAD    PIC  X(001) VALUE "N".
             05  WK-LK-NODE    BINARY-LONG SYNC VALUE ZERO.

      *    *** 待ちグラフ。節=所有者(PID+STEP)、PAR=起動元の節、
      *    *** FREE=Y いずれ進める(デッドロックでない)
       01  GRAPH-AREA.
           03  WK-ND-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ND-TBL       OCCURS 600.
             05  WK-ND-PID     PIC  9(009) VALUE ZERO.
             05  WK-ND-STEP    PIC  X(020) VALUE SPACE.
             05  WK-ND-CHAIN   PIC  X(016) VALUE SPACE.
             05  WK-ND-PPID    PIC  9(009) VALUE ZERO.
             05  WK-ND-PSTEP   PIC  X(020) VALUE SPACE.
             05  WK-ND-PAR     BINARY-LONG SYNC VALUE ZERO.
             05  WK-ND-FREE    PIC  X(001) VALUE "N".
           03  WK-ED-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ED-TBL       OCCURS 2000.
             05  WK-ED-FROM    BINARY-LONG SYNC VALUE ZERO.
             05  WK-ED-TO      BINARY-LONG SYNC VALUE ZERO.
             05  WK-ED-RES     PIC  X(016) VALUE SPACE.
           03  WK-CHANGED      PIC  X(001) VALUE "N".
           03  WK-ALL-FREE     PIC  X(001) VALUE "Y".
           03  WK-KEY-PID      PIC  9(009) VALUE ZERO.
           03  WK-KEY-STEP     PIC  X(020) VALUE SPACE.
           03  WK-KEY-CHAIN    PIC  X(016) VALUE SPACE.
           03  WK-KEY-NODE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FROM-NODE    BINARY-LONG SYNC VALUE ZERO.
           03  WK-TO-NODE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEPTH        BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN,ロック表読込み
           PERFORM S010-10     THRU    S010-EX

      *    *** 確保/待ちの一覧
           PERFORM S100-10     THRU    S100-EX

      *    *** 待ちグラフを作りデッドロックを検出する
           IF      WK-WAIT-CNT >       ZERO
                   PERFORM S200-10     THRU    S200-EX
                   PERFORM S300-10     THRU    S300-EX
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

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "RESLOCK.TBL" TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-TBL1-F-NAME

           ACCEPT  WK-YMD      FROM    DATE YYYYMMDD
           ACCEPT  WK-HMS      FROM    TIME
           PERFORM S020-10     THRU    S020-EX
           MOVE    WK-ROW-SEC  TO      WK-NOW-SEC

           OPEN    INPUT       TBL1-F
           IF      WK-TBL1-STATUS NOT =  ZERO
      *    *** ロック表が無いのは、まだ誰も確保したことが無い時
                   DISPLAY WK-PGM-NAME " ロック表なし="
                           WK-TBL1-F-NAME
                   GO  TO  S010-EX
           END-IF

           PERFORM UNTIL WK-TBL1-EOF =    HIGH-VALUE
               READ    TBL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TBL1-EOF
                   NOT AT  END
                       PERFORM S030-10     THRU    S030-EX
               END-READ
           END-PERFORM
           CLOSE   TBL1-F
           .
       S010-EX.
           EXIT.

      *    *** WK-YMD/WK-HMS を通算秒へ(WK-ROW-SEC)
       S020-10.

           COMPUTE WK-ROW-SEC =
                   INTEGER-OF-DATE (WK-YMD) * 86400
                 + WK-HMS-HH * 3600 + WK-HMS-MI * 60 + WK-HMS-SS
           .
       S020-EX.
           EXIT.

      *    *** ロック表1行をテーブルへ
       S030-10.

           IF      TBL1-KIND   NOT =   "H"     AND
                   TBL1-KIND   NOT =   "W"
                   GO  TO  S030-EX
           END-IF

           IF      WK-LK-MAX   >=      500
                   DISPLAY WK-PGM-NAME " 500行を超えた分は省略"
                   MOVE    HIGH-VALUE  TO      WK-TBL1-EOF
                   GO  TO  S030-EX
           END-IF

           ADD     1           TO      WK-LK-MAX
           MOVE    TBL1-KIND   TO      WK-LK-KIND (WK-LK-MAX)
           MOVE    TBL1-RES    TO      WK-LK-RES (WK-LK-MAX)
           MOVE    TBL1-MODE   TO      WK-LK-MODE (WK-LK-MAX)
           MOVE    TBL1-CHAIN  TO      WK-LK-CHAIN (WK-LK-MAX)
           MOVE    TBL1-PID    TO      WK-LK-PID (WK-LK-MAX)
           MOVE    TBL1-STEP   TO      WK-LK-STEP (WK-LK-MAX)
           MOVE    TBL1-PPID   TO      WK-LK-PPID (WK-LK-MAX)
           MOVE    TBL1-PSTEP  TO      WK-LK-PSTEP (WK-LK-MAX)
           MOVE    TBL1-YMD    TO      WK-LK-YMD (WK-LK-MAX)
           MOVE    TBL1-HMS    TO      WK-LK-HMS (WK-LK-MAX)
           .
       S030-EX.
           EXIT.

      *    *** 確保(HOLD)を先に、待ち(WAIT)を後に一覧表示する
       S100-10.

           DISPLAY WK-PGM-NAME " KIND RESOURCE         M CHAIN"
                   "            STEP                       PID"
                   "  ELAPSED"

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-KIND (I) =    "H"
                       ADD     1           TO      WK-HOLD-CNT
                       MOVE    "HOLD"      TO      WK-LN-KIND
                       PERFORM S110-10     THRU    S110-EX
               END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-KIND (I) =    "W"
                       ADD     1           TO      WK-WAIT-CNT
                       MOVE    "WAIT"      TO      WK-LN-KIND
                       PERFORM S110-10     THRU    S110-EX
               END-IF
           END-PERFORM

           MOVE    WK-HOLD-CNT TO      WK-CNT-ED
           DISPLAY WK-PGM-NAME " 確保=" WK-CNT-ED WITH NO ADVANCING
           MOVE    WK-WAIT-CNT TO      WK-CNT-ED
           DISPLAY " 待ち=" WK-CNT-ED WITH NO ADVANCING
           MOVE    WK-DEAD-CNT TO      WK-CNT-ED
           DISPLAY " ﾌﾟﾛｾｽ無=" WK-CNT-ED
           .
       S100-EX.
           EXIT.

      *    *** 1行(I)の編集と表示。経過時間と所有プロセスの生存確認
       S110-10.

           MOVE    WK-LK-RES (I) TO    WK-LN-RES
           MOVE    WK-LK-MODE (I) TO   WK-LN-MODE
           MOVE    WK-LK-CHAIN (I) TO  WK-LN-CHAIN
           MOVE    WK-LK-STEP (I) TO   WK-LN-STEP
           MOVE    WK-LK-PID (I) TO    WK-LN-PID

           MOVE    WK-LK-YMD (I) TO    WK-YMD
           MOVE    WK-LK-HMS (I) TO    WK-HMS
           PERFORM S020-10     THRU    S020-EX
           IF      WK-NOW-SEC  >       WK-ROW-SEC
                   COMPUTE WK-ELAPSED = WK-NOW-SEC - WK-ROW-SEC
           ELSE
                   MOVE    ZERO        TO      WK-ELAPSED
           END-IF
           DIVIDE  WK-ELAPSED  BY      3600
                   GIVING  WK-EL-H     REMAINDER WK-EL-REST
           DIVIDE  WK-EL-REST  BY      60
                   GIVING  WK-EL-M     REMAINDER WK-EL-S
           MOVE    WK-EL-H     TO      WK-LN-EL-H
           MOVE    WK-EL-M     TO      WK-LN-EL-M
           MOVE    WK-EL-S     TO      WK-LN-EL-S

           MOVE    WK-LK-PID (I) TO    WK-PID-ED
           MOVE    SPACE       TO      WK-CMD
           STRING  "kill -0 "          DELIMITED BY SIZE
                   WK-PID-ED           DELIMITED BY SIZE
                   " 2>/dev/null"      DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE =       ZERO
                   MOVE    SPACE       TO      WK-LN-DEAD
                   MOVE    "N"         TO      WK-LK-DEAD (I)
           ELSE
                   MOVE    "*DEAD*"    TO      WK-LN-DEAD
                   MOVE    "Y"         TO      WK-LK-DEAD (I)
                   ADD     1           TO      WK-DEAD-CNT
           END-IF

           DISPLAY WK-PGM-NAME " " WK-LINE
           .
       S110-EX.
           EXIT.

      *    *** 待ちグラフを作る。節は各行の所有者と起動元、辺は
      *    *** 待ち行→競合する確保行の所有者(起動元からも張る)
       S200-10.

      *    *** 所有者の節
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               MOVE    WK-LK-PID (I) TO    WK-KEY-PID
               MOVE    WK-LK-STEP (I) TO   WK-KEY-STEP
               MOVE    WK-LK-CHAIN (I) TO  WK-KEY-CHAIN
               PERFORM S210-10     THRU    S210-EX
               MOVE    WK-KEY-NODE TO      WK-LK-NODE (I)
               IF      WK-KEY-NODE >       ZERO
                       MOVE    WK-LK-PPID (I) TO
                               WK-ND-PPID (WK-KEY-NODE)
                       MOVE    WK-LK-PSTEP (I) TO
                               WK-ND-PSTEP (WK-KEY-NODE)
               END-IF
           END-PERFORM

      *    *** 起動元の節(起動元のチェーン名と、その更に起動元は
      *    *** 起動元PIDの行から分かる)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-PPID (I) NOT = ZERO
                   MOVE    WK-LK-PPID (I) TO   WK-KEY-PID
                   MOVE    WK-LK-PSTEP (I) TO  WK-KEY-STEP
                   MOVE    "?"         TO      WK-KEY-CHAIN
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-LK-MAX
                       IF      WK-LK-PID (J) =     WK-LK-PPID (I)
                           MOVE    WK-LK-CHAIN (J) TO  WK-KEY-CHAIN
                       END-IF
                   END-PERFORM
                   PERFORM S210-10     THRU    S210-EX
                   IF      WK-KEY-NODE >       ZERO
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WK-LK-MAX
                           IF      WK-LK-PID (J) =     WK-LK-PPID (I)
                               MOVE    WK-LK-PPID (J) TO
                                       WK-ND-PPID (WK-KEY-NODE)
                               MOVE    WK-LK-PSTEP (J) TO
                                       WK-ND-PSTEP (WK-KEY-NODE)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

      *    *** 起動元の節番号を引き当てる
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-ND-MAX
               IF      WK-ND-PPID (K) NOT = ZERO
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-ND-MAX
                       IF      WK-ND-PID (J) =     WK-ND-PPID (K)  AND
                               WK-ND-STEP (J) =    WK-ND-PSTEP (K)
                           MOVE    J           TO      WK-ND-PAR (K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

      *    *** 辺: 待ち行(I)と、同じ資源を競合モードで確保する行(J)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-KIND (I) =    "W"
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-LK-MAX
                       IF      WK-LK-KIND (J) =    "H"         AND
                               WK-LK-RES (J) =     WK-LK-RES (I)   AND
                               WK-LK-NODE (J) NOT = WK-LK-NODE (I) AND
                             ( WK-LK-MODE (J) =    "X"     OR
                               WK-LK-MODE (I) =    "X" )
                           PERFORM S220-10     THRU    S220-EX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 節の検索/追加(キー=WK-KEY-PID+WK-KEY-STEP)
       S210-10.

           MOVE    ZERO        TO      WK-KEY-NODE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-ND-MAX OR WK-KEY-NODE > ZERO
               IF      WK-ND-PID (K) =     WK-KEY-PID      AND
                       WK-ND-STEP (K) =    WK-KEY-STEP
                       MOVE    K           TO      WK-KEY-NODE
               END-IF
           END-PERFORM
           IF      WK-KEY-NODE >       ZERO
                   GO  TO  S210-EX
           END-IF

           IF      WK-ND-MAX   >=      600
                   DISPLAY WK-PGM-NAME " 所有者が600を超えた"
                   GO  TO  S210-EX
           END-IF

           ADD     1           TO      WK-ND-MAX
           MOVE    WK-KEY-PID  TO      WK-ND-PID (WK-ND-MAX)
           MOVE    WK-KEY-STEP TO      WK-ND-STEP (WK-ND-MAX)
           MOVE    WK-KEY-CHAIN TO     WK-ND-CHAIN (WK-ND-MAX)
           MOVE    WK-ND-MAX   TO      WK-KEY-NODE
           .
       S210-EX.
           EXIT.

      *    *** 待ち行(I)→確保行(J)の辺を張る。待つ側の起動元からも
      *    *** 同じ確保行へ辺を張る(直接の起動元の確保はRESLOCKが
      *    *** 競合としない為、辺にしない)
       S220-10.

           MOVE    WK-LK-NODE (J) TO   WK-TO-NODE
           IF      WK-LK-PPID (I) =    WK-LK-PID (J)   AND
                   WK-LK-PSTEP (I) =   WK-LK-STEP (J)
                   GO  TO  S220-EX
           END-IF

           MOVE    WK-LK-NODE (I) TO   WK-FROM-NODE
           MOVE    ZERO        TO      WK-DEPTH
           PERFORM UNTIL WK-FROM-NODE = ZERO OR WK-DEPTH > 10
               IF      WK-ED-MAX   <       2000
                   ADD     1           TO      WK-ED-MAX
                   MOVE    WK-FROM-NODE TO     WK-ED-FROM (WK-ED-MAX)
                   MOVE    WK-TO-NODE  TO      WK-ED-TO (WK-ED-MAX)
                   MOVE    WK-LK-RES (I) TO    WK-ED-RES (WK-ED-MAX)
               END-IF
               MOVE    WK-ND-PAR (WK-FROM-NODE) TO WK-FROM-NODE
               ADD     1           TO      WK-DEPTH
           END-PERFORM
           .
       S220-EX.
           EXIT.

      *    *** 待ちの辺が全て「進める」節へ向いている節を順に進める
      *    *** 側へ移し、残った節の待ちをデッドロックとして報告する
       S300-10.

           MOVE    "Y"         TO      WK-CHANGED
           PERFORM UNTIL WK-CHANGED =  "N"
               MOVE    "N"         TO      WK-CHANGED
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-ND-MAX
                   IF      WK-ND-FREE (K) =    "N"
                       MOVE    "Y"         TO      WK-ALL-FREE
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WK-ED-MAX
                           IF      WK-ED-FROM (J) =    K   AND
                                   WK-ND-FREE (WK-ED-TO (J)) = "N"
                               MOVE    "N"         TO      WK-ALL-FREE
                           END-IF
                       END-PERFORM
                       IF      WK-ALL-FREE =       "Y"
                           MOVE    "Y"         TO      WK-ND-FREE (K)
                           MOVE    "Y"         TO      WK-CHANGED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-ED-MAX
               IF      WK-ND-FREE (WK-ED-FROM (J)) = "N"   AND
                       WK-ND-FREE (WK-ED-TO (J)) =   "N"
                       PERFORM S310-10     THRU    S310-EX
               END-IF
           END-PERFORM

           IF      WK-DLCK-CNT >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** デッドロックの待ち(辺J)を表示しEXCLOGへ記録する
       S310-10.

           ADD     1           TO      WK-DLCK-CNT
           MOVE    WK-ED-FROM (J) TO   WK-FROM-NODE
           MOVE    WK-ED-TO (J) TO     WK-TO-NODE

           DISPLAY WK-PGM-NAME " DEADLOCK "
                   TRIM (WK-ND-CHAIN (WK-FROM-NODE)) "/"
                   TRIM (WK-ND-STEP (WK-FROM-NODE))
                   " WAITS " TRIM (WK-ED-RES (J)) " HELD BY "
                   TRIM (WK-ND-CHAIN (WK-TO-NODE)) "/"
                   TRIM (WK-ND-STEP (WK-TO-NODE))

           MOVE    WK-PGM-NAME TO      WEX-PGM
           MOVE    "RESLOCK DEADLOCK" TO WEX-STATUS
           MOVE    SPACE       TO      WEX-LOCATION
                                       WEX-STATEMENT
           STRING  TRIM (WK-ND-CHAIN (WK-FROM-NODE)) DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   TRIM (WK-ND-STEP (WK-FROM-NODE))  DELIMITED BY SIZE
                   " WAITS "           DELIMITED BY SIZE
                   TRIM (WK-ND-CHAIN (WK-TO-NODE))   DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   TRIM (WK-ND-STEP (WK-TO-NODE))    DELIMITED BY SIZE
                   INTO    WEX-LOCATION
           STRING  "RES="              DELIMITED BY SIZE
                   WK-ED-RES (J)       DELIMITED BY SPACE
                   INTO    WEX-STATEMENT
           CALL    "EXCLOG"    USING   WEX-EXCLOG-AREA
           .
       S310-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    WK-DLCK-CNT TO      WK-CNT-ED
           DISPLAY WK-PGM-NAME " END DEADLOCK=" WK-CNT-ED

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
