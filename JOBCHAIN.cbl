      *    *** 完了マーカーファイルで終了を検知する。各STEPの結果は
      *    *** 従来どおりCONDSETが記録するCTL1-F(共有制御ファイル)の
      *    *** 最終行で判定する
      *    ***
      *    *** 資源ロック: STEP名欄に*LOCK、停止条件名の欄に対象STEP名、
      *    *** 前提STEP名の欄に 資源名:S(共有/参照) 資源名:X(排他/
      *    *** 更新) をカンマ区切り(最大8個、WAIT=秒 で待ち上限、
      *    *** 既定600秒)で書くと、そのSTEPの起動前にRESLOCKで
      *    *** 資源を確保し、完了(異常終了を含む)時に解放する。
      *    *** 取れない間は待ち、上限を超えたらEXCLOGへ記録して
      *    *** チェーンを停止する。*LOCK行はSTEPではない(前提の既定
      *    *** 「直前行」にも数えない)。ARG CHAIN:名前 はロック表に
      *    *** 載せるチェーン名(JOBSCHEDがチェーン定義名を渡す)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JOBCHAIN.
           03  WK-SHCHK-C      PIC  X(001) VALUE SPACE.
           03  WK-SHCHK-OK     PIC  X(001) VALUE "Y".

      *    *** 資源ロック(RESLOCK)。所有者はこのJOBCHAINのPID+STEP名。
      *    *** 起動するSTEPへは環境変数RESLOCK_OWNERで所有者を渡し、
      *    *** 入れ子のJOBCHAINは起動元STEPの確保と競合しない
           03  WK-LK-CHAIN     PIC  X(016) VALUE "JOBCHAIN".
           03  WK-LK-PID       PIC  9(009) VALUE ZERO.
           03  WK-LK-PID-BIN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-LK-PPID      PIC  9(009) VALUE ZERO.
           03  WK-LK-PSTEP     PIC  X(020) VALUE SPACE.
           03  WK-LK-ENV       PIC  X(013) VALUE "RESLOCK_OWNER".
           03  WK-LK-OWNER     PIC  X(030) VALUE SPACE.
           03  WK-LK-OWNER-R  REDEFINES WK-LK-OWNER.
             05  WK-LK-OWN-PID PIC  9(009).
             05  FILLER        PIC  X(001).
             05  WK-LK-OWN-STEP PIC X(020).
           03  WK-LK-WAIT-DEF  PIC  9(005) VALUE 600.
           03  WK-LK-WAIT-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-LK-BUSY      PIC  X(001) VALUE "N".
           03  WK-LK-YMD       PIC  9(008) VALUE ZERO.
           03  WK-LK-HMS       PIC  9(008) VALUE ZERO.
           03  WK-LK-HMS-R    REDEFINES WK-LK-HMS.
             05  WK-LK-HH      PIC  9(002).
             05  WK-LK-MI      PIC  9(002).
             05  WK-LK-SS      PIC  9(002).
             05  FILLER        PIC  9(002).
           03  WK-LK-NOW       PIC  9(011) VALUE ZERO.
           03  WK-LK-ELAPSED   PIC  9(011) VALUE ZERO.
           03  WK-LK-SEC-ED    PIC  ZZZZ9.
           03  WK-LK-T1        PIC  X(020) VALUE SPACE.
           03  WK-LK-T2        PIC  X(020) VALUE SPACE.
           03  WK-LK-T         OCCURS 9
                               PIC  X(020) VALUE SPACE.
      *    *** *LOCK行(対象STEP名、資源一覧)。全行読込み後に対応付ける
           03  WK-LD-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LD-TBL       OCCURS 50.
             05  WK-LD-STEP    PIC  X(020) VALUE SPACE.
             05  WK-LD-LIST    PIC  X(104) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPRESLOCK   REPLACING ==:##:== BY ==WRL==.

           COPY    CPEXCLOG    REPLACING ==:##:== BY ==WEX==.

      *    *** STEPテーブル(最大50)。STATE: W=待ち R=実行中
      *    *** C=完了 S=停止条件成立(完了扱い、チェーンは停止)
      *    *** KIND: 空白=通常STEP I=*IF E=*ELSE N=*ENDIF G=*SKIPTO
      *    *** (制御レコード。STEP名欄の*IF/*ELSE/*ENDIF/*SKIPTOで
      *    *** 指定し、条件名/飛び先STEP名は停止条件名の欄に書く)
      *    *** LK-xxx: *LOCKで宣言した資源、待ち上限秒、待ち開始
      *    *** (0=待っていない)、HELD=Y 確保済み
       01  STEP-TBL-AREA.
           03  WK-STEP-MAX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-STEP-TBL     OCCURS 50.
                               PIC  X(020) VALUE SPACE.
             05  WK-ST-COND    PIC  X(020) VALUE SPACE.
             05  WK-ST-CODE    PIC  9(003) VALUE ZERO.
             05  WK-ST-LK-CNT  BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-LK      OCCURS 8.
               07  WK-ST-LK-RES  PIC X(016) VALUE SPACE.
               07  WK-ST-LK-MODE PIC X(001) VALUE SPACE.
             05  WK-ST-LK-WAIT PIC  9(005) VALUE ZERO.
             05  WK-ST-LK-SINCE PIC 9(011) VALUE ZERO.
             05  WK-ST-LK-HELD PIC  X(001) VALUE "N".

      *    *** 制御レコード(IF/ELSE/ENDIF/SKIPTO)評価用
           03  WK-CTLREC-SEQ   PIC  9(003) VALUE ZERO.
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX

      *    *** *LOCK行の資源宣言を各STEPへ対応付ける
           IF      WK-LD-CNT   >       ZERO
                   PERFORM S150-10     THRU    S150-EX
           END-IF

      *    *** RESTART時、前回実行で正常完了したSTEPを読み飛ばし、
      *    *** 操作員のSKIP/FORCE指定を反映する
           IF      SW-RESTART  =       "Y"
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-CTL1-F-NAME

      *    *** ロック所有者(自PID)と、JOBCHAINのSTEPとして起動された
      *    *** 時の起動元(環境変数RESLOCK_OWNER)
           CALL    "C$GETPID"  RETURNING WK-LK-PID-BIN
           MOVE    WK-LK-PID-BIN TO    WK-LK-PID
           MOVE    SPACE       TO      WK-LK-OWNER
           ACCEPT  WK-LK-OWNER FROM    ENVIRONMENT "RESLOCK_OWNER"
           IF      WK-LK-OWNER NOT =   SPACE       AND
                   WK-LK-OWN-PID IS NUMERIC
                   MOVE    WK-LK-OWN-PID  TO   WK-LK-PPID
                   MOVE    WK-LK-OWN-STEP TO   WK-LK-PSTEP
           END-IF

           COMPUTE WK-TODAY = WDT-DATE-YY * 10000
                   +   WDT-DATE-MM * 100
                   +   WDT-DATE-DD

      *    *** ARG-1=RESTART で前回失敗地点からの再開。ARG-2以降で
      *    *** SKIP:STEP名(手当済みとして飛ばす) / FORCE:STEP名
      *    *** (完了済みでも再実行)を指定できる。CHAIN:名前 は
      *    *** ロック表に載せるチェーン名
           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           PERFORM VARYING WK-ARG-IX FROM 1 BY 1
                   UNTIL WK-ARG-IX > WK-ARGUMENT-NUMBER
                   WHEN WK-ARG     =       "RESTART"
                       MOVE    "Y"         TO      SW-RESTART
                       DISPLAY WK-PGM-NAME " RESTART MODE"
                   WHEN WK-ARG (1:6) =     "CHAIN:"
                       MOVE    WK-ARG (7:16) TO    WK-LK-CHAIN
                   WHEN WK-ARG (1:5) =     "SKIP:" OR "FORCE"
                       MOVE    SPACE       TO      WK-OVR-K1
                                                   WK-OVR-K2
                   GO  TO  S110-EX
           END-IF

      *    *** *LOCK行はSTEPにせず、宣言だけ控える
           IF      PRM1-STEP-NAME (1:6) = "*LOCK "
                   PERFORM S115-10     THRU    S115-EX
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-STEP-MAX
           IF      WK-STEP-MAX >       50
                   DISPLAY WK-PGM-NAME " STEPは50個まで"
       S110-EX.
           EXIT.

      *    *** *LOCK行(停止条件名の欄=対象STEP名、前提STEP名の欄=
      *    *** 資源一覧)を控える
       S115-10.

           IF      WK-LD-CNT   >=      50
                   DISPLAY WK-PGM-NAME " *LOCKは50行まで"
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    "Y"         TO      WK-CHAIN-STOP
                   GO  TO  S115-EX
           END-IF

           ADD     1           TO      WK-LD-CNT
           MOVE    PRM1-STOP-COND TO   WK-LD-STEP (WK-LD-CNT)
           MOVE    PRM1-DEPS   TO      WK-LD-LIST (WK-LD-CNT)
           .
       S115-EX.
           EXIT.

      *    *** *LOCK宣言を対象STEPへ展開する。資源名:S/X(モード省略は
      *    *** 排他)とWAIT=秒を解釈し、誤りはチェーンを起動しない
       S150-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-LD-CNT
               MOVE    ZERO        TO      I
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-STEP-MAX
                   IF      WK-ST-KIND (K) =    SPACE       AND
                           WK-ST-NAME (K) =    WK-LD-STEP (J)
                           MOVE    K           TO      I
                   END-IF
               END-PERFORM

               IF      I           =       ZERO
                       DISPLAY WK-PGM-NAME " *LOCK 対象STEPﾅｼ="
                               WK-LD-STEP (J)
                       MOVE    16          TO      WK-RC-SAVE
                       MOVE    "Y"         TO      WK-CHAIN-STOP
               ELSE
                       PERFORM S160-10     THRU    S160-EX
               END-IF
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** *LOCK宣言(J)の資源一覧をSTEP(I)へ登録する
       S160-10.

           MOVE    WK-LK-WAIT-DEF TO   WK-ST-LK-WAIT (I)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
               MOVE    SPACE       TO      WK-LK-T (K)
           END-PERFORM
           UNSTRING WK-LD-LIST (J) DELIMITED BY ","
               INTO WK-LK-T (1) WK-LK-T (2) WK-LK-T (3)
                    WK-LK-T (4) WK-LK-T (5) WK-LK-T (6)
                    WK-LK-T (7) WK-LK-T (8) WK-LK-T (9)
           END-UNSTRING

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
             IF      WK-LK-T (K) NOT =   SPACE
               MOVE    SPACE       TO      WK-LK-T1
                                           WK-LK-T2
               IF      WK-LK-T (K) (1:5) = "WAIT="
                   MOVE    WK-LK-T (K) (6:15) TO WK-LK-T2
                   IF      FUNCTION TEST-NUMVAL (WK-LK-T2) = ZERO
                       COMPUTE WK-ST-LK-WAIT (I) =
                               FUNCTION NUMVAL (WK-LK-T2)
                   ELSE
                       DISPLAY WK-PGM-NAME " *LOCK WAIT ERROR="
                               WK-LK-T (K)
                       MOVE    16          TO      WK-RC-SAVE
                       MOVE    "Y"         TO      WK-CHAIN-STOP
                   END-IF
               ELSE
                   UNSTRING WK-LK-T (K) DELIMITED BY ":"
                       INTO WK-LK-T1 WK-LK-T2
                   END-UNSTRING
                   IF      WK-LK-T2    =       SPACE
                       MOVE    "X"         TO      WK-LK-T2
                   END-IF
                   IF      WK-LK-T1 (17:4) NOT = SPACE
                       OR  WK-ST-LK-CNT (I) >=  8
                       OR  WK-LK-T2 NOT = "S" AND WK-LK-T2 NOT = "X"
                       DISPLAY WK-PGM-NAME " *LOCK 資源ERROR="
                               WK-LK-T (K)
                       MOVE    16          TO      WK-RC-SAVE
                       MOVE    "Y"         TO      WK-CHAIN-STOP
                   ELSE
                       ADD     1           TO      WK-ST-LK-CNT (I)
                       MOVE    WK-LK-T1    TO
                               WK-ST-LK-RES (I WK-ST-LK-CNT (I))
                       MOVE    WK-LK-T2    TO
                               WK-ST-LK-MODE (I WK-ST-LK-CNT (I))
                   END-IF
               END-IF
             END-IF
           END-PERFORM
           .
       S160-EX.
           EXIT.

      *    *** RESTART: CTL1-Fの当日(CTL1-DATE=今日)記録を読み、
      *    *** 最終記録が停止条件と一致しない(=正常完了した)STEPを
      *    *** 完了済みとして読み飛ばす。失敗したSTEPと未実行STEPは
       S200-10.

           MOVE    ZERO        TO      WK-LAUNCH-CNT
                                       WK-LK-WAIT-CNT

      *    *** 起動可能な待ちSTEPを全て起動する
           PERFORM VARYING I FROM 1 BY 1
                       PERFORM S210-10     THRU    S210-EX
                       IF      WK-DEP-OK   =       "Y"
                           IF      WK-ST-KIND (I) =    SPACE
      *    *** 宣言した資源を確保できたSTEPだけ起動する
                               PERFORM S300-10     THRU    S300-EX
                               IF      WK-ST-LK-HELD (I) = "Y"
                                   PERFORM S220-10     THRU    S220-EX
                               END-IF
                           ELSE
      *    *** 制御レコードは起動せず即時評価する
                               PERFORM S250-10     THRU    S250-EX
               END-IF
           END-PERFORM

      *    *** 完了/実行中/資源待ちが無いのに待ちが残る時は依存の
      *    *** 循環
           IF      WK-RUN-CNT  =       ZERO    AND
                   WK-LAUNCH-CNT =     ZERO    AND
                   WK-LK-WAIT-CNT =    ZERO    AND
                   WK-FINAL-CNT <      WK-STEP-MAX
                   DISPLAY WK-PGM-NAME
                           " DEPS ｶｲｹﾂﾌﾉｳ"
                   MOVE    "Y"         TO      WK-CHAIN-STOP
           END-IF

           IF    ( WK-RUN-CNT  >       ZERO    OR
                   WK-LK-WAIT-CNT >    ZERO )
               AND NOT WK-CHAIN-IS-STOPPED
                   CALL    "C$SLEEP"   USING   WK-SLEEP-SEC
           END-IF
           DISPLAY WK-PGM-NAME " STEP=" WK-ST-NAME (I)
                   " PGM=" WK-ST-PGM (I) " 起動"

      *    *** 起動するSTEPへロック所有者(自PID+STEP名)を渡す
           MOVE    SPACE       TO      WK-LK-OWNER
           MOVE    WK-LK-PID   TO      WK-LK-OWN-PID
           MOVE    WK-ST-NAME (I) TO   WK-LK-OWN-STEP
           DISPLAY WK-LK-ENV   UPON    ENVIRONMENT-NAME
           DISPLAY WK-LK-OWNER UPON    ENVIRONMENT-VALUE

           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 起動ERROR STEP=" WK-ST-NAME (I)
                           " RC=" RETURN-CODE
                   PERFORM S320-10     THRU    S320-EX
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    "Y"         TO      WK-CHAIN-STOP
           ELSE
                   GO  TO  S230-EX
           END-IF

      *    *** 完了。マーカーを消し、確保した資源を解放して
      *    *** CTL1-Fから結果を拾う
           CALL    "CBL_DELETE_FILE" USING WK-MARKER
           END-CALL
           PERFORM S320-10     THRU    S320-EX
           MOVE    "C"         TO      WK-ST-STATE (I)
           SUBTRACT 1          FROM    WK-RUN-CNT
      *    *** 完了も進捗に数える(後続STEPは次の周回で起動する為、
      *    *** 循環の判定に掛けない)
           ADD     1           TO      WK-FINAL-CNT
                                       WK-LAUNCH-CNT

           MOVE    WK-ST-NAME (I) TO   WK-STEP-NAME
           MOVE    WK-ST-STOPC (I) TO  WK-STOP-COND
       S240-EX.
           EXIT.

      *    *** STEP(I)の宣言資源をRESLOCKで一括確保する。宣言が
      *    *** 無ければ確保済み扱い。取れなければ待ちを数え、待ち
      *    *** 上限を超えたらEXCLOGへ記録してチェーンを停止する
       S300-10.

           IF      WK-ST-LK-CNT (I) =  ZERO
                   MOVE    "Y"         TO      WK-ST-LK-HELD (I)
                   GO  TO  S300-EX
           END-IF

           MOVE    "ACQUIR"    TO      WRL-ID
           MOVE    WK-LK-CHAIN TO      WRL-CHAIN
           MOVE    WK-LK-PID   TO      WRL-PID
           MOVE    WK-ST-NAME (I) TO   WRL-STEP
           MOVE    WK-LK-PPID  TO      WRL-PARENT-PID
           MOVE    WK-LK-PSTEP TO      WRL-PARENT-STEP
           MOVE    WK-ST-LK-CNT (I) TO WRL-RES-CNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
               MOVE    WK-ST-LK-RES (I K)  TO  WRL-RES-NAME (K)
               MOVE    WK-ST-LK-MODE (I K) TO  WRL-RES-MODE (K)
           END-PERFORM
           CALL    "RESLOCK"   USING   WRL-RESLOCK-AREA

           PERFORM S330-10     THRU    S330-EX

           EVALUATE WRL-RESULT
               WHEN "Y"
                   MOVE    "Y"         TO      WK-ST-LK-HELD (I)
                   IF      WK-ST-LK-SINCE (I) NOT = ZERO
                       COMPUTE WK-LK-ELAPSED =
                               WK-LK-NOW - WK-ST-LK-SINCE (I)
                       MOVE    WK-LK-ELAPSED TO    WK-LK-SEC-ED
                       DISPLAY WK-PGM-NAME " STEP=" WK-ST-NAME (I)
                               " 資源確保 待ち秒=" WK-LK-SEC-ED
                   END-IF
                   MOVE    ZERO        TO      WK-ST-LK-SINCE (I)

               WHEN "N"
                   ADD     1           TO      WK-LK-WAIT-CNT
                   IF      WK-ST-LK-SINCE (I) =  ZERO
                       MOVE    WK-LK-NOW   TO  WK-ST-LK-SINCE (I)
                       DISPLAY WK-PGM-NAME " STEP=" WK-ST-NAME (I)
                               " 資源待ち RES=" WRL-HOLDER-RES
                               " HOLDER=" WRL-HOLDER-CHAIN
                               "/" WRL-HOLDER-STEP
                   END-IF
                   COMPUTE WK-LK-ELAPSED =
                           WK-LK-NOW - WK-ST-LK-SINCE (I)
                   IF      WK-LK-ELAPSED >     WK-ST-LK-WAIT (I)
                       PERFORM S310-10     THRU    S310-EX
                   END-IF

               WHEN OTHER
                   DISPLAY WK-PGM-NAME " RESLOCK ERROR STEP="
                           WK-ST-NAME (I)
                   MOVE    16          TO      WK-RC-SAVE
                   MOVE    "Y"         TO      WK-CHAIN-STOP
           END-EVALUATE
           .
       S300-EX.
           EXIT.

      *    *** 資源待ちの上限超過。EXCLOGへ記録し、待ちを取り消して
      *    *** チェーンを停止する(STEPは未実行のまま、RESTARTで再開)
       S310-10.

           MOVE    WK-LK-ELAPSED TO    WK-LK-SEC-ED
           DISPLAY WK-PGM-NAME " 資源待ちTIMEOUT STEP="
                   WK-ST-NAME (I)
                   " RES=" WRL-HOLDER-RES " 秒=" WK-LK-SEC-ED

           MOVE    WK-PGM-NAME TO      WEX-PGM
           MOVE    "RESLOCK WAIT TIMEOUT" TO WEX-STATUS
           MOVE    SPACE       TO      WEX-LOCATION
                                       WEX-STATEMENT
           STRING  "STEP="             DELIMITED BY SIZE
                   WK-ST-NAME (I)      DELIMITED BY SPACE
                   " RES="             DELIMITED BY SIZE
                   WRL-HOLDER-RES      DELIMITED BY SPACE
                   " HOLDER="          DELIMITED BY SIZE
                   WRL-HOLDER-CHAIN    DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WRL-HOLDER-STEP     DELIMITED BY SPACE
                   INTO    WEX-LOCATION
           STRING  "CHAIN="            DELIMITED BY SIZE
                   WK-LK-CHAIN         DELIMITED BY SPACE
                   " WAIT="            DELIMITED BY SIZE
                   WK-LK-SEC-ED        DELIMITED BY SIZE
                   INTO    WEX-STATEMENT
           CALL    "EXCLOG"    USING   WEX-EXCLOG-AREA

           PERFORM S320-10     THRU    S320-EX
           MOVE    "LOCK-TIMEOUT" TO   WK-ST-COND (I)
           MOVE    16          TO      WK-RC-SAVE
           MOVE    "Y"         TO      WK-CHAIN-STOP
           .
       S310-EX.
           EXIT.

      *    *** STEP(I)の確保/待ちを解放する
       S320-10.

           IF      WK-ST-LK-CNT (I) =  ZERO
                   GO  TO  S320-EX
           END-IF

           MOVE    "RELEAS"    TO      WRL-ID
           MOVE    WK-LK-PID   TO      WRL-PID
           MOVE    WK-ST-NAME (I) TO   WRL-STEP
           CALL    "RESLOCK"   USING   WRL-RESLOCK-AREA
           MOVE    "N"         TO      WK-ST-LK-HELD (I)
           MOVE    ZERO        TO      WK-ST-LK-SINCE (I)
           .
       S320-EX.
           EXIT.

      *    *** 現在時刻を通算秒(日数*86400+時分秒)でWK-LK-NOWへ
       S330-10.

           ACCEPT  WK-LK-YMD   FROM    DATE YYYYMMDD
           ACCEPT  WK-LK-HMS   FROM    TIME
           COMPUTE WK-LK-NOW =
                   FUNCTION INTEGER-OF-DATE (WK-LK-YMD) * 86400
                 + WK-LK-HH * 3600 + WK-LK-MI * 60 + WK-LK-SS
           .
       S330-EX.
           EXIT.

      *    *** チェーン停止時、資源を確保したまま実行中のSTEPが残って
      *    *** いれば完了を待って解放し、このチェーンの残りの確保/
      *    *** 待ちを全て消す(更新途中のマスターを他へ渡さない)
       S910-10.

           MOVE    "Y"         TO      WK-LK-BUSY
           PERFORM UNTIL WK-LK-BUSY =  "N"
               MOVE    "N"         TO      WK-LK-BUSY
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-STEP-MAX
                   IF      WK-ST-STATE (I) =   "R"     AND
                           WK-ST-LK-HELD (I) = "Y"
                       PERFORM S230-10     THRU    S230-EX
                       IF      WK-ST-STATE (I) =   "R"
                           MOVE    "Y"         TO      WK-LK-BUSY
                       END-IF
                   END-IF
               END-PERFORM
               IF      WK-LK-BUSY  =       "Y"
                   CALL    "C$SLEEP"   USING   WK-SLEEP-SEC
               END-IF
           END-PERFORM

           MOVE    "RELEAS"    TO      WRL-ID
           MOVE    WK-LK-PID   TO      WRL-PID
           MOVE    SPACE       TO      WRL-STEP
           CALL    "RESLOCK"   USING   WRL-RESLOCK-AREA
           .
       S910-EX.
           EXIT.

      *    *** STEP/プログラム名がシェルへそのまま渡して安全な文字
      *    *** (英数字/./_/-)のみか調べる。危険文字はSTOP RUN
       S-SHCHK-10.
      *    *** CLOSE
       S900-10.

           IF      WK-LD-CNT   >       ZERO
                   PERFORM S910-10     THRU    S910-EX
           END-IF

           CLOSE   PRM1-F

           MOVE    "C"         TO      WFD-ID
