      *    *** チェーン自動起動スケジューラ(夜間の手起動の置換え)
      *    *** スケジュールファイル(JOBSCHED.PRM1)の各行:
      *    ***   CHAIN=チェーン定義ファイル名,TIME=HHMM,RULE=x
      *    ***   [,PREFLT=事前点検の管制ファイル名]
      *    ***   RULE: A=毎日 B=営業日のみ L=月末営業日のみ
      *    ***         1-7=曜日指定(1=月..7=日)
      *    *** 行は起動時刻の昇順に書く。当日起動対象かどうかを
      *    *** DATEWEEKの営業日計算("B"、祝日カレンダー込み)で判定し、
      *    *** 起動時刻まで待ってチェーン定義をJOBCHAIN.PRM1へ複写、
      *    *** JOBCHAINを起動する(チェーン定義名をCHAIN:で渡し、
      *    *** 資源ロック表の所有者名にする)。起動/抑止は全て
      *    *** JOBSCHED.LOGへ残す
      *    *** 起動の前にPREFLTでチェーンを事前点検し(PREFLT=省略時は
      *    *** PREFLT.PRM1、PREFLT=NONEで点検なし)、不合格(RC>=8)
      *    *** ならJOBCHAINを起動せず PREFLT-NG としてログへ残す

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JOBSCHED.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(032) VALUE SPACE.

           03  WK-CHAIN        PIC  X(032) VALUE SPACE.
           03  WK-START-HHMM   PIC  9(004) VALUE ZERO.
           03  WK-RULE         PIC  X(001) VALUE SPACE.
           03  WK-PREFLT       PIC  X(032) VALUE SPACE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-TODAY-BDAY   PIC  X(001) VALUE "N".

           03  WK-CMD          PIC  X(200) VALUE SPACE.
           03  WK-RC           PIC  9(005) VALUE ZERO.
           03  WK-PF-RC        PIC  9(005) VALUE ZERO.

      *    *** チェーン名のシェル安全文字チェック用
           03  WK-SHCHK-NAME   PIC  X(032) VALUE SPACE.
           MOVE    SPACE       TO      WK-PRM01    WK-PRM02
                                       WK-PRM03    WK-PRM04
                                       WK-PRM05    WK-PRM06
                                       WK-PRM07    WK-PRM08
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08
           END-UNSTRING

           IF      WK-PRM01    NOT =   "CHAIN"     OR
           MOVE    WK-PRM02    TO      WK-CHAIN
           MOVE    FUNCTION NUMVAL(WK-PRM04 (1:4)) TO WK-START-HHMM
           MOVE    WK-PRM06 (1:1) TO   WK-RULE
           IF      WK-PRM07    =       "PREFLT"    AND
                   WK-PRM08    NOT =   SPACE
                   MOVE    WK-PRM08    TO      WK-PREFLT
           ELSE
                   MOVE    "PREFLT.PRM1" TO    WK-PREFLT
           END-IF

      *    *** 当日起動対象かの判定
           MOVE    "Y"         TO      WK-RUN-YN
           MOVE    WK-CHAIN    TO      WK-SHCHK-NAME
           PERFORM S-SHCHK-10  THRU    S-SHCHK-EX

      *    *** 事前点検。不合格なら起動しない
           IF      WK-PREFLT   NOT =   "NONE"
                   PERFORM S220-10     THRU    S220-EX
                   IF      WK-PF-RC    >=      8
                           ADD     1           TO  WK-SUPPRESS-CNT
                           MOVE    "PREFLT-NG" TO  WK-LOG-ACT
                           MOVE    SPACE       TO  WK-LOG-RSN
                           STRING  "PREFLT RC="    DELIMITED BY SIZE
                                   WK-PF-RC (3:3)  DELIMITED BY SIZE
                                   INTO    WK-LOG-RSN
                           MOVE    WK-PF-RC    TO  WK-RC
                           PERFORM S300-10     THRU    S300-EX
                           GO  TO  S210-EX
                   END-IF
           END-IF

           MOVE    SPACE       TO      WK-CMD
           STRING  "cp "               DELIMITED BY SIZE
                   WK-CHAIN            DELIMITED BY SPACE
                   " JOBCHAIN.PRM1 && cobcrun JOBCHAIN CHAIN:"
                                       DELIMITED BY SIZE
                   WK-CHAIN            DELIMITED BY SPACE
                   INTO    WK-CMD

           DISPLAY WK-PGM-NAME " LAUNCH CHAIN=" WK-CHAIN
       S210-EX.
           EXIT.

      *    *** PREFLTでチェーンを事前点検する。SYSTEMの戻り値は
      *    *** 終了コード×256の為、終了コードへ直してWK-PF-RCへ
       S220-10.

           MOVE    WK-PREFLT   TO      WK-SHCHK-NAME
           PERFORM S-SHCHK-10  THRU    S-SHCHK-EX

           MOVE    SPACE       TO      WK-CMD
           STRING  "cobcrun PREFLT "   DELIMITED BY SIZE
                   WK-CHAIN            DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-PREFLT           DELIMITED BY SPACE
                   INTO    WK-CMD

           DISPLAY WK-PGM-NAME " PREFLT CHAIN=" WK-CHAIN

           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    RETURN-CODE TO      WK-PF-RC
           IF      WK-PF-RC    >=      256
                   DIVIDE  256         INTO    WK-PF-RC
           END-IF

           DISPLAY WK-PGM-NAME " PREFLT RC=" WK-PF-RC
           .
       S220-EX.
           EXIT.

      *    *** 起動/抑止ログへ1行追記する
       S300-10.

