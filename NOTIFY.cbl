      *    *** 警報配信ゲートウェイ サブルーチン
      *    *** SLAMON/ARRVCHK/XMITREG等が見つけた問題をEXCLOGと
      *    *** レポートに残すだけでは、誰かが読みに行くまで気付かれ
      *    *** ない。本サブルーチンは重大度+MSGCATのメッセージ番号+
      *    *** 置換値で呼ばれ、経路表(NOTIFY.RTE)でプログラム/重大度/
      *    *** 時間帯から配信先を決めて即時に配信する。
      *    ***   MAIL    = メールスプール(NOTIFY.MAIL)へ1行追記
      *    ***             (メール中継がスプールを拾って送る)
      *    ***   PAGER   = ポケベルゲートウェイの投函ディレクトリ
      *    ***             (NOTIFY.PAG)へ警報毎に1ファイル置く
      *    ***   CONSOLE = 操作員コンソールへDISPLAY
      *    *** 経路表の行:
      *    ***   WINDOW=分  同じ警報(PGM+MSGID+SUB1)の抑止時間
      *    ***              (既定60分)
      *    ***   ROUTE=PGM,SEV=x,FROM=HHMM,TO=HHMM,CH=xx,DEST=xx,
      *    ***         ESC=分,ESCCH=xx,ESCDEST=xx
      *    ***     PGM  = 警報元(*=全て)
      *    ***     SEV  = この重大度以上(I<W<E、既定I)
      *    ***     FROM/TO = 時間帯(既定0000-2359、FROM>TOは日跨ぎ)
      *    ***     ESC  = 確認待ち分。SHIFTLOGで確認されないまま
      *    ***            この分を過ぎるとNOTIFYDLがESCCH/ESCDESTへ
      *    ***            エスカレーションする(0/省略=しない)
      *    ***   該当する全ての経路へ配信する。該当経路が無い時は
      *    ***   コンソールへ出す(警報を落とさない)。
      *    *** 配信した警報はEXCLOGへも1行記録し(STATEMENTに
      *    *** NOTIFY=警報番号)、SHIFTLOGで確認/解決を付けさせる。
      *    *** 配信/抑止は全て警報台帳(NOTIFY.LOG)へ1行ずつ残す。
      *    *** 共有ファイルの物理パスはCFGNAMEで解決する

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NOTIFY.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 経路表
           SELECT RTE1-F           ASSIGN   WK-RTE1-F-NAME
                               STATUS   WK-RTE1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 警報台帳(追記、NOTIFYDLが書き直す)
           SELECT LGR1-F           ASSIGN   WK-LGR1-F-NAME
                               STATUS   WK-LGR1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** メールスプール(追記)
           SELECT MAL1-F           ASSIGN   WK-MAL1-F-NAME
                               STATUS   WK-MAL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ポケベル投函ファイル(1警報1ファイル)
           SELECT PAG1-F           ASSIGN   WK-PAG1-F-NAME
                               STATUS   WK-PAG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  RTE1-F
           LABEL RECORDS ARE STANDARD.
       01  RTE1-REC.
           03  FILLER          PIC  X(160).

       FD  LGR1-F
           LABEL RECORDS ARE STANDARD.
       01  LGR1-REC.
           03  LGR1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LGR1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-SEV        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LGR1-MSGID      PIC  X(006).
           03  FILLER          PIC  X(001).
      *    *** S=配信済 F=配信失敗 D=抑止 K=確認済
      *    *** X=エスカレーション済
           03  LGR1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LGR1-CH         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-DEST       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-MIN    PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-CH     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-DEST   PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-SUB1       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LGR1-UPD-HMS    PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-TEXT       PIC  X(080).

       FD  MAL1-F
           LABEL RECORDS ARE STANDARD.
       01  MAL1-REC.
           03  MAL1-DEST       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  MAL1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  MAL1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  MAL1-SEV        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  MAL1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  MAL1-MSGID      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  MAL1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  MAL1-TEXT       PIC  X(080).

       FD  PAG1-F
           LABEL RECORDS ARE STANDARD.
       01  PAG1-REC.
           03  PAG1-DEST       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  PAG1-SEV        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PAG1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PAG1-TEXT       PIC  X(080).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NOTIFY  ".

           03  WK-RTE1-F-NAME  PIC  X(032) VALUE "NOTIFY.RTE".
           03  WK-LGR1-F-NAME  PIC  X(032) VALUE "NOTIFY.LOG".
           03  WK-MAL1-F-NAME  PIC  X(032) VALUE "NOTIFY.MAIL".
           03  WK-PAG-DIR      PIC  X(032) VALUE "NOTIFY.PAG".
           03  WK-PAG1-F-NAME  PIC  X(064) VALUE SPACE.

           03  WK-RTE1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LGR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MAL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PAG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-RTE1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LGR1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-LOADED       PIC  X(001) VALUE "N".
           03  WK-PAG-MKDIR    PIC  X(001) VALUE "N".
      *    *** 抑止時間(分)
           03  WK-WINDOW       BINARY-LONG SYNC VALUE 60.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.
           03  WK-NOW-HHMM     PIC  9(004) VALUE ZERO.
           03  WK-NOW-MIN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LGR-MIN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-MAX-SEQ      PIC  9(006) VALUE ZERO.
           03  WK-DUP          PIC  X(001) VALUE "N".
           03  WK-LG-STATE     PIC  X(001) VALUE SPACE.
           03  WK-SEV          PIC  X(001) VALUE SPACE.
           03  WK-SEV-RANK     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANK-X       PIC  X(001) VALUE SPACE.
           03  WK-RANK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          PIC  X(001) VALUE "N".
           03  WK-ROUTE-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-OK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DROP-NO      PIC  9(002) VALUE ZERO.

      *    *** 配信1件分(S500)
           03  WK-DL-CH        PIC  X(008) VALUE SPACE.
           03  WK-DL-DEST      PIC  X(020) VALUE SPACE.
           03  WK-DL-TEXT      PIC  X(080) VALUE SPACE.
           03  WK-DL-SEQ       PIC  9(006) VALUE ZERO.
           03  WK-DL-OK        PIC  X(001) VALUE "N".

      *    *** 経路表1行の解析
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAIR         PIC  X(040) VALUE SPACE.
           03  WK-KEY          PIC  X(010) VALUE SPACE.
           03  WK-VAL          PIC  X(030) VALUE SPACE.

           03  WK-CMD          PIC  X(080) VALUE SPACE.
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".

           COPY    CPMSGCAT    REPLACING ==:##:== BY ==WMC==.

           COPY    CPEXCLOG    REPLACING ==:##:== BY ==WEX==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** 経路表(最大50件)
       01  RTE-TBL-AREA.
           03  WK-RT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RT-TBL       OCCURS 50.
             05  WK-RT-PGM     PIC  X(008) VALUE SPACE.
             05  WK-RT-SEV     PIC  X(001) VALUE SPACE.
             05  WK-RT-FROM    PIC  9(004) VALUE ZERO.
             05  WK-RT-TO      PIC  9(004) VALUE ZERO.
             05  WK-RT-CH      PIC  X(008) VALUE SPACE.
             05  WK-RT-DEST    PIC  X(020) VALUE SPACE.
             05  WK-RT-ESC     PIC  9(004) VALUE ZERO.
             05  WK-RT-ESC-CH  PIC  X(008) VALUE SPACE.
             05  WK-RT-ESC-DEST PIC X(020) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==LNT==.

       PROCEDURE   DIVISION    USING   LNT-NOTIFY-AREA
           .
       M100-10.

           IF      WK-LOADED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   MOVE    "Y"         TO      WK-LOADED
           END-IF

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-X    FROM    TIME
           MOVE    WK-NOW-X (1:6) TO   WK-NOW-HMS
           MOVE    WK-NOW-X (1:4) TO   WK-NOW-HHMM
           COMPUTE WK-NOW-MIN  =
                   INTEGER-OF-DATE(WK-TODAY-YMD) * 1440
                   + NUMVAL(WK-NOW-X (1:2)) * 60
                   + NUMVAL(WK-NOW-X (3:2))

           EVALUATE LNT-ID
               WHEN "SEND  "
                   PERFORM S200-10     THRU    S200-EX
               WHEN "DLVR  "
                   MOVE    LNT-CH      TO      WK-DL-CH
                   MOVE    LNT-DEST    TO      WK-DL-DEST
                   MOVE    LNT-TEXT    TO      WK-DL-TEXT
                   MOVE    LNT-SEQ     TO      WK-DL-SEQ
                   MOVE    LNT-SEV     TO      WK-SEV
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-DL-OK    =       "Y"
                           MOVE    "Y"         TO      LNT-RESULT
                   ELSE
                           MOVE    "N"         TO      LNT-RESULT
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LNT-ID ERROR=" LNT-ID
                   MOVE    "N"         TO      LNT-RESULT
           END-EVALUATE
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 共有ファイル名の解決と経路表読込(初回のみ)
       S100-10.

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-RTE1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-RTE1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-LGR1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LGR1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-MAL1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-MAL1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PAG-DIR  TO      WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PAG-DIR

      *    *** 経路表が無い時は全てコンソールへ出す
           OPEN    INPUT       RTE1-F
           IF      WK-RTE1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RTE1-F ﾅｼ STATUS="
                           WK-RTE1-STATUS " (" WK-RTE1-F-NAME ")"
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-RTE1-EOF = HIGH-VALUE
               READ    RTE1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RTE1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   RTE1-F
           .
       S100-EX.
           EXIT.

      *    *** 経路表1行(KEY=VALUEを","区切りで並べる)
       S110-10.

           IF      RTE1-REC (1:1) =    "*"     OR
                   RTE1-REC    =       SPACE
                   GO  TO  S110-EX
           END-IF

           IF      RTE1-REC (1:7) =    "WINDOW="
                   MOVE    NUMVAL(RTE1-REC (8:6)) TO WK-WINDOW
                   GO  TO  S110-EX
           END-IF

           IF      RTE1-REC (1:6) NOT = "ROUTE="
                   DISPLAY WK-PGM-NAME " RTE1 ERROR=" RTE1-REC (1:40)
                   GO  TO  S110-EX
           END-IF
           IF      WK-RT-CNT   >=      50
                   DISPLAY WK-PGM-NAME " ROUTE= 50件ｵｰﾊﾞｰ"
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-RT-CNT
           MOVE    "I"         TO      WK-RT-SEV (WK-RT-CNT)
           MOVE    ZERO        TO      WK-RT-FROM (WK-RT-CNT)
           MOVE    2359        TO      WK-RT-TO (WK-RT-CNT)
           MOVE    ZERO        TO      WK-RT-ESC (WK-RT-CNT)

           MOVE    1           TO      WK-PTR
           PERFORM UNTIL WK-PTR > 160
               MOVE    SPACE       TO      WK-PAIR
               UNSTRING RTE1-REC   DELIMITED BY ","
                   INTO WK-PAIR
                   WITH POINTER WK-PTR
               END-UNSTRING
               MOVE    SPACE       TO      WK-KEY WK-VAL
               UNSTRING WK-PAIR    DELIMITED BY "="
                   INTO WK-KEY
                        WK-VAL
               END-UNSTRING
               EVALUATE WK-KEY
                   WHEN "ROUTE"
                       MOVE    WK-VAL      TO  WK-RT-PGM (WK-RT-CNT)
                   WHEN "SEV"
                       MOVE    WK-VAL      TO  WK-RT-SEV (WK-RT-CNT)
                   WHEN "FROM"
                       MOVE    NUMVAL(WK-VAL) TO
                               WK-RT-FROM (WK-RT-CNT)
                   WHEN "TO"
                       MOVE    NUMVAL(WK-VAL) TO
                               WK-RT-TO (WK-RT-CNT)
                   WHEN "CH"
                       MOVE    WK-VAL      TO  WK-RT-CH (WK-RT-CNT)
                   WHEN "DEST"
                       MOVE    WK-VAL      TO  WK-RT-DEST (WK-RT-CNT)
                   WHEN "ESC"
                       MOVE    NUMVAL(WK-VAL) TO
                               WK-RT-ESC (WK-RT-CNT)
                   WHEN "ESCCH"
                       MOVE    WK-VAL      TO
                               WK-RT-ESC-CH (WK-RT-CNT)
                   WHEN "ESCDEST"
                       MOVE    WK-VAL      TO
                               WK-RT-ESC-DEST (WK-RT-CNT)
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY WK-PGM-NAME " ROUTE KEY ERROR="
                               WK-KEY
               END-EVALUATE
           END-PERFORM

           IF      WK-RT-CH (WK-RT-CNT) NOT = "MAIL"      AND
                   WK-RT-CH (WK-RT-CNT) NOT = "PAGER"     AND
                   WK-RT-CH (WK-RT-CNT) NOT = "CONSOLE"
                   DISPLAY WK-PGM-NAME " ROUTE CH ERROR="
                           WK-RT-CH (WK-RT-CNT)
                   SUBTRACT 1          FROM    WK-RT-CNT
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** SEND: 本文編集、抑止判定、経路毎の配信、EXCLOG記録
       S200-10.

           MOVE    "N"         TO      LNT-RESULT
           MOVE    ZERO        TO      LNT-SEQ

           MOVE    "GET   "    TO      WMC-ID
           MOVE    LNT-MSGID   TO      WMC-MSGID
           MOVE    SPACE       TO      WMC-LANG
           MOVE    LNT-SUB1    TO      WMC-SUB1
           MOVE    LNT-SUB2    TO      WMC-SUB2
           CALL    "MSGCAT"    USING   WMC-MSGCAT-AREA
           MOVE    WMC-TEXT    TO      LNT-TEXT
           IF      LNT-SEV     =       SPACE
                   MOVE    WMC-SEV     TO      WK-SEV
           ELSE
                   MOVE    LNT-SEV     TO      WK-SEV
           END-IF
           MOVE    WK-SEV      TO      WK-RANK-X
           PERFORM S240-10     THRU    S240-EX
           MOVE    WK-RANK     TO      WK-SEV-RANK

      *    *** 台帳から最終番号と抑止時間内の同じ警報を探す
           PERFORM S210-10     THRU    S210-EX
           COMPUTE LNT-SEQ     =       WK-MAX-SEQ + 1

           OPEN    EXTEND      LGR1-F
           IF      WK-LGR1-STATUS =    05      OR      35
                   OPEN    OUTPUT      LGR1-F
           END-IF
           IF      WK-LGR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LGR1-F OPEN ERROR STATUS="
                           WK-LGR1-STATUS
           END-IF

           IF      WK-DUP      =       "Y"
                   MOVE    SPACE       TO      WK-DL-CH WK-DL-DEST
                   MOVE    ZERO        TO      I
                   PERFORM S250-10     THRU    S250-EX
                   CLOSE   LGR1-F
                   MOVE    "D"         TO      LNT-RESULT
                   DISPLAY WK-PGM-NAME " 抑止 " LNT-PGM " " LNT-MSGID
                           " " LNT-SUB1
                   GO  TO  S200-EX
           END-IF

      *    *** 該当する経路へ全て配信する
           MOVE    ZERO        TO      WK-ROUTE-CNT
                                       WK-OK-CNT
           MOVE    LNT-TEXT    TO      WK-DL-TEXT
           MOVE    LNT-SEQ     TO      WK-DL-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-RT-CNT
               PERFORM S230-10     THRU    S230-EX
               IF      WK-HIT      =       "Y"
                   ADD     1           TO      WK-ROUTE-CNT
                   MOVE    WK-RT-CH (I) TO     WK-DL-CH
                   MOVE    WK-RT-DEST (I) TO   WK-DL-DEST
                   PERFORM S500-10     THRU    S500-EX
                   PERFORM S250-10     THRU    S250-EX
               END-IF
           END-PERFORM

      *    *** 該当経路なし: コンソールへ出す
           IF      WK-ROUTE-CNT =      ZERO
                   MOVE    "CONSOLE"   TO      WK-DL-CH
                   MOVE    SPACE       TO      WK-DL-DEST
                   PERFORM S500-10     THRU    S500-EX
                   MOVE    ZERO        TO      I
                   PERFORM S250-10     THRU    S250-EX
           END-IF
           CLOSE   LGR1-F

           IF      WK-OK-CNT   >       ZERO
                   MOVE    "Y"         TO      LNT-RESULT
           END-IF

      *    *** SHIFTLOGで確認させる為にEXCLOGへ記録する
           MOVE    LNT-PGM     TO      WEX-PGM
           IF      LNT-EXC-STATUS =    SPACE
                   MOVE    LNT-TEXT    TO      WEX-STATUS
           ELSE
                   MOVE    LNT-EXC-STATUS TO   WEX-STATUS
           END-IF
           MOVE    LNT-EXC-LOC TO      WEX-LOCATION
           MOVE    SPACE       TO      WEX-STATEMENT
           STRING  "NOTIFY="   DELIMITED BY SIZE
                   LNT-SEQ     DELIMITED BY SIZE
                   INTO    WEX-STATEMENT
           CALL    "EXCLOG"    USING   WEX-EXCLOG-AREA
           .
       S200-EX.
           EXIT.

      *    *** 台帳の走査(最終番号、抑止時間内の同じ警報の有無)
       S210-10.

           MOVE    ZERO        TO      WK-MAX-SEQ
           MOVE    "N"         TO      WK-DUP
           MOVE    LOW-VALUE   TO      WK-LGR1-EOF

           OPEN    INPUT       LGR1-F
           IF      WK-LGR1-STATUS NOT =  ZERO
                   GO  TO  S210-EX
           END-IF

           PERFORM UNTIL WK-LGR1-EOF = HIGH-VALUE
               READ    LGR1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LGR1-EOF
                   NOT AT  END
                       IF      LGR1-SEQ    >       WK-MAX-SEQ
                           MOVE    LGR1-SEQ    TO  WK-MAX-SEQ
                       END-IF
                       IF      LGR1-PGM    =   LNT-PGM     AND
                               LGR1-MSGID  =   LNT-MSGID   AND
                               LGR1-SUB1   =   LNT-SUB1    AND
                               LGR1-STATE  NOT =   "D"     AND
                               LGR1-STATE  NOT =   "F"
                           COMPUTE WK-LGR-MIN  =
                                   INTEGER-OF-DATE(LGR1-YMD) * 1440
                                   + INTEGER(LGR1-HMS / 10000) * 60
                                   + MOD(INTEGER(LGR1-HMS / 100) 100)
                           IF      WK-NOW-MIN - WK-LGR-MIN
                                       <   WK-WINDOW
                               MOVE    "Y"         TO      WK-DUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LGR1-F
           .
       S210-EX.
           EXIT.

      *    *** 経路(I)が警報に該当するか(PGM、重大度、時間帯)
       S230-10.

           MOVE    "N"         TO      WK-HIT

           IF      WK-RT-PGM (I) NOT = "*"     AND
                   WK-RT-PGM (I) NOT = LNT-PGM
                   GO  TO  S230-EX
           END-IF

           MOVE    WK-RT-SEV (I) TO    WK-RANK-X
           PERFORM S240-10     THRU    S240-EX
           IF      WK-SEV-RANK <       WK-RANK
                   GO  TO  S230-EX
           END-IF

           IF      WK-RT-FROM (I) <=   WK-RT-TO (I)
               IF      WK-NOW-HHMM <   WK-RT-FROM (I)  OR
                       WK-NOW-HHMM >   WK-RT-TO (I)
                       GO  TO  S230-EX
               END-IF
           ELSE
      *    *** 日跨ぎの時間帯(例 2200-0600)
               IF      WK-NOW-HHMM <   WK-RT-FROM (I)  AND
                       WK-NOW-HHMM >   WK-RT-TO (I)
                       GO  TO  S230-EX
               END-IF
           END-IF

           MOVE    "Y"         TO      WK-HIT
           .
       S230-EX.
           EXIT.

      *    *** 重大度の順位(I=1 W=2 E=3)
       S240-10.

           EVALUATE WK-RANK-X
               WHEN "I"
                   MOVE    1           TO      WK-RANK
               WHEN "W"
                   MOVE    2           TO      WK-RANK
               WHEN OTHER
                   MOVE    3           TO      WK-RANK
           END-EVALUATE
           .
       S240-EX.
           EXIT.

      *    *** 台帳1行(抑止はD、他は配信結果からS/F)
      *    *** I=経路番号(0=経路なし/抑止)
       S250-10.

           IF      WK-DUP      =       "Y"
                   MOVE    "D"         TO      WK-LG-STATE
           ELSE
               IF      WK-DL-OK    =       "Y"
                       MOVE    "S"         TO      WK-LG-STATE
               ELSE
                       MOVE    "F"         TO      WK-LG-STATE
               END-IF
           END-IF

           MOVE    SPACE       TO      LGR1-REC
           MOVE    WK-LG-STATE TO      LGR1-STATE
           MOVE    LNT-SEQ     TO      LGR1-SEQ
           MOVE    WK-TODAY-YMD TO     LGR1-YMD
           MOVE    WK-NOW-HMS  TO      LGR1-HMS
           MOVE    LNT-PGM     TO      LGR1-PGM
           MOVE    WK-SEV      TO      LGR1-SEV
           MOVE    LNT-MSGID   TO      LGR1-MSGID
           MOVE    WK-DL-CH    TO      LGR1-CH
           MOVE    WK-DL-DEST  TO      LGR1-DEST
           IF      I           >       ZERO
                   MOVE    WK-RT-ESC (I) TO    LGR1-ESC-MIN
                   MOVE    WK-RT-ESC-CH (I) TO LGR1-ESC-CH
                   MOVE    WK-RT-ESC-DEST (I) TO LGR1-ESC-DEST
           ELSE
                   MOVE    ZERO        TO      LGR1-ESC-MIN
           END-IF
           MOVE    LNT-SUB1    TO      LGR1-SUB1
           MOVE    WK-TODAY-YMD TO     LGR1-UPD-YMD
           MOVE    WK-NOW-HMS  TO      LGR1-UPD-HMS
           MOVE    LNT-TEXT    TO      LGR1-TEXT
           IF      WK-LGR1-STATUS =    ZERO
                   WRITE   LGR1-REC
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** 配信1件(WK-DL-CH/WK-DL-DEST/WK-DL-TEXT)
       S500-10.

           MOVE    "N"         TO      WK-DL-OK

           EVALUATE WK-DL-CH
               WHEN "MAIL"
                   PERFORM S510-10     THRU    S510-EX
               WHEN "PAGER"
                   PERFORM S520-10     THRU    S520-EX
               WHEN "CONSOLE"
                   DISPLAY "*** NOTIFY " WK-SEV " " WK-DL-SEQ " "
                           LNT-PGM " " WK-DL-TEXT
                   MOVE    "Y"         TO      WK-DL-OK
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " CH ERROR=" WK-DL-CH
           END-EVALUATE

           IF      WK-DL-OK    =       "Y"
                   ADD     1           TO      WK-OK-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " 配信失敗 " WK-DL-CH " "
                           WK-DL-DEST " SEQ=" WK-DL-SEQ
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** メールスプールへ1行追記
       S510-10.

           OPEN    EXTEND      MAL1-F
           IF      WK-MAL1-STATUS =    05      OR      35
                   OPEN    OUTPUT      MAL1-F
           END-IF
           IF      WK-MAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MAL1-F OPEN ERROR STATUS="
                           WK-MAL1-STATUS
                   GO  TO  S510-EX
           END-IF

           MOVE    SPACE       TO      MAL1-REC
           MOVE    WK-DL-DEST  TO      MAL1-DEST
           MOVE    WK-TODAY-YMD TO     MAL1-YMD
           MOVE    WK-NOW-HMS  TO      MAL1-HMS
           MOVE    WK-SEV      TO      MAL1-SEV
           MOVE    LNT-PGM     TO      MAL1-PGM
           MOVE    LNT-MSGID   TO      MAL1-MSGID
           MOVE    WK-DL-SEQ   TO      MAL1-SEQ
           MOVE    WK-DL-TEXT  TO      MAL1-TEXT
           WRITE   MAL1-REC
           IF      WK-MAL1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-DL-OK
           END-IF
           CLOSE   MAL1-F
           .
       S510-EX.
           EXIT.

      *    *** ポケベル投函ディレクトリへ1ファイル置く
      *    *** 名前 NT警報番号-時分秒通番.PAG
       S520-10.

           IF      WK-PAG-MKDIR =      "N"
                   PERFORM S530-10     THRU    S530-EX
                   IF      WK-CHK-OK   =       "N"
                           GO  TO  S520-EX
                   END-IF
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mkdir -p "     DELIMITED BY SIZE
                           WK-PAG-DIR      DELIMITED BY SPACE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    "Y"         TO      WK-PAG-MKDIR
           END-IF

           ADD     1           TO      WK-DROP-NO
           MOVE    SPACE       TO      WK-PAG1-F-NAME
           STRING  WK-PAG-DIR          DELIMITED BY SPACE
                   "/NT"               DELIMITED BY SIZE
                   WK-DL-SEQ           DELIMITED BY SIZE
                   "-"                 DELIMITED BY SIZE
                   WK-NOW-HMS          DELIMITED BY SIZE
                   WK-DROP-NO          DELIMITED BY SIZE
                   ".PAG"              DELIMITED BY SIZE
                   INTO    WK-PAG1-F-NAME

           OPEN    OUTPUT      PAG1-F
           IF      WK-PAG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PAG1-F OPEN ERROR STATUS="
                           WK-PAG1-STATUS " (" WK-PAG1-F-NAME (1:40)
                           ")"
                   GO  TO  S520-EX
           END-IF

           MOVE    SPACE       TO      PAG1-REC
           MOVE    WK-DL-DEST  TO      PAG1-DEST
           MOVE    WK-SEV      TO      PAG1-SEV
           MOVE    WK-DL-SEQ   TO      PAG1-SEQ
           MOVE    WK-DL-TEXT  TO      PAG1-TEXT
           WRITE   PAG1-REC
           IF      WK-PAG1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-DL-OK
           END-IF
           CLOSE   PAG1-F
           .
       S520-EX.
           EXIT.

      *    *** 投函ディレクトリ名に英数字と . _ - / 以外が無い事
       S530-10.

           MOVE    "Y"         TO      WK-CHK-OK
           PERFORM VARYING WK-CHK-P FROM 1 BY 1 UNTIL WK-CHK-P > 32
               IF      WK-PAG-DIR (WK-CHK-P:1) NOT = SPACE
                   IF      WK-PAG-DIR (WK-CHK-P:1) IS ALPHABETIC  OR
                           WK-PAG-DIR (WK-CHK-P:1) IS NUMERIC     OR
                           WK-PAG-DIR (WK-CHK-P:1) =    "."       OR
                           WK-PAG-DIR (WK-CHK-P:1) =    "_"       OR
                           WK-PAG-DIR (WK-CHK-P:1) =    "-"       OR
                           WK-PAG-DIR (WK-CHK-P:1) =    "/"
                           CONTINUE
                   ELSE
                           MOVE    "N"         TO      WK-CHK-OK
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-CHK-OK   =       "N"
                   DISPLAY WK-PGM-NAME " 名前ﾆ ﾌｾｲ ﾓｼﾞ "
                           WK-PAG-DIR
           END-IF
           .
       S530-EX.
           EXIT.
