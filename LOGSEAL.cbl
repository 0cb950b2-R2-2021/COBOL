      *    *** ログの封印(改ざん検知)
      *    *** SECCHK.LOG / EXCLOG.LOG / DATETIME.LOG は追記式の平文で、
      *    *** ファイルに触れる者なら不都合な行を消せてしまう。本
      *    *** プログラムは前回の封印以降に追記された行に連鎖ハッシュ
      *    *** (SHA-256)をかけ、封印台帳(LOGSEAL.LDG)へ追記する。
      *    ***   行レコード(L): ログ名/行番号/行のハッシュ(先頭16桁)
      *    ***   封印レコード(S): ログ名/封印番号/日時/行範囲/連鎖値
      *    ***   連鎖値 C(n) = SHA-256( C(n-1) + SHA-256(行n) )
      *    ***   (C(0)は0x00の32バイト。封印を跨いで連鎖する)
      *    *** 対象ログは LOGSEAL.PRM1 の LOG=論理名 行で指定する
      *    *** (無ければ上の3本)。物理パスと台帳の置き場所は
      *    *** CFGNAMEで解決する。台帳はログと別の権限で保管する事。
      *    ***
      *    *** 起動引数:
      *    ***  SEAL        : 全ログの未封印の行を封印する(チェーンの
      *    ***                STEPとして、またSHIFTLOG REPORTの後に
      *    ***                実行)。封印済みの行数よりログが短い時は
      *    ***                RETURN-CODE=8
      *    ***  VERIFY[,名] : 連鎖を先頭から計算し直し、ログが封印と
      *    ***                合わなくなった最初の行と、その行が削除/
      *    ***                挿入/改変のどれかを報告する。
      *    ***                不一致があればRETURN-CODE=8
      *    *** 不一致/短縮はNOTIFYで当番へ配信する(EXCLOGへも記録
      *    *** される)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LOGSEAL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 封印対象のログ
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 封印台帳(読込/追記)
           SELECT LDG1-F           ASSIGN   WK-LDG1-F-NAME
                               STATUS   WK-LDG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(080).

       FD  LOG1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-LOG1-LEN.
       01  LOG1-REC.
           03  FILLER          PIC  X(4000).

       FD  LDG1-F
           LABEL RECORDS ARE STANDARD.
       01  LDG1-REC.
           03  LDG1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LDG1-LOG        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  LDG1-BODY       PIC  X(107).
      *    *** 行レコード(L)
           03  LDG1-L-BODY     REDEFINES LDG1-BODY.
             05  LDG1-LINE     PIC  9(009).
             05  FILLER        PIC  X(001).
             05  LDG1-DIGEST   PIC  X(016).
             05  FILLER        PIC  X(081).
      *    *** 封印レコード(S)
           03  LDG1-S-BODY     REDEFINES LDG1-BODY.
             05  LDG1-SEAL-NO  PIC  9(006).
             05  FILLER        PIC  X(001).
             05  LDG1-YMD      PIC  9(008).
             05  FILLER        PIC  X(001).
             05  LDG1-HMS      PIC  9(006).
             05  FILLER        PIC  X(001).
             05  LDG1-FROM     PIC  9(009).
             05  FILLER        PIC  X(001).
             05  LDG1-TO       PIC  9(009).
             05  FILLER        PIC  X(001).
             05  LDG1-CHAIN    PIC  X(064).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LOGSEAL ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "LOGSEAL.PRM1".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-LDG1-F-NAME  PIC  X(032) VALUE "LOGSEAL.LDG".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LDG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LDG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LDG1-OPEN    PIC  X(001) VALUE "N".

           03  WK-LOG1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE "SEAL".
           03  WK-SEL-LOG      PIC  X(016) VALUE SPACE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-HMS-X    PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(016) VALUE SPACE.

           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEAL-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 1ログ分の処理状態
           03  WK-LINE-NO      PIC  9(009) VALUE ZERO.
           03  WK-FROM-NO      PIC  9(009) VALUE ZERO.
           03  WK-UNSEALED     PIC  9(009) VALUE ZERO.
           03  WK-SEALS-OK     PIC  9(006) VALUE ZERO.
           03  WK-VRFY-END     PIC  X(001) VALUE "N".
           03  WK-NG-KIND      PIC  X(008) VALUE SPACE.
           03  WK-NG-LINE      PIC  9(009) VALUE ZERO.
           03  WK-NG-MSG       PIC  X(080) VALUE SPACE.
           03  WK-E-DIGEST     PIC  X(016) VALUE SPACE.
           03  WK-E2-DIGEST    PIC  X(016) VALUE SPACE.
           03  WK-D-DIGEST     PIC  X(016) VALUE SPACE.
           03  WK-D2-DIGEST    PIC  X(016) VALUE SPACE.

      *    *** 連鎖値と行ハッシュ(生の32バイト)
           03  WK-CHAIN-RAW    PIC  X(032) VALUE LOW-VALUE.
           03  WK-CHAIN-HEX    PIC  X(064) VALUE SPACE.
           03  WK-LINE-RAW     PIC  X(032) VALUE LOW-VALUE.
           03  WK-LINE-HEX     PIC  X(064) VALUE SPACE.

      *    *** 16進文字
           03  WK-HEX-CHARS    PIC  X(016) VALUE "0123456789abcdef".
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-OUT      PIC  X(064) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** SHA-256 の作業域
       01  SHA-AREA.
      *    *** 入力(S-SHA-UPD へ渡す)
           03  SHA-IN          PIC  X(4096) VALUE SPACE.
           03  SHA-IN-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  SHA-IN-POS      BINARY-LONG SYNC VALUE ZERO.
           03  SHA-TAKE        BINARY-LONG SYNC VALUE ZERO.
      *    *** 64バイトのブロックと総バイト数
           03  SHA-BLK         PIC  X(064) VALUE LOW-VALUE.
           03  SHA-BLK-N       BINARY-LONG SYNC VALUE ZERO.
           03  SHA-TOTAL       BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
           03  SHA-BITS        BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
      *    *** 出力(生の32バイト)
           03  SHA-OUT         PIC  X(032) VALUE LOW-VALUE.
      *    *** 状態値/メッセージスケジュール
           03  SHA-H           BINARY-LONG UNSIGNED SYNC OCCURS 8.
           03  SHA-W           BINARY-LONG UNSIGNED SYNC OCCURS 64.
           03  SHA-A           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-B           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-C           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-D           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-E           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-F           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-G           BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-HH          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-T1          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-T2          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-X1          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-X2          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-X3          BINARY-LONG UNSIGNED SYNC VALUE ZERO.
      *    *** 右回転/右シフト(S-ROTR)
           03  SHA-R-X         BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-R-N         BINARY-LONG SYNC VALUE ZERO.
           03  SHA-R-OUT       BINARY-LONG UNSIGNED SYNC VALUE ZERO.
           03  SHA-R-SHR       PIC  X(001) VALUE "N".
           03  SHA-Q           BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
           03  SHA-REM         BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
           03  SHA-SUM         BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
           03  SHA-V           BINARY-DOUBLE UNSIGNED SYNC VALUE ZERO.
      *    *** 2のべき乗(SHA-P2(n+1) = 2**n、n=0～32)
           03  SHA-P2          BINARY-DOUBLE UNSIGNED SYNC OCCURS 33.

      *    *** 初期ハッシュ値(素数2～19の平方根の小数部32ビット)
       01  SHA-H0-AREA.
           03  FILLER          PIC  9(010) VALUE 1779033703.
           03  FILLER          PIC  9(010) VALUE 3144134277.
           03  FILLER          PIC  9(010) VALUE 1013904242.
           03  FILLER          PIC  9(010) VALUE 2773480762.
           03  FILLER          PIC  9(010) VALUE 1359893119.
           03  FILLER          PIC  9(010) VALUE 2600822924.
           03  FILLER          PIC  9(010) VALUE 0528734635.
           03  FILLER          PIC  9(010) VALUE 1541459225.
       01  SHA-H0-TBL          REDEFINES SHA-H0-AREA.
           03  SHA-H0          PIC  9(010) OCCURS 8.

      *    *** 定数(素数2～311の立方根の小数部32ビット)
       01  SHA-K-AREA.
           03  FILLER          PIC  9(010) VALUE 1116352408.
           03  FILLER          PIC  9(010) VALUE 1899447441.
           03  FILLER          PIC  9(010) VALUE 3049323471.
           03  FILLER          PIC  9(010) VALUE 3921009573.
           03  FILLER          PIC  9(010) VALUE 0961987163.
           03  FILLER          PIC  9(010) VALUE 1508970993.
           03  FILLER          PIC  9(010) VALUE 2453635748.
           03  FILLER          PIC  9(010) VALUE 2870763221.
           03  FILLER          PIC  9(010) VALUE 3624381080.
           03  FILLER          PIC  9(010) VALUE 0310598401.
           03  FILLER          PIC  9(010) VALUE 0607225278.
           03  FILLER          PIC  9(010) VALUE 1426881987.
           03  FILLER          PIC  9(010) VALUE 1925078388.
           03  FILLER          PIC  9(010) VALUE 2162078206.
           03  FILLER          PIC  9(010) VALUE 2614888103.
           03  FILLER          PIC  9(010) VALUE 3248222580.
           03  FILLER          PIC  9(010) VALUE 3835390401.
           03  FILLER          PIC  9(010) VALUE 4022224774.
           03  FILLER          PIC  9(010) VALUE 0264347078.
           03  FILLER          PIC  9(010) VALUE 0604807628.
           03  FILLER          PIC  9(010) VALUE 0770255983.
           03  FILLER          PIC  9(010) VALUE 1249150122.
           03  FILLER          PIC  9(010) VALUE 1555081692.
           03  FILLER          PIC  9(010) VALUE 1996064986.
           03  FILLER          PIC  9(010) VALUE 2554220882.
           03  FILLER          PIC  9(010) VALUE 2821834349.
           03  FILLER          PIC  9(010) VALUE 2952996808.
           03  FILLER          PIC  9(010) VALUE 3210313671.
           03  FILLER          PIC  9(010) VALUE 3336571891.
           03  FILLER          PIC  9(010) VALUE 3584528711.
           03  FILLER          PIC  9(010) VALUE 0113926993.
           03  FILLER          PIC  9(010) VALUE 0338241895.
           03  FILLER          PIC  9(010) VALUE 0666307205.
           03  FILLER          PIC  9(010) VALUE 0773529912.
           03  FILLER          PIC  9(010) VALUE 1294757372.
           03  FILLER          PIC  9(010) VALUE 1396182291.
           03  FILLER          PIC  9(010) VALUE 1695183700.
           03  FILLER          PIC  9(010) VALUE 1986661051.
           03  FILLER          PIC  9(010) VALUE 2177026350.
           03  FILLER          PIC  9(010) VALUE 2456956037.
           03  FILLER          PIC  9(010) VALUE 2730485921.
           03  FILLER          PIC  9(010) VALUE 2820302411.
           03  FILLER          PIC  9(010) VALUE 3259730800.
           03  FILLER          PIC  9(010) VALUE 3345764771.
           03  FILLER          PIC  9(010) VALUE 3516065817.
           03  FILLER          PIC  9(010) VALUE 3600352804.
           03  FILLER          PIC  9(010) VALUE 4094571909.
           03  FILLER          PIC  9(010) VALUE 0275423344.
           03  FILLER          PIC  9(010) VALUE 0430227734.
           03  FILLER          PIC  9(010) VALUE 0506948616.
           03  FILLER          PIC  9(010) VALUE 0659060556.
           03  FILLER          PIC  9(010) VALUE 0883997877.
           03  FILLER          PIC  9(010) VALUE 0958139571.
           03  FILLER          PIC  9(010) VALUE 1322822218.
           03  FILLER          PIC  9(010) VALUE 1537002063.
           03  FILLER          PIC  9(010) VALUE 1747873779.
           03  FILLER          PIC  9(010) VALUE 1955562222.
           03  FILLER          PIC  9(010) VALUE 2024104815.
           03  FILLER          PIC  9(010) VALUE 2227730452.
           03  FILLER          PIC  9(010) VALUE 2361852424.
           03  FILLER          PIC  9(010) VALUE 2428436474.
           03  FILLER          PIC  9(010) VALUE 2756734187.
           03  FILLER          PIC  9(010) VALUE 3204031479.
           03  FILLER          PIC  9(010) VALUE 3329325298.
       01  SHA-K-TBL           REDEFINES SHA-K-AREA.
           03  SHA-K           PIC  9(010) OCCURS 64.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

      *    *** 対象ログ(最大20本)
       01  LOG-TBL-AREA.
           03  WK-LG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LG-TBL       OCCURS 20.
             05  WK-LG-NAME    PIC  X(016) VALUE SPACE.
             05  WK-LG-PATH    PIC  X(032) VALUE SPACE.
             05  WK-LG-LAST-TO PIC  9(009) VALUE ZERO.
             05  WK-LG-SEAL-NO PIC  9(006) VALUE ZERO.
             05  WK-LG-CHAIN   PIC  X(064) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、対象ログと台帳の最終封印の読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX

           EVALUATE WK-MODE
               WHEN "SEAL"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "VERIFY"
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-LG-CNT
                       IF      WK-SEL-LOG  =       SPACE   OR
                               WK-SEL-LOG  =       WK-LG-NAME (I)
                               PERFORM S400-10     THRU    S400-EX
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=SEAL/VERIFY"
                   MOVE    16          TO      RETURN-CODE
           END-EVALUATE

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           IF      WK-NG-CNT   >       ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
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
                                       LDG1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-HMS-X FROM   TIME
           MOVE    FUNCTION NUMVAL(WK-NOW-HMS-X (1:6)) TO WK-NOW-HMS

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-SEL-LOG  FROM    ARGUMENT-VALUE
           END-IF

      *    *** 台帳の物理パスをCFGNAMEで解決する
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-LDG1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LDG1-F-NAME

      *    *** 2のべき乗
           MOVE    1           TO      SHA-P2 (1)
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > 33
               COMPUTE SHA-P2 (J) = SHA-P2 (J - 1) * 2
           END-PERFORM
           .
       S010-EX.
           EXIT.

      *    *** 対象ログ読込(LOG=論理名。管制が無ければ既定の3本)
       S100-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   MOVE    3           TO      WK-LG-CNT
                   MOVE    "SECCHK.LOG"   TO   WK-LG-NAME (1)
                   MOVE    "EXCLOG.LOG"   TO   WK-LG-NAME (2)
                   MOVE    "DATETIME.LOG" TO   WK-LG-NAME (3)
                   GO  TO  S100-50
           END-IF

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       IF      PRM1-REC (1:1) NOT = "*"    AND
                               PRM1-REC NOT = SPACE
                           MOVE    SPACE       TO  WK-PRM01 WK-PRM02
                           UNSTRING PRM1-REC
                               DELIMITED BY "=" OR SPACE
                               INTO WK-PRM01
                                    WK-PRM02
                           END-UNSTRING
                           IF      WK-PRM01 = "LOG"    AND
                                   WK-PRM02 NOT = SPACE AND
                                   WK-LG-CNT < 20
                               ADD     1           TO  WK-LG-CNT
                               MOVE    WK-PRM02    TO
                                       WK-LG-NAME (WK-LG-CNT)
                           ELSE
                               DISPLAY WK-PGM-NAME
                                       " PRM1-F PARA ERROR="
                                       PRM1-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S100-50.

      *    *** 物理パスをCFGNAMEで解決する
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-LG-CNT
               MOVE    "RESOLV"    TO      WCF-ID
               MOVE    WK-LG-NAME (I) TO   WCF-LOGICAL
               CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
               MOVE    WCF-PHYSICAL TO     WK-LG-PATH (I)
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 台帳読込: ログ毎の最終封印(行番号/封印番号/連鎖値)
      *    *** (無ければ未封印から)
       S150-10.

           OPEN    INPUT       LDG1-F
           IF      WK-LDG1-STATUS NOT =  ZERO
                   GO  TO  S150-EX
           END-IF

           PERFORM UNTIL WK-LDG1-EOF = HIGH-VALUE
               READ    LDG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LDG1-EOF
                   NOT AT  END
                       IF      LDG1-KIND   =       "S"
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WK-LG-CNT
                               IF      WK-LG-NAME (I) = LDG1-LOG
                                   MOVE    LDG1-TO     TO
                                           WK-LG-LAST-TO (I)
                                   MOVE    LDG1-SEAL-NO TO
                                           WK-LG-SEAL-NO (I)
                                   MOVE    LDG1-CHAIN  TO
                                           WK-LG-CHAIN (I)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LDG1-F
           .
       S150-EX.
           EXIT.

      *    *** SEAL: 全ログの未封印の行を封印する
       S200-10.

           OPEN    EXTEND      LDG1-F
           IF      WK-LDG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      LDG1-F
           END-IF
           IF      WK-LDG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LDG1-F OPEN ERROR STATUS="
                           WK-LDG1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S200-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-LG-CNT
               IF      WK-SEL-LOG  =       SPACE   OR
                       WK-SEL-LOG  =       WK-LG-NAME (I)
                       PERFORM S210-10     THRU    S210-EX
               END-IF
           END-PERFORM

           CLOSE   LDG1-F
           .
       S200-EX.
           EXIT.

      *    *** ログ(I)の封印。封印済みの行を読み飛ばし、以降の行の
      *    *** 行レコードと、最後に封印レコードを台帳へ書く
       S210-10.

           MOVE    WK-LG-PATH (I) TO   WK-LOG1-F-NAME
           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " " WK-LG-NAME (I)
                           " ﾅｼ STATUS=" WK-LOG1-STATUS
                   GO  TO  S210-EX
           END-IF

      *    *** 封印済みの行を読み飛ばす(ログが短ければ不一致)
           MOVE    ZERO        TO      WK-LINE-NO
           PERFORM UNTIL WK-LINE-NO >= WK-LG-LAST-TO (I)
                      OR WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
               END-READ
           END-PERFORM
           IF      WK-LINE-NO  <       WK-LG-LAST-TO (I)
                   COMPUTE WK-NG-LINE  =       WK-LINE-NO + 1
                   MOVE    "SHORT"     TO      WK-NG-KIND
                   MOVE    SPACE       TO      WK-NG-MSG
                   STRING  "封印済み "         DELIMITED BY SIZE
                           WK-LG-LAST-TO (I)   DELIMITED BY SIZE
                           " 行よりログが短い" DELIMITED BY SIZE
                           INTO    WK-NG-MSG
                   PERFORM S490-10     THRU    S490-EX
                   CLOSE   LOG1-F
                   GO  TO  S210-EX
           END-IF

      *    *** 前回の連鎖値から続ける
           MOVE    LOW-VALUE   TO      WK-CHAIN-RAW
           IF      WK-LG-CHAIN (I) NOT = SPACE
                   MOVE    WK-LG-CHAIN (I) TO  WK-CHAIN-HEX
                   PERFORM S-HEXRAW-10 THRU    S-HEXRAW-EX
           END-IF

           COMPUTE WK-FROM-NO  =       WK-LINE-NO + 1
           PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
                       PERFORM S310-10     THRU    S310-EX
                       PERFORM S300-10     THRU    S300-EX
                       MOVE    SPACE       TO      LDG1-REC
                       MOVE    "L"         TO      LDG1-KIND
                       MOVE    WK-LG-NAME (I) TO   LDG1-LOG
                       MOVE    WK-LINE-NO  TO      LDG1-LINE
                       MOVE    WK-LINE-HEX (1:16) TO LDG1-DIGEST
                       WRITE   LDG1-REC
               END-READ
           END-PERFORM
           CLOSE   LOG1-F

           IF      WK-LINE-NO  <       WK-FROM-NO
                   DISPLAY WK-PGM-NAME " " WK-LG-NAME (I)
                           " 追記ﾅｼ LINE=" WK-LINE-NO
                   GO  TO  S210-EX
           END-IF

      *    *** 封印レコード
           ADD     1           TO      WK-LG-SEAL-NO (I)
           MOVE    WK-LINE-NO  TO      WK-LG-LAST-TO (I)
           MOVE    WK-CHAIN-HEX TO     WK-LG-CHAIN (I)
           MOVE    SPACE       TO      LDG1-REC
           MOVE    "S"         TO      LDG1-KIND
           MOVE    WK-LG-NAME (I) TO   LDG1-LOG
           MOVE    WK-LG-SEAL-NO (I) TO LDG1-SEAL-NO
           MOVE    WK-TODAY-YMD TO     LDG1-YMD
           MOVE    WK-NOW-HMS  TO      LDG1-HMS
           MOVE    WK-FROM-NO  TO      LDG1-FROM
           MOVE    WK-LINE-NO  TO      LDG1-TO
           MOVE    WK-CHAIN-HEX TO     LDG1-CHAIN
           WRITE   LDG1-REC
           ADD     1           TO      WK-SEAL-CNT

           DISPLAY WK-PGM-NAME " SEAL " WK-LG-NAME (I)
                   " NO=" WK-LG-SEAL-NO (I)
                   " LINE=" WK-FROM-NO "-" WK-LINE-NO
           DISPLAY WK-PGM-NAME "   CHAIN=" WK-CHAIN-HEX
           .
       S210-EX.
           EXIT.

      *    *** 連鎖値(WK-CHAIN-RAW/HEX)の更新。行ハッシュ(S310)を
      *    *** 求めた後に呼ぶ
       S300-10.

           PERFORM S-SHA-INIT-10 THRU  S-SHA-INIT-EX
           MOVE    WK-CHAIN-RAW TO     SHA-IN (1:32)
           MOVE    WK-LINE-RAW TO      SHA-IN (33:32)
           MOVE    64          TO      SHA-IN-LEN
           PERFORM S-SHA-UPD-10 THRU   S-SHA-UPD-EX
           PERFORM S-SHA-FIN-10 THRU   S-SHA-FIN-EX
           MOVE    SHA-OUT     TO      WK-CHAIN-RAW
           PERFORM S-RAWHEX-10 THRU    S-RAWHEX-EX
           MOVE    WK-HEX-OUT  TO      WK-CHAIN-HEX
           .
       S300-EX.
           EXIT.

      *    *** 読んだ1行の行ハッシュだけを求める
       S310-10.

           PERFORM S-SHA-INIT-10 THRU  S-SHA-INIT-EX
           IF      WK-LOG1-LEN >       ZERO
                   MOVE    LOG1-REC (1:WK-LOG1-LEN) TO SHA-IN
                   MOVE    WK-LOG1-LEN TO      SHA-IN-LEN
                   PERFORM S-SHA-UPD-10 THRU   S-SHA-UPD-EX
           END-IF
           PERFORM S-SHA-FIN-10 THRU   S-SHA-FIN-EX
           MOVE    SHA-OUT     TO      WK-LINE-RAW
           PERFORM S-RAWHEX-10 THRU    S-RAWHEX-EX
           MOVE    WK-HEX-OUT  TO      WK-LINE-HEX
           .
       S310-EX.
           EXIT.

      *    *** VERIFY: ログ(I)を先頭から台帳と突き合わせる
       S400-10.

           MOVE    ZERO        TO      WK-LINE-NO WK-SEALS-OK
           MOVE    ZERO        TO      WK-UNSEALED
           MOVE    LOW-VALUE   TO      WK-CHAIN-RAW
           MOVE    "N"         TO      WK-VRFY-END
           MOVE    SPACE       TO      WK-NG-KIND

           MOVE    WK-LG-PATH (I) TO   WK-LOG1-F-NAME
           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " " WK-LG-NAME (I)
                           " ﾅｼ STATUS=" WK-LOG1-STATUS
                   IF      WK-LG-LAST-TO (I) > ZERO
                           MOVE    1           TO      WK-NG-LINE
                           MOVE    "DELETED"   TO      WK-NG-KIND
                           MOVE    "封印済みのログが無い"
                                       TO      WK-NG-MSG
                           PERFORM S490-10     THRU    S490-EX
                   END-IF
                   GO  TO  S400-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-LDG1-EOF
           MOVE    "Y"         TO      WK-LDG1-OPEN
           OPEN    INPUT       LDG1-F
           IF      WK-LDG1-STATUS NOT =  ZERO
                   MOVE    HIGH-VALUE  TO      WK-LDG1-EOF
                   MOVE    "N"         TO      WK-LDG1-OPEN
           END-IF

           PERFORM UNTIL WK-VRFY-END = "Y"
               PERFORM S410-10     THRU    S410-EX
               EVALUATE TRUE
                   WHEN WK-LDG1-EOF =  HIGH-VALUE
                       MOVE    "Y"         TO      WK-VRFY-END
                   WHEN LDG1-KIND  =   "L"
                       PERFORM S420-10     THRU    S420-EX
                   WHEN OTHER
                       PERFORM S440-10     THRU    S440-EX
               END-EVALUATE
           END-PERFORM

           IF      WK-LDG1-OPEN =      "Y"
                   CLOSE   LDG1-F
           END-IF

      *    *** 未封印の行数
           IF      WK-NG-KIND  =       SPACE
               PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
                   READ    LOG1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LOG1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-UNSEALED
                   END-READ
               END-PERFORM
               DISPLAY WK-PGM-NAME " VERIFY OK " WK-LG-NAME (I)
                       " LINE=" WK-LINE-NO
                       " SEAL=" WK-SEALS-OK
                       " 未封印=" WK-UNSEALED
           END-IF
           CLOSE   LOG1-F
           .
       S400-EX.
           EXIT.

      *    *** 台帳からログ(I)の次のレコードを読む
       S410-10.

           PERFORM UNTIL WK-LDG1-EOF = HIGH-VALUE
               READ    LDG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LDG1-EOF
                   NOT AT  END
                       IF      LDG1-LOG    =       WK-LG-NAME (I)
                               GO  TO  S410-EX
                       END-IF
               END-READ
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** 行レコード: ログの次の行と行ハッシュを突き合わせる。
      *    *** 中断した封印の残り(行番号が処理済み以下)は読み飛ばす
       S420-10.

           IF      LDG1-LINE   <=      WK-LINE-NO
                   GO  TO  S420-EX
           END-IF
           IF      LDG1-LINE   >       WK-LINE-NO + 1
                   COMPUTE WK-NG-LINE  =       WK-LINE-NO + 1
                   MOVE    "LEDGER"    TO      WK-NG-KIND
                   MOVE    "台帳の行レコードが欠けている"
                                       TO      WK-NG-MSG
                   PERFORM S490-10     THRU    S490-EX
                   GO  TO  S420-EX
           END-IF

           MOVE    LDG1-LINE   TO      WK-NG-LINE
           MOVE    LDG1-DIGEST TO      WK-E-DIGEST
           READ    LOG1-F
               AT  END
                   MOVE    HIGH-VALUE  TO      WK-LOG1-EOF
           END-READ
           IF      WK-LOG1-EOF =       HIGH-VALUE
                   MOVE    "DELETED"   TO      WK-NG-KIND
                   MOVE    "ログの末尾が削除されている"
                                       TO      WK-NG-MSG
                   PERFORM S490-10     THRU    S490-EX
                   GO  TO  S420-EX
           END-IF

           PERFORM S310-10     THRU    S310-EX
           IF      WK-LINE-HEX (1:16) = WK-E-DIGEST
                   PERFORM S300-10     THRU    S300-EX
                   ADD     1           TO      WK-LINE-NO
                   GO  TO  S420-EX
           END-IF

      *    *** 不一致: 1行先を見て削除/挿入/改変を見分ける
           MOVE    WK-LINE-HEX (1:16) TO WK-D-DIGEST
           PERFORM S430-10     THRU    S430-EX
           EVALUATE TRUE
               WHEN WK-D-DIGEST =  WK-E2-DIGEST
                   MOVE    "DELETED"   TO      WK-NG-KIND
                   MOVE    "この行が削除されている"
                                       TO      WK-NG-MSG
               WHEN WK-D2-DIGEST = WK-E-DIGEST
                   MOVE    "INSERTED"  TO      WK-NG-KIND
                   MOVE    "この行が挿入されている"
                                       TO      WK-NG-MSG
               WHEN OTHER
                   MOVE    "EDITED"    TO      WK-NG-KIND
                   MOVE    "この行が改変されている"
                                       TO      WK-NG-MSG
           END-EVALUATE
           PERFORM S490-10     THRU    S490-EX
           .
       S420-EX.
           EXIT.

      *    *** 1行先: 台帳の次の行レコード(E2)とログの次の行(D2)
       S430-10.

           MOVE    SPACE       TO      WK-E2-DIGEST WK-D2-DIGEST
           PERFORM UNTIL WK-LDG1-EOF = HIGH-VALUE
                      OR WK-E2-DIGEST NOT = SPACE
               PERFORM S410-10     THRU    S410-EX
               IF      WK-LDG1-EOF NOT =   HIGH-VALUE  AND
                       LDG1-KIND   =       "L"         AND
                       LDG1-LINE   =       WK-NG-LINE + 1
                       MOVE    LDG1-DIGEST TO      WK-E2-DIGEST
               END-IF
           END-PERFORM

           READ    LOG1-F
               AT  END
                   MOVE    HIGH-VALUE  TO      WK-LOG1-EOF
               NOT AT  END
                   PERFORM S310-10     THRU    S310-EX
                   MOVE    WK-LINE-HEX (1:16) TO WK-D2-DIGEST
           END-READ
           .
       S430-EX.
           EXIT.

      *    *** 封印レコード: ここまでの連鎖値を突き合わせる
       S440-10.

           IF      LDG1-TO     NOT =   WK-LINE-NO
                   COMPUTE WK-NG-LINE  =       WK-LINE-NO + 1
                   MOVE    "LEDGER"    TO      WK-NG-KIND
                   MOVE    "台帳の行レコードが欠けている"
                                       TO      WK-NG-MSG
                   PERFORM S490-10     THRU    S490-EX
                   GO  TO  S440-EX
           END-IF

           IF      LDG1-CHAIN  NOT =   WK-CHAIN-HEX
                   MOVE    LDG1-FROM   TO      WK-NG-LINE
                   MOVE    "SEAL"      TO      WK-NG-KIND
                   MOVE    SPACE       TO      WK-NG-MSG
                   STRING  "封印 "             DELIMITED BY SIZE
                           LDG1-SEAL-NO        DELIMITED BY SIZE
                           " の連鎖値が不一致(行 "
                                               DELIMITED BY SIZE
                           LDG1-FROM           DELIMITED BY SIZE
                           "-"                 DELIMITED BY SIZE
                           LDG1-TO             DELIMITED BY SIZE
                           ")"                 DELIMITED BY SIZE
                           INTO    WK-NG-MSG
                   PERFORM S490-10     THRU    S490-EX
                   GO  TO  S440-EX
           END-IF

           ADD     1           TO      WK-SEALS-OK
           .
       S440-EX.
           EXIT.

      *    *** 不一致の報告とNOTIFY配信(ログ1本につき最初の1件)
       S490-10.

           ADD     1           TO      WK-NG-CNT
           MOVE    "Y"         TO      WK-VRFY-END
           DISPLAY WK-PGM-NAME " NG " WK-LG-NAME (I)
                   " LINE=" WK-NG-LINE " " WK-NG-KIND
           DISPLAY WK-PGM-NAME "   " WK-NG-MSG

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           MOVE    "E"         TO      WNT-SEV
           MOVE    "NT0007"    TO      WNT-MSGID
           MOVE    WK-LG-NAME (I) TO   WNT-SUB1
           MOVE    SPACE       TO      WNT-SUB2
           STRING  WK-NG-LINE          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-NG-KIND          DELIMITED BY SPACE
                   INTO    WNT-SUB2
           MOVE    "LOG SEAL MISMATCH" TO WNT-EXC-STATUS
           MOVE    WK-LG-PATH (I) TO   WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           MOVE    ZERO        TO      RETURN-CODE
           .
       S490-EX.
           EXIT.

      *    *** SHA-256: 初期化
       S-SHA-INIT-10.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               MOVE    SHA-H0 (J)  TO      SHA-H (J)
           END-PERFORM
           MOVE    ZERO        TO      SHA-BLK-N SHA-TOTAL
           MOVE    LOW-VALUE   TO      SHA-BLK
           .
       S-SHA-INIT-EX.
           EXIT.

      *    *** SHA-256: SHA-IN(1:SHA-IN-LEN)を加える
       S-SHA-UPD-10.

           ADD     SHA-IN-LEN  TO      SHA-TOTAL
           MOVE    1           TO      SHA-IN-POS
           PERFORM UNTIL SHA-IN-POS > SHA-IN-LEN
               COMPUTE SHA-TAKE    =       64 - SHA-BLK-N
               IF      SHA-TAKE    >       SHA-IN-LEN - SHA-IN-POS + 1
                       COMPUTE SHA-TAKE =  SHA-IN-LEN - SHA-IN-POS + 1
               END-IF
               MOVE    SHA-IN (SHA-IN-POS:SHA-TAKE)
                                   TO      SHA-BLK (SHA-BLK-N + 1:
                                                    SHA-TAKE)
               ADD     SHA-TAKE    TO      SHA-IN-POS SHA-BLK-N
               IF      SHA-BLK-N   =       64
                       PERFORM S-SHA-BLK-10 THRU   S-SHA-BLK-EX
                       MOVE    ZERO        TO      SHA-BLK-N
                       MOVE    LOW-VALUE   TO      SHA-BLK
               END-IF
           END-PERFORM
           .
       S-SHA-UPD-EX.
           EXIT.

      *    *** SHA-256: 詰め物(0x80、0x00…、ビット長8バイト)を加えて
      *    *** SHA-OUTへ32バイトの結果を返す
       S-SHA-FIN-10.

           COMPUTE SHA-BITS    =       SHA-TOTAL * 8
           MOVE    128         TO      PIC-Halfword
           ADD     1           TO      SHA-BLK-N
           MOVE    PIC-X       TO      SHA-BLK (SHA-BLK-N:1)
           IF      SHA-BLK-N   >       56
                   PERFORM S-SHA-BLK-10 THRU   S-SHA-BLK-EX
                   MOVE    ZERO        TO      SHA-BLK-N
                   MOVE    LOW-VALUE   TO      SHA-BLK
           END-IF

      *    *** ビット長(ビッグエンディアン)を57～64桁目へ
           PERFORM VARYING P FROM 64 BY -1 UNTIL P < 57
               DIVIDE  SHA-BITS    BY      256
                       GIVING  SHA-BITS    REMAINDER SHA-REM
               MOVE    SHA-REM     TO      PIC-Halfword
               MOVE    PIC-X       TO      SHA-BLK (P:1)
           END-PERFORM
           PERFORM S-SHA-BLK-10 THRU   S-SHA-BLK-EX

      *    *** 状態値をビッグエンディアンで並べる
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               MOVE    SHA-H (J)   TO      SHA-V
               PERFORM VARYING P FROM 4 BY -1 UNTIL P < 1
                   DIVIDE  SHA-V       BY      256
                           GIVING  SHA-V       REMAINDER SHA-REM
                   MOVE    SHA-REM     TO      PIC-Halfword
                   MOVE    PIC-X       TO      SHA-OUT (J * 4 - 4 + P:1)
               END-PERFORM
           END-PERFORM
           .
       S-SHA-FIN-EX.
           EXIT.

      *    *** SHA-256: 64バイトのブロック1つを圧縮する
       S-SHA-BLK-10.

      *    *** メッセージスケジュール
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 16
               MOVE    ZERO        TO      SHA-V
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
                   MOVE    SHA-BLK (J * 4 - 4 + P:1) TO PIC-X
                   COMPUTE SHA-V   =       SHA-V * 256 + PIC-Halfword
               END-PERFORM
               MOVE    SHA-V       TO      SHA-W (J)
           END-PERFORM
           PERFORM VARYING J FROM 17 BY 1 UNTIL J > 64
      *    *** s0 = ROTR7 ^ ROTR18 ^ SHR3 (W(j-15))
               MOVE    SHA-W (J - 15) TO   SHA-R-X
               MOVE    7           TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               MOVE    SHA-R-OUT   TO      SHA-X1
               MOVE    18          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
               MOVE    3           TO      SHA-R-N
               MOVE    "Y"         TO      SHA-R-SHR
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
      *    *** s1 = ROTR17 ^ ROTR19 ^ SHR10 (W(j-2))
               MOVE    SHA-W (J - 2) TO    SHA-R-X
               MOVE    17          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               MOVE    SHA-R-OUT   TO      SHA-X2
               MOVE    19          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X2 BY VALUE 4
               MOVE    10          TO      SHA-R-N
               MOVE    "Y"         TO      SHA-R-SHR
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X2 BY VALUE 4
               COMPUTE SHA-SUM =   SHA-W (J - 16) + SHA-X1
                                 + SHA-W (J - 7)  + SHA-X2
               DIVIDE  SHA-SUM     BY      4294967296
                       GIVING  SHA-Q       REMAINDER SHA-W (J)
           END-PERFORM

           MOVE    SHA-H (1)   TO      SHA-A
           MOVE    SHA-H (2)   TO      SHA-B
           MOVE    SHA-H (3)   TO      SHA-C
           MOVE    SHA-H (4)   TO      SHA-D
           MOVE    SHA-H (5)   TO      SHA-E
           MOVE    SHA-H (6)   TO      SHA-F
           MOVE    SHA-H (7)   TO      SHA-G
           MOVE    SHA-H (8)   TO      SHA-HH

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 64
      *    *** S1 = ROTR6 ^ ROTR11 ^ ROTR25 (e)
               MOVE    SHA-E       TO      SHA-R-X
               MOVE    6           TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               MOVE    SHA-R-OUT   TO      SHA-X1
               MOVE    11          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
               MOVE    25          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
      *    *** ch = (e AND f) ^ (NOT e AND g)
               MOVE    SHA-E       TO      SHA-X2
               CALL    "CBL_AND"   USING   SHA-F SHA-X2 BY VALUE 4
               MOVE    SHA-E       TO      SHA-X3
               CALL    "CBL_NOT"   USING   SHA-X3 BY VALUE 4
               CALL    "CBL_AND"   USING   SHA-G SHA-X3 BY VALUE 4
               CALL    "CBL_XOR"   USING   SHA-X3 SHA-X2 BY VALUE 4
      *    *** temp1 = h + S1 + ch + K(j) + W(j)
               COMPUTE SHA-SUM =   SHA-HH + SHA-X1 + SHA-X2
                                 + SHA-K (J) + SHA-W (J)
               DIVIDE  SHA-SUM     BY      4294967296
                       GIVING  SHA-Q       REMAINDER SHA-T1
      *    *** S0 = ROTR2 ^ ROTR13 ^ ROTR22 (a)
               MOVE    SHA-A       TO      SHA-R-X
               MOVE    2           TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               MOVE    SHA-R-OUT   TO      SHA-X1
               MOVE    13          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
               MOVE    22          TO      SHA-R-N
               PERFORM S-ROTR-10   THRU    S-ROTR-EX
               CALL    "CBL_XOR"   USING   SHA-R-OUT SHA-X1 BY VALUE 4
      *    *** maj = (a AND b) ^ (a AND c) ^ (b AND c)
               MOVE    SHA-A       TO      SHA-X2
               CALL    "CBL_AND"   USING   SHA-B SHA-X2 BY VALUE 4
               MOVE    SHA-A       TO      SHA-X3
               CALL    "CBL_AND"   USING   SHA-C SHA-X3 BY VALUE 4
               CALL    "CBL_XOR"   USING   SHA-X3 SHA-X2 BY VALUE 4
               MOVE    SHA-B       TO      SHA-X3
               CALL    "CBL_AND"   USING   SHA-C SHA-X3 BY VALUE 4
               CALL    "CBL_XOR"   USING   SHA-X3 SHA-X2 BY VALUE 4
      *    *** temp2 = S0 + maj
               COMPUTE SHA-SUM =   SHA-X1 + SHA-X2
               DIVIDE  SHA-SUM     BY      4294967296
                       GIVING  SHA-Q       REMAINDER SHA-T2

               MOVE    SHA-G       TO      SHA-HH
               MOVE    SHA-F       TO      SHA-G
               MOVE    SHA-E       TO      SHA-F
               COMPUTE SHA-SUM =   SHA-D + SHA-T1
               DIVIDE  SHA-SUM     BY      4294967296
                       GIVING  SHA-Q       REMAINDER SHA-E
               MOVE    SHA-C       TO      SHA-D
               MOVE    SHA-B       TO      SHA-C
               MOVE    SHA-A       TO      SHA-B
               COMPUTE SHA-SUM =   SHA-T1 + SHA-T2
               DIVIDE  SHA-SUM     BY      4294967296
                       GIVING  SHA-Q       REMAINDER SHA-A
           END-PERFORM

           COMPUTE SHA-SUM =   SHA-H (1) + SHA-A
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (1)
           COMPUTE SHA-SUM =   SHA-H (2) + SHA-B
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (2)
           COMPUTE SHA-SUM =   SHA-H (3) + SHA-C
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (3)
           COMPUTE SHA-SUM =   SHA-H (4) + SHA-D
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (4)
           COMPUTE SHA-SUM =   SHA-H (5) + SHA-E
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (5)
           COMPUTE SHA-SUM =   SHA-H (6) + SHA-F
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (6)
           COMPUTE SHA-SUM =   SHA-H (7) + SHA-G
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (7)
           COMPUTE SHA-SUM =   SHA-H (8) + SHA-HH
           DIVIDE  SHA-SUM     BY      4294967296
                   GIVING  SHA-Q       REMAINDER SHA-H (8)
           .
       S-SHA-BLK-EX.
           EXIT.

      *    *** 32ビットの右回転(SHA-R-SHR=Yの時は右シフト)
      *    *** SHA-R-OUT = SHA-R-X を SHA-R-N ビット
       S-ROTR-10.

           DIVIDE  SHA-R-X     BY      SHA-P2 (SHA-R-N + 1)
                   GIVING  SHA-Q       REMAINDER SHA-REM
           IF      SHA-R-SHR   =       "Y"
                   MOVE    SHA-Q       TO      SHA-R-OUT
                   MOVE    "N"         TO      SHA-R-SHR
           ELSE
                   COMPUTE SHA-R-OUT = SHA-Q
                                     + SHA-REM * SHA-P2 (33 - SHA-R-N)
           END-IF
           .
       S-ROTR-EX.
           EXIT.

      *    *** 生の32バイト(SHA-OUT)を16進64桁(WK-HEX-OUT)へ
       S-RAWHEX-10.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 32
               MOVE    SHA-OUT (P:1) TO    PIC-X
               DIVIDE  PIC-Halfword BY     16
                       GIVING  WK-HEX-HI   REMAINDER WK-HEX-LO
               MOVE    WK-HEX-CHARS (WK-HEX-HI + 1:1)
                                   TO      WK-HEX-OUT (P * 2 - 1:1)
               MOVE    WK-HEX-CHARS (WK-HEX-LO + 1:1)
                                   TO      WK-HEX-OUT (P * 2:1)
           END-PERFORM
           .
       S-RAWHEX-EX.
           EXIT.

      *    *** 16進64桁(WK-CHAIN-HEX)を生の32バイト(WK-CHAIN-RAW)へ
       S-HEXRAW-10.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 32
               MOVE    ZERO        TO      WK-HEX-HI WK-HEX-LO
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > 16
                   IF      WK-HEX-CHARS (L:1) =
                           WK-CHAIN-HEX (P * 2 - 1:1)
                           COMPUTE WK-HEX-HI = L - 1
                   END-IF
                   IF      WK-HEX-CHARS (L:1) =
                           WK-CHAIN-HEX (P * 2:1)
                           COMPUTE WK-HEX-LO = L - 1
                   END-IF
               END-PERFORM
               COMPUTE PIC-Halfword = WK-HEX-HI * 16 + WK-HEX-LO
               MOVE    PIC-X       TO      WK-CHAIN-RAW (P:1)
           END-PERFORM
           .
       S-HEXRAW-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       LDG1-REC

           DISPLAY WK-PGM-NAME " END 封印=" WK-SEAL-CNT
                   " 不一致=" WK-NG-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
