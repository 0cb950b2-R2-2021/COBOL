      *    *** CHECK : サインオン済み利用者の役割が(プログラム,機能)
      *    ***         を許されているか確認する(拒否もログ)
      *    *** LOG   : 特権操作の内容を記録する
      *    *** TICKET: サインオン済み利用者の引継ぎ券を発行し、券台帳
      *    ***         (SECCHK.TKT、追記専用)に記録して環境変数
      *    ***         SECCHK_TICKETに置く(MAINMENUが起動する機能へ
      *    ***         サインオン済みの本人を引き継ぐ)。券はPASSに返す。
      *    ***         乱数源(/dev/urandom)が読めない時は券を出さずN
      *    *** RESUME: 環境変数(PASS指定時はPASS)の券を券台帳で確かめ、
      *    ***         当日発行で未失効ならその利用者としてサインオン
      *    ***         状態にする。券が無ければ何もせずN(呼出し側は
      *    ***         従来どおりSIGNONを求める)
      *    *** SIGNOF: 発行した券を失効させ、サインオン状態を解く
      *    *** ROLECK: 指定利用者(OPID)の役割が(プログラム,機能)を
      *    ***         許されているか確認する。サインオン状態は変えない
      *    ***         (RPTDISTの機密帳票の配布先確認等、本人以外の
      *    ***         権限を調べる用途。拒否もログ)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SECCHK.
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 引継ぎ券台帳(追記専用、最後の行がその券の状態)
           SELECT TKT1-F           ASSIGN   WK-TKT1-F-NAME
                               STATUS   WK-TKT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       01  LOG1-REC.
           03  FILLER          PIC  X(100).

      *    *** 状態 A=有効 C=失効
       FD  TKT1-F
           LABEL RECORDS ARE STANDARD.
       01  TKT1-REC.
           03  TKT1-NO         PIC  X(016).
           03  FILLER          PIC  X(001).
           03  TKT1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  TKT1-ROLE       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  TKT1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  TKT1-HMS        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  TKT1-STATE      PIC  X(001).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SECCHK  ".
           03  WK-USR1-F-NAME  PIC  X(032) VALUE "SECCHK.USR".
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "SECCHK.PRM".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "SECCHK.LOG".
           03  WK-TKT1-F-NAME  PIC  X(032) VALUE "SECCHK.TKT".

           03  WK-USR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TKT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-USR1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TKT1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** サインオン状態(呼出しをまたいで保持する)
           03  WK-SIGNED-ON    PIC  X(001) VALUE "N".
           03  WK-CUR-OPID     PIC  X(008) VALUE SPACE.
           03  WK-CUR-ROLE     PIC  X(008) VALUE SPACE.
      *    *** この呼出し元が発行した引継ぎ券(SIGNOFで失効させる)
           03  WK-CUR-TKT      PIC  X(016) VALUE SPACE.

      *    *** 引継ぎ券の発行/照合
           03  WK-TKT-ENV      PIC  X(013) VALUE "SECCHK_TICKET".
           03  WK-TKT-NO       PIC  X(016) VALUE SPACE.
           03  WK-TKT-RAW      PIC  X(008) VALUE SPACE.
           03  WK-TKT-STATE    PIC  X(001) VALUE SPACE.
           03  WK-TKT-OPID     PIC  X(008) VALUE SPACE.
           03  WK-TKT-ROLE     PIC  X(008) VALUE SPACE.
           03  WK-TKT-YMD      PIC  9(008) VALUE ZERO.
           03  WK-HEX-CHR      PIC  X(016) VALUE "0123456789ABCDEF".
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.
      *    *** 乱数が取れたか(Y/N)
           03  WK-TKT-OK       PIC  X(001) VALUE "N".
           03  K               BINARY-LONG SYNC VALUE ZERO.

      *    *** 乱数源(/dev/urandom)の読込み
           03  WK-FH           USAGE IS POINTER.
           03  WK-CFILE        PIC  X(081) VALUE SPACE.
           03  WK-ACCESS-MODE  BINARY-LONG SYNC VALUE 1.
           03  WK-FILE-LOCK    PIC  X(001) VALUE SPACE.
           03  WK-DEVICE       PIC  X(001) VALUE SPACE.
           03  WK-OFFSET       PIC  9(018) COMP VALUE ZERO.
           03  WK-READ-LEN     PIC  9(008) COMP VALUE 8.
           03  WK-FLAGS        BINARY-CHAR SYNC VALUE ZERO.

           03  WK-DATE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-TIME-HMS     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LOG-DETAIL PIC  X(040) VALUE SPACE.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

       LINKAGE                 SECTION.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==LSC==.
                   MOVE    "PRIV"      TO      WK-ACT
                   MOVE    "Y"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
               WHEN "TICKET"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "RESUME"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "SIGNOF"
                   PERFORM S600-10     THRU    S600-EX
               WHEN "ROLECK"
                   PERFORM S700-10     THRU    S700-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LSC-ID ERROR=" LSC-ID
                   MOVE    "N"         TO      LSC-RESULT

           MOVE    WK-DATE-YMD TO      WK-LOG-YMD
           MOVE    WK-TIME-HMS TO      WK-LOG-HMS
           IF      LSC-ID      =       "SIGNON" OR "ROLECK"
                   MOVE    LSC-OPID    TO      WK-LOG-OPID
           ELSE
                   MOVE    WK-CUR-OPID TO      WK-LOG-OPID
           .
       S300-EX.
           EXIT.

      *    *** TICKET: 引継ぎ券の発行。未サインオンは拒否する
       S400-10.

           MOVE    "N"         TO      LSC-RESULT
           MOVE    WK-CUR-ROLE TO      LSC-ROLE
           MOVE    "TICKET"    TO      WK-ACT

           IF      WK-SIGNED-ON NOT =  "Y"
                   MOVE    "N"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S400-EX
           END-IF

           PERFORM S410-10     THRU    S410-EX
           IF      WK-TKT-OK   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 券発行中止(乱数)"
                   MOVE    "N"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S400-EX
           END-IF

           OPEN    EXTEND      TKT1-F
           IF      WK-TKT1-STATUS =    05      OR      35
                   OPEN    OUTPUT      TKT1-F
           END-IF
           IF      WK-TKT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TKT1-F OPEN ERROR STATUS="
                           WK-TKT1-STATUS
                   MOVE    "N"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S400-EX
           END-IF

           ACCEPT  WK-DATE-YMD FROM     DATE YYYYMMDD
           ACCEPT  WK-TIME-HMS FROM     TIME
           MOVE    SPACE       TO      TKT1-REC
           MOVE    WK-TKT-NO   TO      TKT1-NO
           MOVE    WK-CUR-OPID TO      TKT1-OPID
           MOVE    WK-CUR-ROLE TO      TKT1-ROLE
           MOVE    WK-DATE-YMD TO      TKT1-YMD
           MOVE    WK-TIME-HMS TO      TKT1-HMS
           MOVE    "A"         TO      TKT1-STATE
           WRITE   TKT1-REC
           CLOSE   TKT1-F

      *    *** 起動する子プロセスへ環境変数で渡す
           MOVE    WK-TKT-NO   TO      WK-CUR-TKT
           MOVE    WK-TKT-NO   TO      LSC-PASS
           DISPLAY WK-TKT-ENV  UPON    ENVIRONMENT-NAME
           DISPLAY WK-CUR-TKT  UPON    ENVIRONMENT-VALUE

           MOVE    "Y"         TO      LSC-RESULT
           MOVE    "Y"         TO      WK-RES
           PERFORM S300-10     THRU    S300-EX
           .
       S400-EX.
           EXIT.

      *    *** 券番号(8バイトの乱数を16進16桁に)。/dev/urandomが
      *    *** 読めない時は WK-TKT-OK=N で戻り、券は発行しない
      *    *** (推測できる番号を出さない)
       S410-10.

           MOVE    "N"         TO      WK-TKT-OK
           MOVE    SPACE       TO      WK-TKT-RAW
           MOVE    SPACE       TO      WK-TKT-NO
           MOVE    SPACE       TO      WK-CFILE
           STRING  "/dev/urandom" DELIMITED BY SIZE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE =       ZERO
                   MOVE    ZERO        TO      WK-OFFSET
                   MOVE    ZERO        TO      WK-FLAGS
                   MOVE    8           TO      WK-READ-LEN
                   CALL    "CBL_READ_FILE" USING WK-FH
                                                 WK-OFFSET
                                                 WK-READ-LEN
                                                 WK-FLAGS
                                                 WK-TKT-RAW
                   IF      RETURN-CODE =       ZERO
                           MOVE    "Y"         TO      WK-TKT-OK
                   END-IF
                   CALL    "CBL_CLOSE_FILE" USING WK-FH
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           IF      WK-TKT-OK   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " /dev/urandom READ ERROR"
                   GO  TO  S410-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 8
               MOVE    WK-TKT-RAW (K:1) TO PIC-X
               DIVIDE  PIC-Halfword BY 16 GIVING WK-HEX-HI
                                       REMAINDER WK-HEX-LO
               MOVE    WK-HEX-CHR (WK-HEX-HI + 1:1)
                                       TO      WK-TKT-NO (K * 2 - 1:1)
               MOVE    WK-HEX-CHR (WK-HEX-LO + 1:1)
                                       TO      WK-TKT-NO (K * 2:1)
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** RESUME: 引継ぎ券でサインオン状態を再開する
       S500-10.

           MOVE    "N"         TO      LSC-RESULT
           MOVE    SPACE       TO      LSC-ROLE
           MOVE    "N"         TO      WK-SIGNED-ON
           MOVE    SPACE       TO      WK-CUR-OPID WK-CUR-ROLE

           IF      LSC-PASS    =       SPACE
                   MOVE    SPACE       TO      WK-TKT-NO
                   ACCEPT  WK-TKT-NO   FROM    ENVIRONMENT
                           "SECCHK_TICKET"
           ELSE
                   MOVE    LSC-PASS    TO      WK-TKT-NO
           END-IF
      *    *** 券が無い(メニュー以外からの起動)なら記録せず戻る
           IF      WK-TKT-NO   =       SPACE
                   GO  TO  S500-EX
           END-IF

           MOVE    "RESUME"    TO      WK-ACT
           MOVE    "N"         TO      WK-RES
           MOVE    SPACE       TO      WK-TKT-STATE
           MOVE    LOW-VALUE   TO      WK-TKT1-EOF
           OPEN    INPUT       TKT1-F
           IF      WK-TKT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TKT1-F OPEN ERROR STATUS="
                           WK-TKT1-STATUS
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S500-EX
           END-IF

           PERFORM UNTIL WK-TKT1-EOF = HIGH-VALUE
               READ    TKT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TKT1-EOF
                   NOT AT  END
                       IF      TKT1-NO     =   WK-TKT-NO
                           MOVE    TKT1-STATE  TO  WK-TKT-STATE
                           MOVE    TKT1-OPID   TO  WK-TKT-OPID
                           MOVE    TKT1-ROLE   TO  WK-TKT-ROLE
                           MOVE    TKT1-YMD    TO  WK-TKT-YMD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TKT1-F

      *    *** 有効(A)で当日発行の券だけ認める
           ACCEPT  WK-DATE-YMD FROM     DATE YYYYMMDD
           IF      WK-TKT-STATE =      "A"     AND
                   WK-TKT-YMD  =       WK-DATE-YMD
                   MOVE    "Y"         TO      WK-SIGNED-ON
                   MOVE    WK-TKT-OPID TO      WK-CUR-OPID
                   MOVE    WK-TKT-ROLE TO      WK-CUR-ROLE
                   MOVE    WK-TKT-OPID TO      LSC-OPID
                   MOVE    WK-TKT-ROLE TO      LSC-ROLE
                   MOVE    "Y"         TO      LSC-RESULT
                   MOVE    "Y"         TO      WK-RES
           END-IF
           PERFORM S300-10     THRU    S300-EX
           .
       S500-EX.
           EXIT.

      *    *** SIGNOF: 発行した券の失効とサインオン状態の解除
       S600-10.

           MOVE    "Y"         TO      LSC-RESULT
           MOVE    "SIGNOF"    TO      WK-ACT
           MOVE    "Y"         TO      WK-RES

           IF      WK-CUR-TKT  NOT =   SPACE
                   OPEN    EXTEND      TKT1-F
                   IF      WK-TKT1-STATUS =    05      OR      35
                           OPEN    OUTPUT      TKT1-F
                   END-IF
                   IF      WK-TKT1-STATUS =    ZERO
                           ACCEPT  WK-DATE-YMD FROM     DATE YYYYMMDD
                           ACCEPT  WK-TIME-HMS FROM     TIME
                           MOVE    SPACE       TO      TKT1-REC
                           MOVE    WK-CUR-TKT  TO      TKT1-NO
                           MOVE    WK-CUR-OPID TO      TKT1-OPID
                           MOVE    WK-CUR-ROLE TO      TKT1-ROLE
                           MOVE    WK-DATE-YMD TO      TKT1-YMD
                           MOVE    WK-TIME-HMS TO      TKT1-HMS
                           MOVE    "C"         TO      TKT1-STATE
                           WRITE   TKT1-REC
                           CLOSE   TKT1-F
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " TKT1-F OPEN ERROR STATUS="
                                   WK-TKT1-STATUS
                           MOVE    "N"         TO      LSC-RESULT
                           MOVE    "N"         TO      WK-RES
                   END-IF
                   MOVE    SPACE       TO      WK-CUR-TKT
                   DISPLAY WK-TKT-ENV  UPON    ENVIRONMENT-NAME
                   DISPLAY WK-CUR-TKT  UPON    ENVIRONMENT-VALUE
           END-IF

           PERFORM S300-10     THRU    S300-EX

           MOVE    "N"         TO      WK-SIGNED-ON
           MOVE    SPACE       TO      WK-CUR-OPID WK-CUR-ROLE
           .
       S600-EX.
           EXIT.

       S700-10.

           MOVE    "N"         TO      LSC-RESULT
           MOVE    SPACE       TO      LSC-ROLE
           MOVE    "ROLECK"    TO      WK-ACT
           MOVE    LOW-VALUE   TO      WK-USR1-EOF

      *    *** 利用者マスターから役割を引く
           OPEN    INPUT       USR1-F
           IF      WK-USR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " USR1-F OPEN ERROR STATUS="
                           WK-USR1-STATUS
                   MOVE    "N"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S700-EX
           END-IF

           PERFORM UNTIL WK-USR1-EOF = HIGH-VALUE
               READ    USR1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-USR1-EOF
                   NOT AT  END
                       IF      USR1-OPID   =   LSC-OPID
                           MOVE    USR1-ROLE   TO  LSC-ROLE
                           MOVE    HIGH-VALUE  TO  WK-USR1-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   USR1-F

           IF      LSC-ROLE    =       SPACE
                   MOVE    "N"         TO      WK-RES
                   PERFORM S300-10     THRU    S300-EX
                   GO  TO  S700-EX
           END-IF

      *    *** 権限マスターで(役割,プログラム,機能)を確認する
           MOVE    LOW-VALUE   TO      WK-PRM1-EOF
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
           ELSE
               PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
                   READ    PRM1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-PRM1-EOF
                       NOT AT  END
                           IF      PRM1-ROLE   =   LSC-ROLE    AND
                                   PRM1-PGM    =   LSC-PGM     AND
                                   PRM1-FUNC   =   LSC-FUNC
                               MOVE    "Y"         TO  LSC-RESULT
                               MOVE    HIGH-VALUE  TO  WK-PRM1-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PRM1-F
           END-IF

           MOVE    LSC-RESULT  TO      WK-RES
           PERFORM S300-10     THRU    S300-EX
           .
       S700-EX.
           EXIT.
