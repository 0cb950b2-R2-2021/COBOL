      *    *** 本番ライブラリへのモジュール移送(プロモーション)管理
      *    *** OCicは実行ディレクトリへコンパイルする為、試験途中の
      *    *** モジュールがJOBCHAINの実行する本番ディレクトリへ
      *    *** 紛れ込む事があった。移送をパッケージ単位の申請/
      *    *** 二人承認/反映/戻しに限る。
      *    ***
      *    *** 起動引数: 1=MODE 2=パッケージ名(16桁まで)
      *    ***           3=PRM1(既定PROMOTE.PRM1、無くてもよい)
      *    *** MODE=SUBMIT  (PROMOTE,SUBMIT権限)
      *    ***   ・パッケージ定義(パッケージ名.PKG)のモジュールと
      *    ***     コピー句が試験ライブラリにある事を確かめ、
      *    ***     TESTRUNの結果(TEST=)の全ケースがPASSの時だけ
      *    ***     APPRSUBで承認待ち(P)として積む。1件でもPASS以外
      *    ***     (FAIL/BASE)ならRC=8で申請しない
      *    ***   ・検査プログラム(GATE=、パッケージ定義とPRM1)を
      *    ***     順に実行し、戻り値がGATERC以上ならRC=8で申請しない
      *    ***   ・申請内容(モジュール一覧)は制御ファイルに固定し、
      *    ***     以後パッケージ定義を直しても反映には使わない
      *    *** MODE=PROMOTE (PROMOTE,PROMOTE権限)
      *    ***   ・APPROVE REVIEWで申請者以外が承認(A)した時だけ、
      *    ***     TESTRUNの結果と検査プログラムを再確認して
      *    ***     本番ライブラリへ複写する(申請後にPRM1へ足された
      *    ***     GATE=も実行する)
      *    ***   ・複写の前に本番の旧モジュールを
      *    ***     本番ライブラリ/モジュール名.so.リリース番号
      *    ***     の番号付きバックアップとして残す
      *    ***   ・複写が途中で失敗した時は反映済みのモジュールを
      *    ***     元へ戻してRC=16
      *    ***   承認待ちはRC=4、却下/反映済みはRC=8
      *    *** MODE=ROLLBACK(PROMOTE,ROLLBACK権限)
      *    ***   ・反映済みパッケージの旧モジュールを一括で戻す
      *    ***     (新規だったモジュールは本番から消す)
      *    ***   ・後のリリースが同じモジュールを反映済みの時は戻さない
      *    ***
      *    *** 反映/戻しはリリース台帳(追記専用)に
      *    *** パッケージ、モジュール、申請者/承認者/実行者、日時、
      *    *** TESTRUNの結果、検査プログラムの戻り値を記録し、
      *    *** SECCHKのログへも残す。
      *    ***
      *    *** パッケージ定義(パッケージ名.PKG)の行:
      *    ***   PGM=モジュール名    (1..50、拡張子なし)
      *    ***   CPY=コピー句名      (任意、台帳へ記録)
      *    ***   TEST=TESTRUNの結果  (既定TESTRUN.POT1)
      *    ***   GATE=検査プログラム名[,引数]
      *    ***        (cobcrunで実行。例 GATE=LAYOUTCHK,LAYOUTCHK.PRM1)
      *    ***        サブルーチンは GATE=SUBTEST,サブルーチン名 で
      *    ***        単体テストのFAILを止める
      *    ***   "*"行はコメント
      *    *** PRM1の行:
      *    ***   TESTLIB=試験ライブラリ(既定 .)
      *    ***   PRODLIB=本番ライブラリ(既定 PROD)
      *    ***   MODEXT=モジュールの拡張子(既定 .so)
      *    ***   F-CTL=制御ファイル(既定PROMOTE.CTL)
      *    ***   F-LEDGER=リリース台帳(既定PROMOTE.LOG)
      *    ***   GATE=検査プログラム名[,引数] 全パッケージで実行(20件)
      *    ***   GATERC=検査プログラムを不合格とする戻り値(既定8)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PROMOTE.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** パッケージ定義
           SELECT PKG1-F           ASSIGN   WK-PKG1-F-NAME
                               STATUS   WK-PKG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** TESTRUNの結果(TESTRUN.POT1)
           SELECT TST1-F           ASSIGN   WK-TST1-F-NAME
                               STATUS   WK-TST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 制御ファイル(全件読み/書き直し)
           SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** リリース台帳(追記専用)
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PKG1-F
           LABEL RECORDS ARE STANDARD.
       01  PKG1-REC.
           03  FILLER          PIC  X(100).

       FD  TST1-F
           LABEL RECORDS ARE STANDARD.
       01  TST1-REC.
           03  TST1-CASE-ID    PIC  X(005).
           03  TST1-CASE       PIC  X(008).
           03  FILLER          PIC  X(005).
           03  TST1-PGM        PIC  X(020).
           03  FILLER          PIC  X(001).
           03  TST1-RESULT     PIC  X(004).
           03  FILLER          PIC  X(057).

      *    *** H=パッケージ行 P=モジュール行 C=コピー句行
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CTL1-PKG        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  CTL1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
      *    *** P=承認待ち D=反映済み B=戻し済み
           03  CTL1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CTL1-REL        PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CTL1-SUB-OPID   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CTL1-SUB-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-PRO-OPID   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CTL1-PRO-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-CASE       PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CTL1-TEST       PIC  X(032).
           03  FILLER          PIC  X(014).
       01  CTL1-MREC.
           03  CTL1-M-KIND     PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CTL1-M-PKG      PIC  X(016).
           03  FILLER          PIC  X(001).
           03  CTL1-M-NAME     PIC  X(032).
           03  FILLER          PIC  X(001).
      *    *** Y=旧版をバックアップ済み N=新規 空白=未反映
           03  CTL1-M-BKUP     PIC  X(001).
           03  FILLER          PIC  X(001).
      *    *** G=検査プログラム行の引数と最後の戻り値
           03  CTL1-M-ARG      PIC  X(032).
           03  FILLER          PIC  X(001).
           03  CTL1-M-RC       PIC  X(003).
           03  FILLER          PIC  X(030).

       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  FILLER          PIC  X(160).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PROMOTE ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "PROMOTE.PRM1".
           03  WK-PKG1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-TST1-F-NAME  PIC  X(032) VALUE "TESTRUN.POT1".
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "PROMOTE.CTL".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "PROMOTE.LOG".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PKG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PKG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CTL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-PKG          PIC  X(016) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-APP-OPID     PIC  X(008) VALUE SPACE.
           03  WK-TEST-LIB     PIC  X(032) VALUE ".".
           03  WK-PROD-LIB     PIC  X(032) VALUE "PROD".
           03  WK-MOD-EXT      PIC  X(008) VALUE ".so".

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.

      *    *** 対象パッケージの添字、リリース番号
           03  WK-MAX-REL      PIC  9(004) VALUE ZERO.
           03  WK-REL          PIC  9(004) VALUE ZERO.
           03  WK-PGM-CNT      PIC  9(004) VALUE ZERO.
           03  WK-CPY-CNT      PIC  9(004) VALUE ZERO.
           03  WK-DONE-CNT     PIC  9(004) VALUE ZERO.
           03  WK-NG           PIC  X(001) VALUE "N".

      *    *** TESTRUNの結果の集計
           03  WK-CASE-CNT     PIC  9(004) VALUE ZERO.
           03  WK-PASS-CNT     PIC  9(004) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(004) VALUE ZERO.

      *    *** 試験/本番/バックアップのパス
           03  WK-PATH-TST     PIC  X(080) VALUE SPACE.
           03  WK-PATH-PRD     PIC  X(080) VALUE SPACE.
           03  WK-PATH-BAK     PIC  X(080) VALUE SPACE.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.
           03  WK-FX-EXIST     PIC  X(001) VALUE "N".

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(032) VALUE SPACE.

      *    *** 検査プログラム
           03  WK-GATE-RC      PIC  9(003) VALUE 8.
           03  WK-GATE-CNT     PIC  9(004) VALUE ZERO.
           03  WK-GATE-NG      PIC  9(004) VALUE ZERO.
           03  WK-RC-X         PIC  X(003) VALUE SPACE.

      *    *** 台帳行
           03  WK-LOG-LINE     PIC  X(160) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

      *    *** パッケージテーブル(最大200件)
       01  PKG-TBL-AREA.
           03  WK-PK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PK-TBL       OCCURS 200.
             05  WK-PK-PKG     PIC  X(016) VALUE SPACE.
             05  WK-PK-SEQ     PIC  9(006) VALUE ZERO.
             05  WK-PK-STATE   PIC  X(001) VALUE SPACE.
             05  WK-PK-REL     PIC  9(004) VALUE ZERO.
             05  WK-PK-SUB-OPID PIC X(008) VALUE SPACE.
             05  WK-PK-SUB-YMD PIC  9(008) VALUE ZERO.
             05  WK-PK-PRO-OPID PIC X(008) VALUE SPACE.
             05  WK-PK-PRO-YMD PIC  9(008) VALUE ZERO.
             05  WK-PK-CASE    PIC  9(004) VALUE ZERO.
             05  WK-PK-TEST    PIC  X(032) VALUE SPACE.

      *    *** PRM1の検査プログラム(最大20件)
       01  GATE-TBL-AREA.
           03  WK-GT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-GT-TBL       OCCURS 20.
             05  WK-GT-NAME    PIC  X(032) VALUE SPACE.
             05  WK-GT-ARG     PIC  X(032) VALUE SPACE.

      *    *** モジュール/コピー句/検査プログラムテーブル(最大2000件)
      *    *** パッケージ名が空白の行は書き直しで捨てる
       01  MOD-TBL-AREA.
           03  WK-MD-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-MD-TBL       OCCURS 2000.
             05  WK-MD-KIND    PIC  X(001) VALUE SPACE.
             05  WK-MD-PKG     PIC  X(016) VALUE SPACE.
             05  WK-MD-NAME    PIC  X(032) VALUE SPACE.
             05  WK-MD-BKUP    PIC  X(001) VALUE SPACE.
             05  WK-MD-ARG     PIC  X(032) VALUE SPACE.
             05  WK-MD-RC      PIC  9(003) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1読込、サインオン、制御ファイル読込
           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  =       ZERO
               EVALUATE WK-MODE
                   WHEN "SUBMIT"
                       PERFORM S200-10     THRU    S200-EX
                   WHEN "PROMOTE"
                       PERFORM S400-10     THRU    S400-EX
                   WHEN "ROLLBACK"
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

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PKG      FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           IF      WK-MODE     NOT =   "SUBMIT"    AND
                   WK-MODE     NOT =   "PROMOTE"   AND
                   WK-MODE     NOT =   "ROLLBACK"
                   DISPLAY WK-PGM-NAME
                           " ARG-1=SUBMIT/PROMOTE/ROLLBACK"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           IF      WK-PKG      =       SPACE
                   DISPLAY WK-PGM-NAME
                           " ARG-2=パッケージ名 ﾌｿｸ"
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

           MOVE    WK-PKG      TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-TEST-LIB TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-PROD-LIB TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-MOD-EXT  TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX

      *    *** サインオンと機能別の権限(PROMOTE,MODE)
           DISPLAY WK-PGM-NAME " OPERATOR ID ?"
           ACCEPT  WSC-OPID
           DISPLAY WK-PGM-NAME " PASSWORD ?"
           ACCEPT  WSC-PASS
           MOVE    "SIGNON"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "PROMOTE"   TO      WSC-PGM
           MOVE    WK-MODE     TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

           PERFORM S100-10     THRU    S100-EX
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03

           EVALUATE WK-PRM01
               WHEN "TESTLIB"
                   MOVE    WK-PRM02    TO      WK-TEST-LIB
               WHEN "PRODLIB"
                   MOVE    WK-PRM02    TO      WK-PROD-LIB
               WHEN "MODEXT"
                   MOVE    WK-PRM02    TO      WK-MOD-EXT
               WHEN "F-CTL"
                   MOVE    WK-PRM02    TO      WK-CTL1-F-NAME
               WHEN "F-LEDGER"
                   MOVE    WK-PRM02    TO      WK-LOG1-F-NAME
               WHEN "GATE"
                   IF      WK-GT-CNT   >=      20
                       DISPLAY WK-PGM-NAME " GATE= 20件ｵｰﾊﾞｰ"
                       STOP    RUN
                   END-IF
                   MOVE    WK-PRM02    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-PRM03    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   ADD     1           TO      WK-GT-CNT
                   MOVE    WK-PRM02    TO      WK-GT-NAME (WK-GT-CNT)
                   MOVE    WK-PRM03    TO      WK-GT-ARG (WK-GT-CNT)
               WHEN "GATERC"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-GATE-RC
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** シェルへ渡す名前に英数字と . _ - / 以外が無い事
       S050-10.

           MOVE    "Y"         TO      WK-CHK-OK
           PERFORM VARYING WK-CHK-P FROM 1 BY 1 UNTIL WK-CHK-P > 80
               IF      WK-CHK-X (WK-CHK-P:1) NOT = SPACE
                   IF      WK-CHK-X (WK-CHK-P:1) IS ALPHABETIC  OR
                           WK-CHK-X (WK-CHK-P:1) IS NUMERIC     OR
                           WK-CHK-X (WK-CHK-P:1) =    "."       OR
                           WK-CHK-X (WK-CHK-P:1) =    "_"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "-"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "/"
                           CONTINUE
                   ELSE
                           MOVE    "N"         TO      WK-CHK-OK
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-CHK-OK   =       "N"
                   DISPLAY WK-PGM-NAME " 名前ﾆ ﾌｾｲ ﾓｼﾞ "
                           WK-CHK-X (1:40)
                   STOP    RUN
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** モジュールJ(テーブル)の試験/本番/バックアップのパス
      *    *** WK-FX-EXIST = 本番にあるか
       S060-10.

           MOVE    SPACE       TO      WK-PATH-TST
                                       WK-PATH-PRD
                                       WK-PATH-BAK
           IF      WK-MD-KIND (J) =    "C"
                   STRING  WK-TEST-LIB     DELIMITED BY SPACE
                           "/"             DELIMITED BY SIZE
                           WK-MD-NAME (J)  DELIMITED BY SPACE
                           INTO    WK-PATH-TST
           ELSE
                   STRING  WK-TEST-LIB     DELIMITED BY SPACE
                           "/"             DELIMITED BY SIZE
                           WK-MD-NAME (J)  DELIMITED BY SPACE
                           WK-MOD-EXT      DELIMITED BY SPACE
                           INTO    WK-PATH-TST
           END-IF
           STRING  WK-PROD-LIB     DELIMITED BY SPACE
                   "/"             DELIMITED BY SIZE
                   WK-MD-NAME (J)  DELIMITED BY SPACE
                   WK-MOD-EXT      DELIMITED BY SPACE
                   INTO    WK-PATH-PRD
           STRING  WK-PATH-PRD     DELIMITED BY SPACE
                   "."             DELIMITED BY SIZE
                   WK-REL          DELIMITED BY SIZE
                   INTO    WK-PATH-BAK

           MOVE    WK-PATH-TST TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-PATH-BAK TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX

           CALL    "CBL_CHECK_FILE_EXIST" USING WK-PATH-PRD
                                              WK-FX-DETAILS
           END-CALL
           IF      RETURN-CODE =       ZERO
                   MOVE    "Y"         TO      WK-FX-EXIST
           ELSE
                   MOVE    "N"         TO      WK-FX-EXIST
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           .
       S060-EX.
           EXIT.

      *    *** 制御ファイル読込、対象パッケージの添字(K)
       S100-10.

           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS =    35
                   GO  TO  S100-EX
           END-IF
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-CTL1-EOF = HIGH-VALUE
               READ    CTL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CTL1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   CTL1-F

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PK-CNT
               IF      WK-PK-PKG (I) =     WK-PKG
                       MOVE    I           TO      K
               END-IF
               IF      WK-PK-REL (I) >     WK-MAX-REL
                       MOVE    WK-PK-REL (I) TO    WK-MAX-REL
               END-IF
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 制御ファイル1行をテーブルへ
       S110-10.

           IF      CTL1-KIND   =       "H"
                   IF      WK-PK-CNT   >=      200
                           DISPLAY WK-PGM-NAME
                               " パッケージ 200件ｵｰﾊﾞｰ"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-PK-CNT
                   MOVE    CTL1-PKG    TO      WK-PK-PKG (WK-PK-CNT)
                   MOVE    CTL1-SEQ    TO      WK-PK-SEQ (WK-PK-CNT)
                   MOVE    CTL1-STATE  TO      WK-PK-STATE (WK-PK-CNT)
                   MOVE    CTL1-REL    TO      WK-PK-REL (WK-PK-CNT)
                   MOVE    CTL1-SUB-OPID TO
                           WK-PK-SUB-OPID (WK-PK-CNT)
                   MOVE    CTL1-SUB-YMD TO
                           WK-PK-SUB-YMD (WK-PK-CNT)
                   MOVE    CTL1-PRO-OPID TO
                           WK-PK-PRO-OPID (WK-PK-CNT)
                   MOVE    CTL1-PRO-YMD TO
                           WK-PK-PRO-YMD (WK-PK-CNT)
                   MOVE    CTL1-CASE   TO      WK-PK-CASE (WK-PK-CNT)
                   MOVE    CTL1-TEST   TO      WK-PK-TEST (WK-PK-CNT)
           ELSE
                   IF      WK-MD-CNT   >=      2000
                           DISPLAY WK-PGM-NAME
                               " モジュール 2000件ｵｰﾊﾞｰ"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-MD-CNT
                   MOVE    CTL1-M-KIND TO      WK-MD-KIND (WK-MD-CNT)
                   MOVE    CTL1-M-PKG  TO      WK-MD-PKG (WK-MD-CNT)
                   MOVE    CTL1-M-NAME TO      WK-MD-NAME (WK-MD-CNT)
                   MOVE    CTL1-M-BKUP TO      WK-MD-BKUP (WK-MD-CNT)
                   MOVE    CTL1-M-ARG  TO      WK-MD-ARG (WK-MD-CNT)
                   IF      CTL1-M-RC   IS      NUMERIC
                       MOVE    CTL1-M-RC   TO  WK-MD-RC (WK-MD-CNT)
                   ELSE
                       MOVE    ZERO        TO  WK-MD-RC (WK-MD-CNT)
                   END-IF
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** SUBMIT: パッケージ定義の確認、TESTRUN結果の確認、
      *    *** 承認申請
       S200-10.

      *    *** 同じパッケージ名は承認待ち(却下を除く)/反映済みの
      *    *** 間は申請できない。戻し済み/却下なら出し直してよい
           IF      K           >       ZERO
               IF      WK-PK-STATE (K) =   "D"
                   DISPLAY WK-PGM-NAME
                           " 反映済みのパッケージ "
                           WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
               END-IF
               IF      WK-PK-STATE (K) =   "P"
                   MOVE    "STATUS"    TO      WAP-ID
                   MOVE    WK-PK-SEQ (K) TO    WAP-SEQ
                   CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
                   IF      WAP-STATE   NOT =   "R"
                       DISPLAY WK-PGM-NAME
                               " 申請中のパッケージ "
                               WK-PKG " SEQ=" WK-PK-SEQ (K)
                               " STATE=" WAP-STATE
                       MOVE    16          TO      WK-RC-SAVE
                       GO  TO  S200-EX
                   END-IF
               END-IF
      *    *** 前回の申請内容を捨てる
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
                   IF      WK-MD-PKG (J) =     WK-PKG
                           MOVE    SPACE       TO      WK-MD-PKG (J)
                   END-IF
               END-PERFORM
           ELSE
               IF      WK-PK-CNT   >=      200
                   DISPLAY WK-PGM-NAME
                           " パッケージ 200件ｵｰﾊﾞｰ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
               END-IF
               ADD     1           TO      WK-PK-CNT
               MOVE    WK-PK-CNT   TO      K
           END-IF

           PERFORM S210-10     THRU    S210-EX
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S200-EX
           END-IF

           PERFORM S300-10     THRU    S300-EX
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S200-EX
           END-IF

           PERFORM S350-10     THRU    S350-EX
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S200-EX
           END-IF

           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    "PROMOTE"   TO      WAP-TARGET
           MOVE    "A"         TO      WAP-TYPE
           MOVE    WK-PKG      TO      WAP-KEY
           MOVE    WK-OPID     TO      WAP-OPID
           MOVE    SPACE       TO      WAP-BEFORE
           MOVE    SPACE       TO      WAP-AFTER
           STRING  "PGM="              DELIMITED BY SIZE
                   WK-PGM-CNT          DELIMITED BY SIZE
                   " CPY="             DELIMITED BY SIZE
                   WK-CPY-CNT          DELIMITED BY SIZE
                   " CASE="            DELIMITED BY SIZE
                   WK-CASE-CNT         DELIMITED BY SIZE
                   " PASS="            DELIMITED BY SIZE
                   WK-PASS-CNT         DELIMITED BY SIZE
                   " GATE="            DELIMITED BY SIZE
                   WK-GATE-CNT         DELIMITED BY SIZE
                   " TEST="            DELIMITED BY SIZE
                   WK-TST1-F-NAME      DELIMITED BY SPACE
                   INTO    WAP-AFTER
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           IF      WAP-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 承認申請できない SEQ="
                           WAP-SEQ " STATE=" WAP-STATE
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF

           MOVE    WK-PKG      TO      WK-PK-PKG (K)
           MOVE    WAP-SEQ     TO      WK-PK-SEQ (K)
           MOVE    "P"         TO      WK-PK-STATE (K)
           MOVE    ZERO        TO      WK-PK-REL (K)
           MOVE    WK-OPID     TO      WK-PK-SUB-OPID (K)
           MOVE    WK-TODAY-YMD TO     WK-PK-SUB-YMD (K)
           MOVE    SPACE       TO      WK-PK-PRO-OPID (K)
           MOVE    ZERO        TO      WK-PK-PRO-YMD (K)
           MOVE    WK-CASE-CNT TO      WK-PK-CASE (K)
           MOVE    WK-TST1-F-NAME TO   WK-PK-TEST (K)

           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " 承認申請 " WK-PKG " SEQ=" WAP-SEQ
                   " (APPROVE REVIEW で承認後 PROMOTE)"
           .
       S200-EX.
           EXIT.

      *    *** パッケージ定義の読込み、試験ライブラリの存在確認
       S210-10.

           MOVE    SPACE       TO      WK-PKG1-F-NAME
           STRING  WK-PKG              DELIMITED BY SPACE
                   ".PKG"              DELIMITED BY SIZE
                   INTO    WK-PKG1-F-NAME
           OPEN    INPUT       PKG1-F
           IF      WK-PKG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PKG1-F OPEN ERROR STATUS="
                           WK-PKG1-STATUS " (" WK-PKG1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S210-EX
           END-IF

           PERFORM UNTIL WK-PKG1-EOF = HIGH-VALUE
               READ    PKG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PKG1-EOF
                   NOT AT  END
                       PERFORM S220-10     THRU    S220-EX
               END-READ
           END-PERFORM
           CLOSE   PKG1-F

           IF      WK-PGM-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " PGM= が無い " WK-PKG1-F-NAME
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S210-EX
           END-IF
           IF      WK-PGM-CNT  >       50
                   DISPLAY WK-PGM-NAME " PGM= 50件ｵｰﾊﾞｰ "
                           WK-PKG1-F-NAME
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S210-EX
           END-IF

           MOVE    "N"         TO      WK-NG
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) NOT = "G"
                   PERFORM S060-10     THRU    S060-EX
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-PATH-TST
                                                      WK-FX-DETAILS
                   END-CALL
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME
                                   " 試験ライブラリに無い "
                                   WK-PATH-TST (1:40)
                           MOVE    "Y"         TO      WK-NG
                   END-IF
                   MOVE    ZERO        TO      RETURN-CODE
               END-IF
           END-PERFORM
           IF      WK-NG       =       "Y"
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** パッケージ定義の1行
       S220-10.

           IF      PKG1-REC (1:1) =    "*"     OR
                   PKG1-REC    =       SPACE
                   GO  TO  S220-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
           UNSTRING PKG1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03

           EVALUATE WK-PRM01
               WHEN "PGM"
               WHEN "CPY"
                   IF      WK-MD-CNT   >=      2000
                       DISPLAY WK-PGM-NAME
                               " モジュール 2000件ｵｰﾊﾞｰ"
                       STOP    RUN
                   END-IF
                   MOVE    WK-PRM02    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   ADD     1           TO      WK-MD-CNT
                   MOVE    WK-PRM01 (1:1) TO   WK-MD-KIND (WK-MD-CNT)
                   MOVE    WK-PKG      TO      WK-MD-PKG (WK-MD-CNT)
                   MOVE    WK-PRM02    TO      WK-MD-NAME (WK-MD-CNT)
                   MOVE    SPACE       TO      WK-MD-BKUP (WK-MD-CNT)
                   IF      WK-PRM01    =       "PGM"
                           ADD     1           TO      WK-PGM-CNT
                   ELSE
                           ADD     1           TO      WK-CPY-CNT
                   END-IF
               WHEN "TEST"
                   MOVE    WK-PRM02    TO      WK-TST1-F-NAME
               WHEN "GATE"
                   IF      WK-MD-CNT   >=      2000
                       DISPLAY WK-PGM-NAME
                               " モジュール 2000件ｵｰﾊﾞｰ"
                       STOP    RUN
                   END-IF
                   MOVE    WK-PRM02    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-PRM03    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   ADD     1           TO      WK-MD-CNT
                   MOVE    "G"         TO      WK-MD-KIND (WK-MD-CNT)
                   MOVE    WK-PKG      TO      WK-MD-PKG (WK-MD-CNT)
                   MOVE    WK-PRM02    TO      WK-MD-NAME (WK-MD-CNT)
                   MOVE    SPACE       TO      WK-MD-BKUP (WK-MD-CNT)
                   MOVE    WK-PRM03    TO      WK-MD-ARG (WK-MD-CNT)
                   MOVE    ZERO        TO      WK-MD-RC (WK-MD-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PKG ERROR=" PKG1-REC (1:40)
                   STOP    RUN
           END-EVALUATE
           .
       S220-EX.
           EXIT.

      *    *** TESTRUNの結果: CASE=行が1件以上あり全てPASSである事
      *    *** (FAIL/BASEの行はRC=8で一覧を出す)
       S300-10.

           MOVE    ZERO        TO      WK-CASE-CNT
                                       WK-PASS-CNT
                                       WK-NG-CNT
           MOVE    LOW-VALUE   TO      WK-TST1-EOF
           OPEN    INPUT       TST1-F
           IF      WK-TST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TST1-F OPEN ERROR STATUS="
                           WK-TST1-STATUS " (" WK-TST1-F-NAME ")"
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           PERFORM UNTIL WK-TST1-EOF = HIGH-VALUE
               READ    TST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TST1-EOF
                   NOT AT  END
                       IF      TST1-CASE-ID =      "CASE="
                           ADD     1           TO      WK-CASE-CNT
                           IF      TST1-RESULT =       "PASS"
                               ADD     1           TO      WK-PASS-CNT
                           ELSE
                               ADD     1           TO      WK-NG-CNT
                               DISPLAY WK-PGM-NAME " "
                                       TST1-REC (1:60)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TST1-F

           DISPLAY WK-PGM-NAME " TESTRUN CASE=" WK-CASE-CNT
                   " PASS=" WK-PASS-CNT " (" WK-TST1-F-NAME ")"
           IF      WK-CASE-CNT =       ZERO    OR
                   WK-NG-CNT   >       ZERO
                   DISPLAY WK-PGM-NAME
                           " TESTRUN 全件PASSでない為 不可"
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 検査プログラム: PRM1のGATE=でパッケージに無い物を
      *    *** パッケージの行へ足し、全てcobcrunで実行する。
      *    *** 戻り値はテーブル(制御ファイル、台帳)に残す
       S350-10.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-GT-CNT
               MOVE    "N"         TO      WK-NG
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
                   IF      WK-MD-PKG (J) =     WK-PKG  AND
                           WK-MD-KIND (J) =    "G"     AND
                           WK-MD-NAME (J) =    WK-GT-NAME (I)  AND
                           WK-MD-ARG (J) =     WK-GT-ARG (I)
                           MOVE    "Y"         TO      WK-NG
                   END-IF
               END-PERFORM
               IF      WK-NG       =       "N"
                   IF      WK-MD-CNT   >=      2000
                       DISPLAY WK-PGM-NAME
                               " モジュール 2000件ｵｰﾊﾞｰ"
                       MOVE    16          TO      WK-RC-SAVE
                       GO  TO  S350-EX
                   END-IF
                   ADD     1           TO      WK-MD-CNT
                   MOVE    "G"         TO      WK-MD-KIND (WK-MD-CNT)
                   MOVE    WK-PKG      TO      WK-MD-PKG (WK-MD-CNT)
                   MOVE    WK-GT-NAME (I) TO   WK-MD-NAME (WK-MD-CNT)
                   MOVE    SPACE       TO      WK-MD-BKUP (WK-MD-CNT)
                   MOVE    WK-GT-ARG (I) TO    WK-MD-ARG (WK-MD-CNT)
                   MOVE    ZERO        TO      WK-MD-RC (WK-MD-CNT)
               END-IF
           END-PERFORM

           MOVE    ZERO        TO      WK-GATE-CNT WK-GATE-NG
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) =    "G"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cobcrun "      DELIMITED BY SIZE
                           WK-MD-NAME (J)  DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-MD-ARG (J)   DELIMITED BY SPACE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
      *    *** 終了状態は256倍で返るので戻り値に直す
                   IF      RETURN-CODE >=      256
                       COMPUTE WK-MD-RC (J) = RETURN-CODE / 256
                   ELSE
                       MOVE    RETURN-CODE TO  WK-MD-RC (J)
                   END-IF
                   MOVE    ZERO        TO      RETURN-CODE
                   ADD     1           TO      WK-GATE-CNT
                   DISPLAY WK-PGM-NAME " GATE " WK-MD-NAME (J) (1:16)
                           " " WK-MD-ARG (J) (1:16)
                           " RC=" WK-MD-RC (J)
                   IF      WK-MD-RC (J) >=     WK-GATE-RC
                       ADD     1           TO      WK-GATE-NG
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-GATE-NG  >       ZERO
                   DISPLAY WK-PGM-NAME " 検査プログラム NG="
                           WK-GATE-NG " (RC>=" WK-GATE-RC ") 不可"
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S350-EX.
           EXIT.

      *    *** PROMOTE: 承認確認、TESTRUN再確認、旧版バックアップ、
      *    *** 本番ライブラリへ複写、台帳記録
       S400-10.

           IF      K           =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 申請の無いパッケージ "
                           WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF
           EVALUATE WK-PK-STATE (K)
               WHEN "D"
                   DISPLAY WK-PGM-NAME " 反映済み " WK-PKG
                           " REL=" WK-PK-REL (K)
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S400-EX
               WHEN "B"
                   DISPLAY WK-PGM-NAME
                           " 戻し済み(再申請が要る) "
                           WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-EVALUATE

           MOVE    "STATUS"    TO      WAP-ID
           MOVE    WK-PK-SEQ (K) TO    WAP-SEQ
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           EVALUATE WAP-STATE
               WHEN "A"
               WHEN "X"
                   DISPLAY WK-PGM-NAME
                           " 承認済み SEQ=" WK-PK-SEQ (K)
                           " 承認者=" WAP-APP-OPID
               WHEN "P"
                   DISPLAY WK-PGM-NAME
                           " 承認待ち SEQ=" WK-PK-SEQ (K)
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S400-EX
               WHEN "R"
                   DISPLAY WK-PGM-NAME " 却下 SEQ=" WK-PK-SEQ (K)
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S400-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 承認の保留が無い SEQ="
                           WK-PK-SEQ (K)
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-EVALUATE

      *    *** 承認後に試験をやり直して落ちていないか
           MOVE    WK-PK-TEST (K) TO   WK-TST1-F-NAME
           PERFORM S300-10     THRU    S300-EX
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S400-EX
           END-IF
           PERFORM S350-10     THRU    S350-EX
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S400-EX
           END-IF

           COMPUTE WK-REL      =       WK-MAX-REL + 1

      *    *** 試験ライブラリにモジュールが揃っているか
           MOVE    "N"         TO      WK-NG
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) =    "P"
                   PERFORM S060-10     THRU    S060-EX
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-PATH-TST
                                                      WK-FX-DETAILS
                   END-CALL
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME
                                   " 試験ライブラリに無い "
                                   WK-PATH-TST (1:40)
                           MOVE    "Y"         TO      WK-NG
                   END-IF
                   MOVE    ZERO        TO      RETURN-CODE
               END-IF
           END-PERFORM
           IF      WK-NG       =       "Y"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF

      *    *** 旧版のバックアップと複写。失敗したら戻して止める
           MOVE    ZERO        TO      WK-DONE-CNT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-MD-CNT OR WK-NG = "Y"
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) =    "P"
                   PERFORM S410-10     THRU    S410-EX
               END-IF
           END-PERFORM
           IF      WK-NG       =       "Y"
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
                       IF      WK-MD-PKG (J) =     WK-PKG  AND
                               WK-MD-KIND (J) =    "P"     AND
                               WK-MD-BKUP (J) NOT = SPACE
                           PERFORM S520-10     THRU    S520-EX
                           MOVE    SPACE       TO  WK-MD-BKUP (J)
                       END-IF
                   END-PERFORM
                   DISPLAY WK-PGM-NAME " 反映中止(元へ戻した) "
                           WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF

           MOVE    "D"         TO      WK-PK-STATE (K)
           MOVE    WK-REL      TO      WK-PK-REL (K)
           MOVE    WK-OPID     TO      WK-PK-PRO-OPID (K)
           MOVE    WK-TODAY-YMD TO     WK-PK-PRO-YMD (K)
           MOVE    WK-CASE-CNT TO      WK-PK-CASE (K)

           MOVE    WAP-APP-OPID TO     WK-APP-OPID
           PERFORM S700-10     THRU    S700-EX
           PERFORM S800-10     THRU    S800-EX

           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "PROMOTE "          DELIMITED BY SIZE
                   WK-PKG              DELIMITED BY SPACE
                   " REL="             DELIMITED BY SIZE
                   WK-REL              DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           DISPLAY WK-PGM-NAME " 反映 " WK-PKG " REL=" WK-REL
                   " モジュール=" WK-DONE-CNT
           .
       S400-EX.
           EXIT.

      *    *** モジュールJ: 本番の旧版をバックアップし、試験から複写
       S410-10.

           PERFORM S060-10     THRU    S060-EX

           IF      WK-FX-EXIST =       "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cp "           DELIMITED BY SIZE
                           WK-PATH-PRD     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PATH-BAK     DELIMITED BY SPACE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME " 複写NG "
                                   WK-CMD (1:60)
                           MOVE    "Y"         TO      WK-NG
                           GO  TO  S410-EX
                   END-IF
                   MOVE    "Y"         TO      WK-MD-BKUP (J)
           ELSE
                   MOVE    "N"         TO      WK-MD-BKUP (J)
           END-IF

           MOVE    SPACE       TO      WK-CMD
           STRING  "cp "           DELIMITED BY SIZE
                   WK-PATH-TST     DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WK-PATH-PRD     DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 複写NG " WK-CMD (1:60)
                   MOVE    "Y"         TO      WK-NG
                   GO  TO  S410-EX
           END-IF
           ADD     1           TO      WK-DONE-CNT
           DISPLAY WK-PGM-NAME " " WK-PATH-PRD (1:40)
                   " 旧版=" WK-MD-BKUP (J)
           .
       S410-EX.
           EXIT.

      *    *** ROLLBACK: 反映済みパッケージの旧モジュールを戻す
       S500-10.

           IF      K           =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 申請の無いパッケージ "
                           WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           IF      WK-PK-STATE (K) NOT = "D"
                   DISPLAY WK-PGM-NAME
                           " 反映されていない " WK-PKG
                           " STATE=" WK-PK-STATE (K)
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    WK-PK-REL (K) TO    WK-REL

      *    *** 後のリリースが同じモジュールを反映済みなら戻さない
           MOVE    "N"         TO      WK-NG
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) =    "P"
                   PERFORM S510-10     THRU    S510-EX
               END-IF
           END-PERFORM
           IF      WK-NG       =       "Y"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    ZERO        TO      WK-DONE-CNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG  AND
                       WK-MD-KIND (J) =    "P"
                   PERFORM S520-10     THRU    S520-EX
               END-IF
           END-PERFORM
           IF      WK-NG       =       "Y"
                   DISPLAY WK-PGM-NAME " 戻しが一部失敗 " WK-PKG
                   MOVE    16          TO      WK-RC-SAVE
           END-IF

           MOVE    "B"         TO      WK-PK-STATE (K)
           PERFORM S700-10     THRU    S700-EX
           PERFORM S800-10     THRU    S800-EX

           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "ROLLBACK "         DELIMITED BY SIZE
                   WK-PKG              DELIMITED BY SPACE
                   " REL="             DELIMITED BY SIZE
                   WK-REL              DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           DISPLAY WK-PGM-NAME " 戻し " WK-PKG " REL=" WK-REL
                   " モジュール=" WK-DONE-CNT
           .
       S500-EX.
           EXIT.

      *    *** モジュールJを後のリリース(反映済み)が含んでいないか
       S510-10.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-MD-CNT
               IF      WK-MD-KIND (I) =    "P"     AND
                       WK-MD-NAME (I) =    WK-MD-NAME (J)  AND
                       WK-MD-PKG (I) NOT = WK-PKG  AND
                       WK-MD-PKG (I) NOT = SPACE
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > WK-PK-CNT
                       IF      WK-PK-PKG (L) =     WK-MD-PKG (I)  AND
                               WK-PK-STATE (L) =   "D"     AND
                               WK-PK-REL (L) >     WK-REL
                           DISPLAY WK-PGM-NAME " " WK-MD-NAME (J)
                                   " は後のREL=" WK-PK-REL (L)
                                   " " WK-PK-PKG (L) " で反映済み"
                           MOVE    "Y"         TO      WK-NG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       S510-EX.
           EXIT.

      *    *** モジュールJを反映前へ戻す
      *    *** (旧版ありはバックアップから複写、新規は本番から消す)
       S520-10.

           PERFORM S060-10     THRU    S060-EX

           IF      WK-MD-BKUP (J) =    "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cp "           DELIMITED BY SIZE
                           WK-PATH-BAK     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PATH-PRD     DELIMITED BY SPACE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME " 複写NG "
                                   WK-CMD (1:60)
                           MOVE    "Y"         TO      WK-NG
                           GO  TO  S520-EX
                   END-IF
                   DISPLAY WK-PGM-NAME " " WK-PATH-PRD (1:40)
                           " 旧版へ戻した"
           ELSE
                   CALL    "CBL_DELETE_FILE" USING WK-PATH-PRD
                   END-CALL
                   MOVE    ZERO        TO      RETURN-CODE
                   DISPLAY WK-PGM-NAME " " WK-PATH-PRD (1:40)
                           " 新規の為 削除"
           END-IF
           ADD     1           TO      WK-DONE-CNT
           .
       S520-EX.
           EXIT.

      *    *** リリース台帳へ追記(見出し1行+モジュール/コピー句行)
       S700-10.

           ACCEPT  WK-NOW-X    FROM    TIME

           OPEN    EXTEND      LOG1-F
           IF      WK-LOG1-STATUS =    05  OR  35
                   OPEN    OUTPUT      LOG1-F
           END-IF
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF

           MOVE    SPACE       TO      WK-LOG-LINE
           MOVE    1           TO      WK-PTR
           STRING  WK-TODAY-YMD        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-NOW-X (1:6)      DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-MODE             DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-PKG              DELIMITED BY SIZE
                   " REL="             DELIMITED BY SIZE
                   WK-REL              DELIMITED BY SIZE
                   " SEQ="             DELIMITED BY SIZE
                   WK-PK-SEQ (K)       DELIMITED BY SIZE
                   " BY="              DELIMITED BY SIZE
                   WK-OPID             DELIMITED BY SIZE
                   INTO    WK-LOG-LINE
                   WITH POINTER WK-PTR
           IF      WK-MODE     =       "PROMOTE"
                   STRING  " SUB="             DELIMITED BY SIZE
                           WK-PK-SUB-OPID (K)  DELIMITED BY SIZE
                           " APP="             DELIMITED BY SIZE
                           WK-APP-OPID         DELIMITED BY SIZE
                           " CASE="            DELIMITED BY SIZE
                           WK-CASE-CNT         DELIMITED BY SIZE
                           " PASS="            DELIMITED BY SIZE
                           WK-PASS-CNT         DELIMITED BY SIZE
                           " TEST="            DELIMITED BY SIZE
                           WK-TST1-F-NAME      DELIMITED BY SPACE
                           INTO    WK-LOG-LINE
                           WITH POINTER WK-PTR
           END-IF
           IF      WK-NG       =       "Y"
                   STRING  " NG"               DELIMITED BY SIZE
                           INTO    WK-LOG-LINE
                           WITH POINTER WK-PTR
           END-IF
           MOVE    WK-LOG-LINE TO      LOG1-REC
           WRITE   LOG1-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
               IF      WK-MD-PKG (J) =     WK-PKG
                   MOVE    SPACE       TO      WK-LOG-LINE
                   STRING  "    "              DELIMITED BY SIZE
                           WK-MD-KIND (J)      DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WK-MD-NAME (J)      DELIMITED BY SIZE
                           INTO    WK-LOG-LINE
                   IF      WK-MD-KIND (J) =    "P"
                           MOVE    " 旧版="    TO  WK-LOG-LINE (40:)
                           MOVE    WK-MD-BKUP (J) TO
                                   WK-LOG-LINE (48:1)
                   END-IF
                   IF      WK-MD-KIND (J) =    "G"
                           MOVE    WK-MD-ARG (J) TO
                                   WK-LOG-LINE (40:32)
                           MOVE    WK-MD-RC (J) TO     WK-RC-X
                           STRING  " RC="      DELIMITED BY SIZE
                                   WK-RC-X     DELIMITED BY SIZE
                                   INTO    WK-LOG-LINE (73:)
                   END-IF
                   MOVE    WK-LOG-LINE TO      LOG1-REC
                   WRITE   LOG1-REC
               END-IF
           END-PERFORM
           CLOSE   LOG1-F
           .
       S700-EX.
           EXIT.

      *    *** 制御ファイル書き直し
       S800-10.

           OPEN    OUTPUT      CTL1-F
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S800-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-PK-CNT
               MOVE    SPACE       TO      CTL1-REC
               MOVE    "H"         TO      CTL1-KIND
               MOVE    WK-PK-PKG (I) TO    CTL1-PKG
               MOVE    WK-PK-SEQ (I) TO    CTL1-SEQ
               MOVE    WK-PK-STATE (I) TO  CTL1-STATE
               MOVE    WK-PK-REL (I) TO    CTL1-REL
               MOVE    WK-PK-SUB-OPID (I) TO CTL1-SUB-OPID
               MOVE    WK-PK-SUB-YMD (I) TO CTL1-SUB-YMD
               MOVE    WK-PK-PRO-OPID (I) TO CTL1-PRO-OPID
               MOVE    WK-PK-PRO-YMD (I) TO CTL1-PRO-YMD
               MOVE    WK-PK-CASE (I) TO   CTL1-CASE
               MOVE    WK-PK-TEST (I) TO   CTL1-TEST
               WRITE   CTL1-REC

               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MD-CNT
                   IF      WK-MD-PKG (J) =     WK-PK-PKG (I)
                       MOVE    SPACE       TO      CTL1-MREC
                       MOVE    WK-MD-KIND (J) TO   CTL1-M-KIND
                       MOVE    WK-MD-PKG (J) TO    CTL1-M-PKG
                       MOVE    WK-MD-NAME (J) TO   CTL1-M-NAME
                       MOVE    WK-MD-BKUP (J) TO   CTL1-M-BKUP
                       IF      WK-MD-KIND (J) =    "G"
                           MOVE    WK-MD-ARG (J) TO    CTL1-M-ARG
                           MOVE    WK-MD-RC (J) TO     CTL1-M-RC
                       END-IF
                       WRITE   CTL1-MREC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE   CTL1-F
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           DISPLAY WK-PGM-NAME " END RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
