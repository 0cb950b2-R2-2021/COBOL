      *    *** 取引バッチの総勘定元帳計上(月末の再打鍵の置換え)
      *    *** TXNENTRYが書いたヘッダー/明細/トレーラーのバッチ
      *    *** (TXNENTRY.POT1)を読み、計上仕訳ジャーナルを作る。
      *    ***   ・トレーラーの計算合計とキー合計が不一致、件数/
      *    ***     合計が明細と合わないバッチは丸ごとリジェクト
      *    ***   ・計上済みバッチ登録簿(GLPOST.REG、キー=会社コード+
      *    ***     Hレコードの日付+バッチ番号)に既にあるバッチは
      *    ***     二重計上として丸ごとリジェクト(チェーン再実行でも
      *    ***     二重計上しない)
      *    ***   ・明細毎にPERCHKを呼び、締め済み/未登録の期の明細は
      *    ***     期間違反とする
      *    ***   ・借方/貸方勘定は計上ルール表(取引区分+顧客区分)
      *    ***     から決める。顧客区分は得意先区分表から引き、
      *    ***     該当ルールが無ければ顧客区分"**"(全区分共通)の
      *    ***     ルールを使う。どちらも無い明細はリジェクト
      *    ***   ・ルールの借方/貸方勘定が勘定科目マスター(ACCTMST)
      *    ***     に無い/無効の明細もリジェクト(ACCTCHK)
      *    ***   ・明細が1件でもリジェクトになったバッチは、1件も
      *    ***     計上せず登録簿にも載せずに丸ごとリジェクトする
      *    ***     (直したバッチを同じ番号で計上し直せる様に。
      *    ***     リジェクトの理由はその明細毎に出す)
      *    ***   ・出力はBALROLLのDT=ACCT/AMT/SIGN形式の計上仕訳
      *    ***     (CPJRNL、1明細=借方1行+貸方1行)と、バッチ毎の
      *    ***     計上結果リスト
      *    ***   ・計上仕訳は明細の取引日の期毎のファイル(F-OTの
      *    ***     名前+"."+会社コード+"."+FYFP、JRNLNM)に書く。
      *    ***     既にあれば後ろへ追加し、前の実行の仕訳を消さない。
      *    ***     登録簿にはバッチの最後の明細を書いた名前を残す。
      *    ***     BALROLL/AUTOREV/TRIALBAL等は同じ規則で期の仕訳
      *    ***     一式を読む
      *    ***   ・翌期首振戻し=Y の明細の仕訳は振戻し区分A(見越し)
      *    ***     にする(翌期オープン時にAUTOREVが逆仕訳を作る)
      *    ***   ・ヘッダーの入力者(TXNENTRYのサインオン利用者)を
      *    ***     仕訳の入力者(USER)に載せる
      *    ***
      *    *** PRM1(GLPOST.PRM1、引数1で別名指定可)の行:
      *    ***   F-IN=取引バッチ(既定TXNENTRY.POT1)
      *    ***   F-OT=計上仕訳の名前の元(既定GLPOST.POT1、実際の
      *    ***        名前は GLPOST.POT1.0001.FYFP)
      *    ***   F-LS=計上結果リスト(既定GLPOST.POT2)
      *    ***   F-RJ=リジェクト(既定GLPOST.POT3、理由20+元レコード)
      *    ***   F-RULE=計上ルール表(既定GLPOST.RULE)
      *    ***   F-CLS=得意先区分表(既定GLPOST.CLS、任意)
      *    ***   F-REG=計上済みバッチ登録簿(既定GLPOST.REG)
      *    ***   PDATE=計上処理日YYYYMMDD(既定は実行日)
      *    ***   CO=会社コード(既定0001。期間チェックはこの会社の
      *    ***      期で行い、計上仕訳に会社コードを付ける)
      *    *** 計上ルール表の行(空白区切り、"*"行は注釈):
      *    ***   取引区分(2) 顧客区分(2、**=共通) 借方勘定 貸方勘定
      *    *** 得意先区分表の行(空白区切り):
      *    ***   得意先コード(4) 顧客区分(2)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             GLPOST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 取引バッチ(TXNENTRY.POT1)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上ルール表
           SELECT RUL1-F           ASSIGN   WK-RUL1-F-NAME
                               STATUS   WK-RUL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 得意先区分表
           SELECT CLS1-F           ASSIGN   WK-CLS1-F-NAME
                               STATUS   WK-CLS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上済みバッチ登録簿
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY REG1-KEY.

      *    *** 計上仕訳(CPJRNL)
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上結果リスト
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** リジェクト(理由+元レコード)
           SELECT POT3-F           ASSIGN   WK-POT3-F-NAME
                               STATUS   WK-POT3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  PIN1-ID         PIC  X(001).
           03  PIN1-DATA       PIC  X(059).
      *    *** ヘッダー
           03  PIN1-H         REDEFINES PIN1-DATA.
             05  PIN1-H-YMD    PIC  X(008).
             05  PIN1-H-NO     PIC  X(004).
             05  PIN1-H-KEYTOT PIC  X(011).
             05  PIN1-H-USER   PIC  X(008).
             05  FILLER        PIC  X(028).
      *    *** 明細
           03  PIN1-D         REDEFINES PIN1-DATA.
             05  PIN1-D-CODE   PIC  X(004).
             05  PIN1-D-YMD    PIC  X(008).
             05  PIN1-D-AMT    PIC  X(010).
             05  PIN1-D-MEMO   PIC  X(020).
             05  PIN1-D-TYPE   PIC  X(002).
             05  PIN1-D-REV    PIC  X(001).
             05  FILLER        PIC  X(014).
      *    *** トレーラー
           03  PIN1-T         REDEFINES PIN1-DATA.
             05  PIN1-T-CNT    PIC  X(005).
             05  PIN1-T-CALC   PIC  X(011).
             05  PIN1-T-KEYTOT PIC  X(011).
             05  FILLER        PIC  X(032).

       FD  RUL1-F
           LABEL RECORDS ARE STANDARD.
       01  RUL1-REC.
           03  FILLER          PIC  X(080).

       FD  CLS1-F
           LABEL RECORDS ARE STANDARD.
       01  CLS1-REC.
           03  FILLER          PIC  X(080).

       FD  REG1-F
           LABEL RECORDS ARE STANDARD.
       01  REG1-REC.
           03  REG1-KEY.
             05  REG1-CO       PIC  X(004).
             05  REG1-YMD      PIC  9(008).
             05  REG1-NO       PIC  9(004).
           03  REG1-POST-YMD   PIC  9(008).
           03  REG1-CNT        PIC  9(005).
           03  REG1-TOTAL      PIC  9(011).
           03  REG1-JRNL       PIC  X(032).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(100).

       FD  POT3-F
           LABEL RECORDS ARE STANDARD.
       01  POT3-REC.
           03  FILLER          PIC  X(080).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "GLPOST  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "GLPOST.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "TXNENTRY.POT1".
           03  WK-RUL1-F-NAME  PIC  X(032) VALUE "GLPOST.RULE".
           03  WK-CLS1-F-NAME  PIC  X(032) VALUE "GLPOST.CLS".
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "GLPOST.REG".
      *    *** 計上仕訳の名前の元(F-OT)と、開いている期のファイル
      *    *** (元の名前.会社コード.FYFP)
           03  WK-POT1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-BASE  PIC  X(032) VALUE "GLPOST.POT1".
           03  WK-POT1-OPEN    PIC  X(001) VALUE "N".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "GLPOST.POT2".
           03  WK-POT3-F-NAME  PIC  X(032) VALUE "GLPOST.POT3".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RUL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CLS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT3-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RUL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CLS1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-POST-YMD     PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** 件数
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAT-OK-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAT-RJ-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-DTL-OK-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-DTL-RJ-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT3-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POST-TOTAL   PIC  9(013) VALUE ZERO.

      *    *** 処理中バッチ(ヘッダーで開始、トレーラーで締める)
           03  WK-IN-BATCH     PIC  X(001) VALUE "N".
           03  WK-BAT-YMD      PIC  9(008) VALUE ZERO.
           03  WK-BAT-NO       PIC  9(004) VALUE ZERO.
           03  WK-BAT-H-KEYTOT PIC  9(011) VALUE ZERO.
           03  WK-BAT-USER     PIC  X(008) VALUE SPACE.
           03  WK-BAT-T-CNT    PIC  9(005) VALUE ZERO.
           03  WK-BAT-T-CALC   PIC  9(011) VALUE ZERO.
           03  WK-BAT-T-KEYTOT PIC  9(011) VALUE ZERO.
           03  WK-BAT-SUM      PIC  9(011) VALUE ZERO.
           03  WK-BAT-POSTED   PIC  9(011) VALUE ZERO.
           03  WK-BAT-OK       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAT-RJ       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAT-REASON   PIC  X(020) VALUE SPACE.
           03  WK-BAT-RJ-E     PIC  ZZZZ9  VALUE ZERO.
           03  WK-RJ-REASON    PIC  X(020) VALUE SPACE.

      *    *** 明細1件のワーク
           03  WK-CUST         PIC  X(004) VALUE SPACE.
           03  WK-CLASS        PIC  X(002) VALUE SPACE.
           03  WK-TYPE         PIC  X(002) VALUE SPACE.
           03  WK-DR-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-CR-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-AMT          PIC  9(010) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.

           03  WK-CNT-E        PIC  --,---,---,--9 VALUE ZERO.
           03  WK-AMT-E        PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** 計上結果リスト1行
           03  WK-LS-LINE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LS-NO      PIC  9(004) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STATE   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(005) VALUE " CNT=".
             05  WK-LS-CNT     PIC  ZZZZ9  VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " OK=".
             05  WK-LS-OK      PIC  ZZZZ9  VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " RJ=".
             05  WK-LS-RJ      PIC  ZZZZ9  VALUE ZERO.
             05  FILLER        PIC  X(005) VALUE " AMT=".
             05  WK-LS-AMT     PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-REASON  PIC  X(020) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==WAC==.

      *    *** 処理中バッチの明細(元レコード、最大1000件)
       01  BAT-TBL-AREA.
           03  WK-BT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BT-TBL       OCCURS 1000.
             05  WK-BT-REC     PIC  X(060) VALUE SPACE.
      *    *** 明細の検査結果(リジェクト理由、空白=計上できる)と
      *    *** ルールで決めた借方/貸方勘定
             05  WK-BT-RSN     PIC  X(020) VALUE SPACE.
             05  WK-BT-DR      PIC  X(008) VALUE SPACE.
             05  WK-BT-CR      PIC  X(008) VALUE SPACE.
      *    *** 明細の取引日の会計年度/会計期(仕訳を書くファイル)
             05  WK-BT-FY      PIC  9(002) VALUE ZERO.
             05  WK-BT-FP      PIC  9(002) VALUE ZERO.
           03  WK-BT-H-REC     PIC  X(060) VALUE SPACE.
           03  WK-BT-T-REC     PIC  X(060) VALUE SPACE.

      *    *** 計上ルール表(最大500行)
       01  RUL-TBL-AREA.
           03  WK-RUL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUL-TBL      OCCURS 500.
             05  WK-RL-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-RL-CLASS   PIC  X(002) VALUE SPACE.
             05  WK-RL-DR      PIC  X(008) VALUE SPACE.
             05  WK-RL-CR      PIC  X(008) VALUE SPACE.

      *    *** 得意先区分表(最大3000件)
       01  CLS-TBL-AREA.
           03  WK-CLS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CLS-TBL      OCCURS 3000.
             05  WK-CL-CUST    PIC  X(004) VALUE SPACE.
             05  WK-CL-CLASS   PIC  X(002) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込、ルール表/区分表のロード
           PERFORM S010-10     THRU    S010-EX
           PERFORM S030-10     THRU    S030-EX
           PERFORM S040-10     THRU    S040-EX
           PERFORM S050-10     THRU    S050-EX

      *    *** バッチ読込み、計上
           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX
               UNTIL   WK-PIN1-EOF =       HIGH-VALUE

      *    *** トレーラーの無いまま終わったバッチ
           IF      WK-IN-BATCH =       "Y"
                   MOVE    "NO TRAILER"    TO  WK-BAT-REASON
                   PERFORM S390-10     THRU    S390-EX
           END-IF

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           IF      WK-BAT-RJ-CNT >     ZERO    OR
                   WK-DTL-RJ-CNT >     ZERO
                   MOVE    4           TO      RETURN-CODE
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
                                       POT1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S020-10     THRU    S020-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-POST-YMD =       ZERO
                   MOVE    WK-TODAY-YMD TO     WK-POST-YMD
           END-IF
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
                                       WK-PRM04
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-BASE
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-RJ"
                   MOVE    WK-PRM02    TO      WK-POT3-F-NAME
               WHEN "F-RULE"
                   MOVE    WK-PRM02    TO      WK-RUL1-F-NAME
               WHEN "F-CLS"
                   MOVE    WK-PRM02    TO      WK-CLS1-F-NAME
               WHEN "F-REG"
                   MOVE    WK-PRM02    TO      WK-REG1-F-NAME
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "PDATE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO WK-POST-YMD
                   ELSE
                           DISPLAY WK-PGM-NAME " PDATE= PARA ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 計上ルール表のロード(必須)
       S030-10.

           OPEN    INPUT       RUL1-F
           IF      WK-RUL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RUL1-F OPEN ERROR STATUS="
                           WK-RUL1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-RUL1-EOF = HIGH-VALUE
               READ    RUL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RUL1-EOF
                   NOT AT  END
                       IF      RUL1-REC (1:1) NOT = "*"    AND
                               RUL1-REC    NOT =   SPACE
                           IF      WK-RUL-CNT  >=      500
                               DISPLAY WK-PGM-NAME
                                       " ﾙｰﾙは500行まで"
                               STOP    RUN
                           END-IF
                           ADD     1           TO      WK-RUL-CNT
                           UNSTRING RUL1-REC DELIMITED BY ALL SPACE
                               INTO WK-RL-TYPE  (WK-RUL-CNT)
                                    WK-RL-CLASS (WK-RUL-CNT)
                                    WK-RL-DR    (WK-RUL-CNT)
                                    WK-RL-CR    (WK-RUL-CNT)
                           END-UNSTRING
                           IF      WK-RL-DR (WK-RUL-CNT) = SPACE OR
                                   WK-RL-CR (WK-RUL-CNT) = SPACE
                               DISPLAY WK-PGM-NAME
                                       " ﾙｰﾙ行ｴﾗｰ="
                                       RUL1-REC
                               STOP    RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   RUL1-F

           IF      WK-RUL-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上ﾙｰﾙが無い "
                           WK-RUL1-F-NAME
                   STOP    RUN
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 得意先区分表のロード(未配置なら全得意先を区分**扱い)
       S040-10.

           OPEN    INPUT       CLS1-F
           IF      WK-CLS1-STATUS =    35
                   GO  TO  S040-EX
           END-IF
           IF      WK-CLS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CLS1-F OPEN ERROR STATUS="
                           WK-CLS1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-CLS1-EOF = HIGH-VALUE
               READ    CLS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CLS1-EOF
                   NOT AT  END
                       IF      CLS1-REC (1:1) NOT = "*"    AND
                               CLS1-REC    NOT =   SPACE   AND
                               WK-CLS-CNT  <       3000
                           ADD     1           TO      WK-CLS-CNT
                           UNSTRING CLS1-REC DELIMITED BY ALL SPACE
                               INTO WK-CL-CUST  (WK-CLS-CNT)
                                    WK-CL-CLASS (WK-CLS-CNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CLS1-F
           .
       S040-EX.
           EXIT.

      *    *** ファイルOPEN(登録簿は無ければ新規作成)
       S050-10.

           OPEN    I-O         REG1-F
           IF      WK-REG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      REG1-F
                   CLOSE   REG1-F
                   OPEN    I-O         REG1-F
           END-IF
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F OPEN ERROR STATUS="
                           WK-REG1-STATUS
                   STOP    RUN
           END-IF

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF
      *    *** 計上仕訳は明細の期のファイルを計上時に開く(S355)
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT3-F
           IF      WK-POT3-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT3-F OPEN ERROR STATUS="
                           WK-POT3-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT2-REC
           STRING  "GLPOST 計上結果 計上日="  DELIMITED BY SIZE
                   WK-POST-YMD         DELIMITED BY SIZE
                   " IN="              DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   " JRNL="            DELIMITED BY SIZE
                   WK-POT1-F-BASE      DELIMITED BY SPACE
                   "."                 DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   ".FYFP"             DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           .
       S050-EX.
           EXIT.

      *    *** PIN1 READ
       S100-10.

           READ    PIN1-F
           IF      WK-PIN1-STATUS =    ZERO OR 4
                   ADD     1           TO      WK-PIN1-CNT
           ELSE
               IF  WK-PIN1-STATUS =    10
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               ELSE
                   DISPLAY WK-PGM-NAME " PIN1-F READ ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
               END-IF
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 1レコードの振分け(H=バッチ開始 D=明細 T=バッチ締め)
       S200-10.

           EVALUATE PIN1-ID
               WHEN "H"
      *    *** 前のバッチがトレーラー無しで次のヘッダーが来た
                   IF      WK-IN-BATCH =       "Y"
                           MOVE    "NO TRAILER" TO     WK-BAT-REASON
                           PERFORM S390-10     THRU    S390-EX
                   END-IF
                   PERFORM S210-10     THRU    S210-EX

               WHEN "D"
                   IF      WK-IN-BATCH NOT =   "Y"
                           MOVE    "NO HEADER"  TO     WK-RJ-REASON
                           PERFORM S380-10     THRU    S380-EX
                   ELSE
                       IF  WK-BT-CNT   >=      1000
                           MOVE    "OVER 1000 LINES" TO WK-BAT-REASON
                       ELSE
                           ADD     1           TO      WK-BT-CNT
                           MOVE    PIN1-REC    TO
                                   WK-BT-REC (WK-BT-CNT)
                           MOVE    SPACE       TO
                                   WK-BT-RSN (WK-BT-CNT)
                       END-IF
                   END-IF

               WHEN "T"
                   IF      WK-IN-BATCH NOT =   "Y"
                           MOVE    "NO HEADER"  TO     WK-RJ-REASON
                           PERFORM S380-10     THRU    S380-EX
                   ELSE
                           PERFORM S300-10     THRU    S300-EX
                   END-IF

               WHEN OTHER
                   MOVE    "RECORD ID NG"  TO  WK-RJ-REASON
                   PERFORM S380-10     THRU    S380-EX
           END-EVALUATE

           PERFORM S100-10     THRU    S100-EX
           .
       S200-EX.
           EXIT.

      *    *** バッチ開始(ヘッダーの日付/バッチ番号/キー合計)
       S210-10.

           MOVE    "Y"         TO      WK-IN-BATCH
           MOVE    ZERO        TO      WK-BT-CNT
           MOVE    SPACE       TO      WK-BAT-REASON
           MOVE    PIN1-REC    TO      WK-BT-H-REC
           MOVE    SPACE       TO      WK-BT-T-REC
           ADD     1           TO      WK-BAT-CNT

           MOVE    ZERO        TO      WK-BAT-YMD
                                       WK-BAT-NO
                                       WK-BAT-H-KEYTOT
           IF      PIN1-H-YMD  IS NUMERIC  AND
                   PIN1-H-NO   IS NUMERIC
                   MOVE    PIN1-H-YMD  TO      WK-BAT-YMD
                   MOVE    PIN1-H-NO   TO      WK-BAT-NO
           ELSE
                   MOVE    "HEADER KEY NG" TO  WK-BAT-REASON
           END-IF
           IF      PIN1-H-KEYTOT IS NUMERIC
                   MOVE    PIN1-H-KEYTOT TO    WK-BAT-H-KEYTOT
           END-IF
           MOVE    PIN1-H-USER TO      WK-BAT-USER
           .
       S210-EX.
           EXIT.

      *    *** バッチ締め。バッチ単位の検査(合計、件数、二重計上)
      *    *** に通ったら明細毎に計上する
       S300-10.

           MOVE    PIN1-REC    TO      WK-BT-T-REC
           MOVE    ZERO        TO      WK-BAT-T-CNT
                                       WK-BAT-T-CALC
                                       WK-BAT-T-KEYTOT
                                       WK-BAT-SUM
                                       WK-BAT-POSTED
                                       WK-BAT-OK
                                       WK-BAT-RJ

           IF      PIN1-T-CALC IS NUMERIC  AND
                   PIN1-T-KEYTOT IS NUMERIC
                   MOVE    PIN1-T-CALC TO      WK-BAT-T-CALC
                   MOVE    PIN1-T-KEYTOT TO    WK-BAT-T-KEYTOT
           ELSE
                   IF      WK-BAT-REASON =     SPACE
                           MOVE    "TRAILER NG"    TO  WK-BAT-REASON
                   END-IF
           END-IF
           IF      PIN1-T-CNT  NOT =   SPACE
                   MOVE    FUNCTION NUMVAL(PIN1-T-CNT) TO
                           WK-BAT-T-CNT
           END-IF

      *    *** 明細金額の合計(トレーラーの計算合計と突き合わせる)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-BT-CNT
               MOVE    WK-BT-REC (I) TO    PIN1-REC
               IF      PIN1-D-AMT  IS NUMERIC
                       ADD     FUNCTION NUMVAL(PIN1-D-AMT) TO
                               WK-BAT-SUM
               END-IF
           END-PERFORM

           IF      WK-BAT-REASON =     SPACE
               EVALUATE TRUE
                   WHEN WK-BAT-T-CALC NOT = WK-BAT-T-KEYTOT
                       MOVE    "CALC<>KEY TOTAL"   TO  WK-BAT-REASON
                   WHEN WK-BAT-H-KEYTOT NOT = WK-BAT-T-KEYTOT
                       MOVE    "HDR KEY TOTAL NG"  TO  WK-BAT-REASON
                   WHEN WK-BAT-T-CNT NOT = WK-BT-CNT
                       MOVE    "COUNT NG"          TO  WK-BAT-REASON
                   WHEN WK-BAT-SUM NOT = WK-BAT-T-CALC
                       MOVE    "DETAIL SUM NG"     TO  WK-BAT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *    *** 二重計上の防止(会社+日付+バッチ番号が登録済み)
           IF      WK-BAT-REASON =     SPACE
                   MOVE    WK-CO       TO      REG1-CO
                   MOVE    WK-BAT-YMD  TO      REG1-YMD
                   MOVE    WK-BAT-NO   TO      REG1-NO
                   READ    REG1-F
                           KEY REG1-KEY
                       INVALID
                           CONTINUE
                       NOT INVALID
                           MOVE    "ALREADY POSTED"    TO
                                   WK-BAT-REASON
                           DISPLAY WK-PGM-NAME
                                   " 計上済みﾊﾞｯﾁ "
                                   WK-BAT-YMD
                                   "-" WK-BAT-NO
                                   " (" REG1-POST-YMD " "
                                   REG1-JRNL ")"
                   END-READ
           END-IF

           IF      WK-BAT-REASON NOT = SPACE
                   PERFORM S390-10     THRU    S390-EX
                   GO  TO  S300-EX
           END-IF

      *    *** 明細毎の検査(期間、ルール、勘定)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-BT-CNT
               MOVE    WK-BT-REC (I) TO    PIN1-REC
               PERFORM S310-10     THRU    S310-EX
           END-PERFORM

      *    *** 1件でもリジェクトがあれば1件も計上せず、登録もしない
           IF      WK-BAT-RJ   >       ZERO
                   MOVE    WK-BAT-RJ   TO      WK-BAT-RJ-E
                   MOVE    SPACE       TO      WK-BAT-REASON
                   STRING  "LINE NG "          DELIMITED BY SIZE
                           WK-BAT-RJ-E         DELIMITED BY SIZE
                           INTO    WK-BAT-REASON
                   END-STRING
                   PERFORM S390-10     THRU    S390-EX
                   GO  TO  S300-EX
           END-IF

      *    *** 明細毎の計上
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-BT-CNT
               MOVE    WK-BT-REC (I) TO    PIN1-REC
               PERFORM S330-10     THRU    S330-EX
           END-PERFORM

      *    *** 登録簿へ記録(以後同じバッチは二重計上として拒否)
           MOVE    WK-CO       TO      REG1-CO
           MOVE    WK-BAT-YMD  TO      REG1-YMD
           MOVE    WK-BAT-NO   TO      REG1-NO
           MOVE    WK-POST-YMD TO      REG1-POST-YMD
           MOVE    WK-BAT-OK   TO      REG1-CNT
           MOVE    WK-BAT-POSTED TO    REG1-TOTAL
           MOVE    WK-POT1-F-NAME TO   REG1-JRNL
           WRITE   REG1-REC
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F WRITE ERROR STATUS="
                           WK-REG1-STATUS
                   STOP    RUN
           END-IF

           ADD     1           TO      WK-BAT-OK-CNT
           MOVE    "POSTED"    TO      WK-LS-STATE
           MOVE    SPACE       TO      WK-LS-REASON
           PERFORM S370-10     THRU    S370-EX

           MOVE    "N"         TO      WK-IN-BATCH
           .
       S300-EX.
           EXIT.

      *    *** 明細1件の検査(期間チェック、ルール決定)。
      *    *** リジェクトの理由と勘定を明細の表に残す
       S310-10.

           MOVE    PIN1-D-CODE TO      WK-CUST
           MOVE    PIN1-D-TYPE TO      WK-TYPE
           IF      WK-TYPE     =       SPACE
                   MOVE    "01"        TO      WK-TYPE
           END-IF

           IF      PIN1-D-YMD  IS NOT NUMERIC  OR
                   PIN1-D-AMT  IS NOT NUMERIC
                   MOVE    "DETAIL NG"     TO  WK-RJ-REASON
                   MOVE    WK-RJ-REASON TO     WK-BT-RSN (I)
                   ADD     1           TO      WK-BAT-RJ
                   GO  TO  S310-EX
           END-IF
           MOVE    PIN1-D-AMT  TO      WK-AMT

      *    *** 会計期間チェック(締め済み/未登録の期は計上しない)
           MOVE    WK-CO       TO      WPC-CO
           MOVE    PIN1-D-YMD  TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           MOVE    WPC-FY      TO      WK-BT-FY (I)
           MOVE    WPC-FP      TO      WK-BT-FP (I)
           IF      WPC-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-RJ-REASON
                   STRING  "PERIOD CLOSED "    DELIMITED BY SIZE
                           WPC-FY              DELIMITED BY SIZE
                           "/"                 DELIMITED BY SIZE
                           WPC-FP              DELIMITED BY SIZE
                           INTO    WK-RJ-REASON
                   MOVE    WK-RJ-REASON TO     WK-BT-RSN (I)
                   ADD     1           TO      WK-BAT-RJ
                   GO  TO  S310-EX
           END-IF

      *    *** 借方/貸方勘定の決定
           PERFORM S320-10     THRU    S320-EX
           IF      WK-DR-ACCT  =       SPACE
                   MOVE    SPACE       TO      WK-RJ-REASON
                   STRING  "NO RULE "          DELIMITED BY SIZE
                           WK-TYPE             DELIMITED BY SIZE
                           "/"                 DELIMITED BY SIZE
                           WK-CLASS            DELIMITED BY SIZE
                           INTO    WK-RJ-REASON
                   MOVE    WK-RJ-REASON TO     WK-BT-RSN (I)
                   ADD     1           TO      WK-BAT-RJ
                   GO  TO  S310-EX
           END-IF

      *    *** 借方/貸方勘定とも勘定科目マスターに有効で登録済み
           MOVE    WK-DR-ACCT  TO      WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  =       "Y"
                   MOVE    WK-CR-ACCT  TO      WAC-ACCT
                   CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           END-IF
           IF      WAC-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-RJ-REASON
                   IF      WAC-STATE   =       SPACE
                       STRING  "NO ACCT "          DELIMITED BY SIZE
                               WAC-ACCT            DELIMITED BY SIZE
                               INTO    WK-RJ-REASON
                   ELSE
                       STRING  "INACTIVE "         DELIMITED BY SIZE
                               WAC-ACCT            DELIMITED BY SIZE
                               INTO    WK-RJ-REASON
                   END-IF
                   MOVE    WK-RJ-REASON TO     WK-BT-RSN (I)
                   ADD     1           TO      WK-BAT-RJ
                   GO  TO  S310-EX
           END-IF

           MOVE    WK-DR-ACCT  TO      WK-BT-DR (I)
           MOVE    WK-CR-ACCT  TO      WK-BT-CR (I)
           .
       S310-EX.
           EXIT.

      *    *** 顧客区分を引き、取引区分+顧客区分のルールを探す
      *    *** (無ければ取引区分+"**")
       S320-10.

           MOVE    "**"        TO      WK-CLASS
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CLS-CNT
               IF      WK-CL-CUST (K) =    WK-CUST
                       MOVE    WK-CL-CLASS (K) TO  WK-CLASS
                       MOVE    WK-CLS-CNT  TO      K
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      WK-DR-ACCT
                                       WK-CR-ACCT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-RUL-CNT
               IF      WK-RL-TYPE (K) =    WK-TYPE     AND
                       WK-RL-CLASS (K) =   WK-CLASS
                       MOVE    WK-RL-DR (K) TO     WK-DR-ACCT
                       MOVE    WK-RL-CR (K) TO     WK-CR-ACCT
                       MOVE    WK-RUL-CNT  TO      K
               END-IF
           END-PERFORM

           IF      WK-DR-ACCT  =       SPACE
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-RUL-CNT
                   IF      WK-RL-TYPE (K) =    WK-TYPE     AND
                           WK-RL-CLASS (K) =   "**"
                           MOVE    WK-RL-DR (K) TO     WK-DR-ACCT
                           MOVE    WK-RL-CR (K) TO     WK-CR-ACCT
                           MOVE    WK-RUL-CNT  TO      K
                   END-IF
               END-PERFORM
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** 検査済みの明細1件の仕訳(借方行、貸方行)
       S330-10.

           MOVE    PIN1-D-CODE TO      WK-CUST
           MOVE    PIN1-D-TYPE TO      WK-TYPE
           IF      WK-TYPE     =       SPACE
                   MOVE    "01"        TO      WK-TYPE
           END-IF
           MOVE    PIN1-D-AMT  TO      WK-AMT

           MOVE    "D"         TO      WJR-DC
           MOVE    WK-BT-DR (I) TO     WJR-ACCT
           MOVE    SPACE       TO      WJR-SIGN
           PERFORM S350-10     THRU    S350-EX
           MOVE    "C"         TO      WJR-DC
           MOVE    WK-BT-CR (I) TO     WJR-ACCT
           MOVE    "-"         TO      WJR-SIGN
           PERFORM S350-10     THRU    S350-EX

           ADD     1           TO      WK-BAT-OK
                                       WK-DTL-OK-CNT
           ADD     WK-AMT      TO      WK-BAT-POSTED
                                       WK-POST-TOTAL
           .
       S330-EX.
           EXIT.

      *    *** 計上仕訳1行の書出し(DC/ACCT/SIGNは呼出し前にセット)
       S350-10.

           MOVE    PIN1-D-YMD  TO      WJR-YMD
           MOVE    WK-POST-YMD TO      WJR-POST-YMD
           MOVE    WK-BAT-YMD  TO      WJR-BATCH-YMD
           MOVE    WK-BAT-NO   TO      WJR-BATCH-NO
           MOVE    I           TO      WJR-LINE
           MOVE    WK-AMT      TO      WJR-AMT
           MOVE    WK-CUST     TO      WJR-CUST
           MOVE    WK-TYPE     TO      WJR-TYPE
           MOVE    WK-PGM-NAME TO      WJR-SRC
           MOVE    WK-CO       TO      WJR-CO
           MOVE    PIN1-D-MEMO TO      WJR-MEMO
      *    *** 翌期首振戻し=Y の明細は見越し(AUTOREVの対象)
           IF      PIN1-D-REV  =       "Y"
                   MOVE    "A"         TO      WJR-REV
           ELSE
                   MOVE    SPACE       TO      WJR-REV
           END-IF
           MOVE    SPACE       TO      WJR-REV-REF
           MOVE    WK-BAT-USER TO      WJR-USER

           PERFORM S355-10     THRU    S355-EX
           MOVE    WJR-JRNL-REC TO     POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-POT1-CNT
           .
       S350-EX.
           EXIT.

      *    *** 明細の期の計上仕訳ファイル(期が変わったら開き直す。
      *    *** 既にあれば後ろへ追加する)
       S355-10.

           MOVE    "P"         TO      WJN-ID
           MOVE    WK-POT1-F-BASE TO   WJN-BASE
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WK-BT-FY (I) TO     WJN-FY
           MOVE    WK-BT-FP (I) TO     WJN-FP
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           IF      WJN-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " JRNLNM ERROR F-OT="
                           WK-POT1-F-BASE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-POT1-OPEN =      "Y"
               IF      WJN-F-NAME  =       WK-POT1-F-NAME
                   GO  TO  S355-EX
               END-IF
               CLOSE   POT1-F
           END-IF

           MOVE    WJN-F-NAME  TO      WK-POT1-F-NAME
           OPEN    EXTEND      POT1-F
           IF      WK-POT1-STATUS =    35
                   OPEN    OUTPUT      POT1-F
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    "Y"         TO      WK-POT1-OPEN
           DISPLAY WK-PGM-NAME " 計上仕訳 " WK-POT1-F-NAME
           .
       S355-EX.
           EXIT.

      *    *** 計上結果リスト1行(バッチ単位)
       S370-10.

           MOVE    WK-BAT-YMD  TO      WK-LS-YMD
           MOVE    WK-BAT-NO   TO      WK-LS-NO
           MOVE    WK-BT-CNT   TO      WK-LS-CNT
           MOVE    WK-BAT-OK   TO      WK-LS-OK
           MOVE    WK-BAT-RJ   TO      WK-LS-RJ
           MOVE    WK-BAT-POSTED TO    WK-LS-AMT
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC
           .
       S370-EX.
           EXIT.

      *    *** リジェクト1件(理由20+元レコード60)
       S380-10.

           MOVE    SPACE       TO      POT3-REC
           MOVE    WK-RJ-REASON TO     POT3-REC (1:20)
           MOVE    PIN1-REC    TO      POT3-REC (21:60)
           WRITE   POT3-REC
           ADD     1           TO      WK-POT3-CNT
           IF      PIN1-ID     =       "D"
                   ADD     1           TO      WK-DTL-RJ-CNT
           END-IF
           .
       S380-EX.
           EXIT.

      *    *** バッチ丸ごとのリジェクト(H/D/Tを理由付きで退避)
       S390-10.

           MOVE    WK-BAT-REASON TO    WK-RJ-REASON

           MOVE    SPACE       TO      POT3-REC
           MOVE    WK-RJ-REASON TO     POT3-REC (1:20)
           MOVE    WK-BT-H-REC TO      POT3-REC (21:60)
           WRITE   POT3-REC
           ADD     1           TO      WK-POT3-CNT

      *    *** 明細は自分の理由があればそれを、無ければバッチの理由
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-BT-CNT
               MOVE    SPACE       TO      POT3-REC
               IF      WK-BT-RSN (I) NOT = SPACE
                   MOVE    WK-BT-RSN (I) TO    POT3-REC (1:20)
               ELSE
                   MOVE    WK-RJ-REASON TO     POT3-REC (1:20)
               END-IF
               MOVE    WK-BT-REC (I) TO    POT3-REC (21:60)
               WRITE   POT3-REC
               ADD     1           TO      WK-POT3-CNT
                                           WK-DTL-RJ-CNT
           END-PERFORM

           IF      WK-BT-T-REC NOT =   SPACE
                   MOVE    SPACE       TO      POT3-REC
                   MOVE    WK-RJ-REASON TO     POT3-REC (1:20)
                   MOVE    WK-BT-T-REC TO      POT3-REC (21:60)
                   WRITE   POT3-REC
                   ADD     1           TO      WK-POT3-CNT
           END-IF

           ADD     1           TO      WK-BAT-RJ-CNT
           MOVE    ZERO        TO      WK-BAT-OK
                                       WK-BAT-POSTED
           MOVE    WK-BT-CNT   TO      WK-BAT-RJ
           MOVE    "REJECTED"  TO      WK-LS-STATE
           MOVE    WK-BAT-REASON TO    WK-LS-REASON
           PERFORM S370-10     THRU    S370-EX

           DISPLAY WK-PGM-NAME " ﾊﾞｯﾁﾘｼﾞｪｸﾄ "
                   WK-BAT-YMD "-" WK-BAT-NO " " WK-BAT-REASON

           MOVE    "N"         TO      WK-IN-BATCH
           .
       S390-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

      *    *** 計上結果リストの合計行
           MOVE    WK-POST-TOTAL TO    WK-AMT-E
           MOVE    WK-BAT-CNT  TO      WK-LS-CNT
           MOVE    WK-BAT-OK-CNT TO    WK-LS-OK
           MOVE    WK-BAT-RJ-CNT TO    WK-LS-RJ
           MOVE    SPACE       TO      POT2-REC
           STRING  "** TOTAL BATCH="   DELIMITED BY SIZE
                   WK-LS-CNT           DELIMITED BY SIZE
                   " POSTED="          DELIMITED BY SIZE
                   WK-LS-OK            DELIMITED BY SIZE
                   " REJECTED="        DELIMITED BY SIZE
                   WK-LS-RJ            DELIMITED BY SIZE
                   " AMT="             DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC

           CLOSE   PIN1-F
           CLOSE   REG1-F
           IF      WK-POT1-OPEN =      "Y"
                   CLOSE   POT1-F
           END-IF
           CLOSE   POT2-F
           CLOSE   POT3-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           MOVE    WK-PIN1-CNT TO      WK-CNT-E
           DISPLAY WK-PGM-NAME " PIN1 ｹﾝｽｳ = " WK-CNT-E
                   " (" WK-PIN1-F-NAME ")"
           DISPLAY WK-PGM-NAME " ﾊﾞｯﾁ = " WK-BAT-CNT
                   " 計上 = " WK-BAT-OK-CNT
                   " ﾘｼﾞｪｸﾄ = " WK-BAT-RJ-CNT
           DISPLAY WK-PGM-NAME " 明細計上 = " WK-DTL-OK-CNT
                   " 明細ﾘｼﾞｪｸﾄ = " WK-DTL-RJ-CNT
                   " 計上金額 = " WK-POST-TOTAL
           MOVE    WK-POT1-CNT TO      WK-CNT-E
           DISPLAY WK-PGM-NAME " POT1 ｹﾝｽｳ = " WK-CNT-E
                   " (" WK-POT1-F-NAME ")"
           MOVE    WK-POT3-CNT TO      WK-CNT-E
           DISPLAY WK-PGM-NAME " ﾘｼﾞｪｸﾄ = " WK-CNT-E
                   " (" WK-POT3-F-NAME ")"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
