      *    *** 定期仕訳(家賃/リース料/サブスクリプション等)の自動生成
      *    *** 毎月同じ内容を手で打っていた定期仕訳を、定期仕訳
      *    *** マスター(F-MST)の雛形とスケジュールから作る。
      *    ***   ・雛形毎に開始日/終了日とDATEWEEKの繰返しスケジュール
      *    ***     (DATE2-ID="S"、毎月25日/月末営業日/四半期毎等)を
      *    ***     持ち、対象年月の発生日を求めて雛形の明細を展開する
      *    ***   ・出力は取引入力(TXNENTRY)と同じヘッダー/明細/
      *    ***     トレーラーのバッチ(TXNENTRY.POT1形式)で、GLPOST
      *    ***     のF-INにして普通のバッチとして計上する。Hの日付は
      *    ***     実行日、バッチ番号は採番(NUMSVC、TXNENTRYと同じ
      *    ***     系列BATCH)から払い出す。BATCHNOの指定があれば
      *    ***     その番号から(同じ日に既に使った番号は生成ログを
      *    ***     見て飛ばす)。キー合計=計算合計
      *    ***   ・生成ログ(F-LOG)に雛形+発生日を記録し、同じ発生日の
      *    ***     雛形は再実行/チェーンの再実行でも二度作らない
      *    ***     (作り直す時はログの該当行を消してから実行する)
      *    ***   ・発生日の期がPERCHKで締め済み/未登録なら作らず
      *    ***     NG(RC=8)、マスターの誤りもNG(RC=8)
      *    ***   ・生成表(F-LS)に雛形毎の発生日/件数/金額/結果を出す
      *    ***
      *    *** 起動引数: 1=PRM1名(既定RECURJE.PRM1)
      *    ***           2=対象年月(YYYYMM、PRM1のYMより優先)
      *    *** PRM1の行:
      *    ***   F-MST=定期仕訳マスター(既定RECURJE.MST)
      *    ***   F-OT=生成バッチ(既定RECURJE.POT1、GLPOSTのF-IN)
      *    ***   F-LS=生成表(既定RECURJE.POT2)
      *    ***   F-LOG=生成ログ(既定RECURJE.LOG)
      *    ***   YM=対象年月(YYYYMM、既定は実行日の年月)
      *    ***   BATCHNO=バッチ番号の始め(指定が無ければ採番NUMSVC
      *    ***           の系列BATCHSER=、既定BATCHから払い出す)
      *    ***   CO=会社コード(既定0001、発生日の期のチェックは
      *    ***      この会社。GLPOSTも同じCO=で計上する事)
      *    *** 定期仕訳マスターの行(*で始まる行はコメント):
      *    ***   R行(雛形とスケジュール、雛形毎に1行)
      *    ***     1 "R"  3-10 雛形ID  12-19 開始日(YYYYMMDD)
      *    ***     21-28 終了日(YYYYMMDD、空白/ゼロ=無期限)
      *    ***     30 ルール(M=毎月 E=月末 L=月末営業日 F=月初営業日
      *    ***        Q=四半期毎 H=半年毎 Y=毎年)
      *    ***     32-33 指定日(01-31、99=月末) 35 休日調整(空白/P/N)
      *    ***     37-42 Q/H/Yの起点年月(空白=開始日の年月)
      *    ***     44-73 名称
      *    ***   L行(雛形の明細、雛形毎に1行以上)
      *    ***     1 "L"  3-10 雛形ID  12-15 得意先(4)
      *    ***     17-26 金額(10) 28-29 取引区分 31-50 摘要
      *    *** 生成ログの1行:
      *    ***   1-8 雛形ID 10-17 発生日 19-30 バッチ(日付8+番号4)
      *    ***   32-34 明細件数 36-46 金額 48-55 生成日

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RECURJE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 定期仕訳マスター
           SELECT MST1-F           ASSIGN   WK-MST1-F-NAME
                               STATUS   WK-MST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 生成ログ
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 生成バッチ(TXNENTRY.POT1形式)
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 生成表
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  MST1-F
           LABEL RECORDS ARE STANDARD.
       01  MST1-REC.
           03  MST1-KBN        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  MST1-ID         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  MST1-DATA       PIC  X(089).
      *    *** R行(雛形とスケジュール)
           03  MST1-R          REDEFINES MST1-DATA.
             05  MST1-FROM     PIC  X(008).
             05  FILLER        PIC  X(001).
             05  MST1-TO       PIC  X(008).
             05  FILLER        PIC  X(001).
             05  MST1-RULE     PIC  X(001).
             05  FILLER        PIC  X(001).
             05  MST1-DAY      PIC  X(002).
             05  FILLER        PIC  X(001).
             05  MST1-ADJ      PIC  X(001).
             05  FILLER        PIC  X(001).
             05  MST1-BASE     PIC  X(006).
             05  FILLER        PIC  X(001).
             05  MST1-NAME     PIC  X(030).
             05  FILLER        PIC  X(027).
      *    *** L行(雛形の明細)
           03  MST1-L          REDEFINES MST1-DATA.
             05  MST1-CUST     PIC  X(004).
             05  FILLER        PIC  X(001).
             05  MST1-AMT      PIC  X(010).
             05  FILLER        PIC  X(001).
             05  MST1-TYPE     PIC  X(002).
             05  FILLER        PIC  X(001).
             05  MST1-MEMO     PIC  X(020).
             05  FILLER        PIC  X(050).

       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG1-ID         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-OCC-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-BATCH.
             05  LOG1-BATCH-YMD PIC 9(008).
             05  LOG1-BATCH-NO PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LOG1-CNT        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  LOG1-AMT        PIC  9(011).
           03  FILLER          PIC  X(001).
           03  LOG1-RUN-YMD    PIC  9(008).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(080).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RECURJE ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "RECURJE.PRM1".
           03  WK-MST1-F-NAME  PIC  X(032) VALUE "RECURJE.MST".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "RECURJE.LOG".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "RECURJE.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "RECURJE.POT2".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-MST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG          PIC  X(032) VALUE SPACE.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
      *    *** バッチ番号 BATCHNO=の指定が無ければ採番(NUMSVC)の
      *    *** 系列(BATCHSER=、既定BATCH)から払い出す
           03  WK-BATCH-NO     PIC  9(004) VALUE ZERO.
           03  WK-BATCH-SET    PIC  X(001) VALUE "N".
           03  WK-BATCH-SER    PIC  X(008) VALUE "BATCH".
           03  WK-BATCH-ISS    PIC  X(001) VALUE "N".

      *    *** 対象年月
           03  WK-YM           PIC  9(006) VALUE ZERO.
           03  WK-YM-R         REDEFINES WK-YM.
             05  WK-YM-YYYY    PIC  9(004).
             05  WK-YM-MM      PIC  9(002).
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-OCC-YMD      PIC  9(008) VALUE ZERO.

      *    *** 件数/合計
           03  WK-MST1-CNT     PIC  9(007) VALUE ZERO.
           03  WK-LOG1-CNT     PIC  9(007) VALUE ZERO.
           03  WK-GEN-CNT      PIC  9(005) VALUE ZERO.
           03  WK-DONE-CNT     PIC  9(005) VALUE ZERO.
           03  WK-SKIP-CNT     PIC  9(005) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(005) VALUE ZERO.
           03  WK-DTL-CNT      PIC  9(005) VALUE ZERO.
           03  WK-CALC-TOTAL   PIC  9(011) VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZZ9 VALUE ZERO.
           03  WK-TM-N         PIC  9(005) VALUE ZERO.
           03  WK-ONE-CNT      PIC  9(003) VALUE ZERO.
           03  WK-ONE-AMT      PIC  9(011) VALUE ZERO.

           03  WK-KEY          PIC  X(016) VALUE SPACE.
           03  WK-ERR-MSG      PIC  X(030) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** 生成表の見出し/明細
           03  WK-HD-LINE1.
             05  FILLER        PIC  X(036) VALUE
                 "RECURJE 定期仕訳生成表".
             05  FILLER        PIC  X(004) VALUE " YM=".
             05  WK-HD-YM      PIC  9(006) VALUE ZERO.
             05  FILLER        PIC  X(011) VALUE " バッチ=".
             05  WK-HD-BATCH-YMD PIC 9(008) VALUE ZERO.
             05  WK-HD-BATCH-NO PIC 9(004) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD-CO      PIC  X(004) VALUE SPACE.
           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "ID       NAME                 RULE OCCUR".
             05  FILLER        PIC  X(040) VALUE
                 "-YMD  CNT          AMOUNT STATUS        ".

           03  WK-LS-LINE.
             05  WK-LS-ID      PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RULE    PIC  X(001) VALUE SPACE.
             05  WK-LS-DAY     PIC  X(002) VALUE SPACE.
             05  WK-LS-ADJ     PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-OCC-YMD PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CNT     PIC  ZZZ9  VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STATUS  PIC  X(040) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

      *    *** 雛形(最大500)、TM-STAT E=マスター誤り
      *    *** G=今回生成 P=生成済み S=発生なし/期間外 X=締め済み
       01  TM-TBL-AREA.
           03  WK-TM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TM-TBL       OCCURS 500.
             05  WK-TM-ID      PIC  X(008) VALUE SPACE.
             05  WK-TM-FROM    PIC  9(008) VALUE ZERO.
             05  WK-TM-TO      PIC  9(008) VALUE ZERO.
             05  WK-TM-RULE    PIC  X(001) VALUE SPACE.
             05  WK-TM-DAY     PIC  9(002) VALUE ZERO.
             05  WK-TM-ADJ     PIC  X(001) VALUE SPACE.
             05  WK-TM-BASE    PIC  9(006) VALUE ZERO.
             05  WK-TM-NAME    PIC  X(030) VALUE SPACE.
             05  WK-TM-LINES   PIC  9(003) VALUE ZERO.
             05  WK-TM-AMT     PIC  9(011) VALUE ZERO.
             05  WK-TM-STAT    PIC  X(001) VALUE SPACE.
             05  WK-TM-OCC-YMD PIC  9(008) VALUE ZERO.
             05  WK-TM-ERR     PIC  X(030) VALUE SPACE.

      *    *** 雛形の明細(最大3000)、TL-TM=雛形の表の添字
       01  TL-TBL-AREA.
           03  WK-TL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TL-TBL       OCCURS 3000.
             05  WK-TL-TM      BINARY-LONG SYNC VALUE ZERO.
             05  WK-TL-CUST    PIC  X(004) VALUE SPACE.
             05  WK-TL-AMT     PIC  9(010) VALUE ZERO.
             05  WK-TL-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-TL-MEMO    PIC  X(020) VALUE SPACE.

      *    *** 生成ログ(最大20000、キー=雛形ID+発生日)
      *    *** LOG-OLD-CNTより後ろが今回追加分
       01  LOG-TBL-AREA.
           03  WK-LOG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOG-OLD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOG-TBL      OCCURS 20000.
             05  WK-LG-KEY     PIC  X(016) VALUE SPACE.
             05  WK-LG-BATCH   PIC  X(012) VALUE SPACE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX

      *    *** 生成ログの読込み、バッチ番号の決定
           PERFORM S050-10     THRU    S050-EX

      *    *** 定期仕訳マスターの読込み
           PERFORM S100-10     THRU    S100-EX

      *    *** 雛形毎に対象年月の発生日を求め展開する
           PERFORM S300-10     THRU    S300-EX

      *    *** 生成分があればバッチ番号の払出し
           IF      WK-DTL-CNT  >       ZERO
                   PERFORM S350-10     THRU    S350-EX
           END-IF

      *    *** 生成バッチの書出し
           PERFORM S400-10     THRU    S400-EX

      *    *** 生成表
           PERFORM S500-10     THRU    S500-EX

      *    *** 生成ログへの追加
           PERFORM S600-10     THRU    S600-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

      *    *** バッチ番号の使用済み/取消
           PERFORM S950-10     THRU    S950-EX

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
           MOVE    WK-TODAY-YMD (1:6) TO WK-YM

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
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

      *    *** 引数2(対象年月)はPRM1より優先
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      WK-ARG (1:6) IS NUMERIC
                           MOVE    WK-ARG (1:6) TO     WK-YM
                   END-IF
           END-IF

           IF      WK-YM-YYYY  <       1900    OR
                   WK-YM-MM    <       1       OR
                   WK-YM-MM    >       12
                   DISPLAY WK-PGM-NAME " YM ERROR YM=" WK-YM
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
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

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02
           UNSTRING PRM1-REC   DELIMITED BY "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "F-MST"
                   MOVE    WK-PRM02    TO      WK-MST1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-LOG"
                   MOVE    WK-PRM02    TO      WK-LOG1-F-NAME
               WHEN "YM"
                   IF      WK-PRM02 (1:6) IS NUMERIC
                       MOVE    WK-PRM02 (1:6) TO   WK-YM
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "BATCHNO"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                            WK-BATCH-NO
                       MOVE    "Y"         TO      WK-BATCH-SET
                   END-IF
               WHEN "BATCHSER"
                   MOVE    WK-PRM02    TO      WK-BATCH-SER
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR " PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 生成ログの読込み(無ければ空)
      *    *** BATCHNO=の指定で実行日に既に使ったバッチ番号は
      *    *** GLPOST.REGで重複になるので、その次の番号から使う
       S050-10.

           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   GO  TO  S050-EX
           END-IF

           PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       IF      LOG1-REC (1:1) NOT = "*"    AND
                               LOG1-REC    NOT =   SPACE
                           PERFORM S060-10     THRU    S060-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LOG1-F
           MOVE    WK-LOG-CNT  TO      WK-LOG-OLD-CNT
           .
       S050-EX.
           EXIT.

      *    *** 生成ログ1行
       S060-10.

           IF      WK-LOG-CNT  >=      20000
                   DISPLAY WK-PGM-NAME " 生成ログは20000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-LOG-CNT WK-LOG1-CNT
           MOVE    WK-LOG-CNT  TO      K
           MOVE    LOG1-ID     TO      WK-LG-KEY (K) (1:8)
           MOVE    LOG1-OCC-YMD TO     WK-LG-KEY (K) (9:8)
           MOVE    LOG1-BATCH  TO      WK-LG-BATCH (K)

           IF      WK-BATCH-SET =      "Y"             AND
                   LOG1-BATCH-YMD =    WK-TODAY-YMD    AND
                   LOG1-BATCH-NO >=    WK-BATCH-NO
                   COMPUTE WK-BATCH-NO = LOG1-BATCH-NO + 1
           END-IF
           .
       S060-EX.
           EXIT.

      *    *** 定期仕訳マスターの読込み
       S100-10.

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
                           ADD     1           TO      WK-MST1-CNT
                           EVALUATE MST1-KBN
                               WHEN "R"
                                   PERFORM S110-10     THRU    S110-EX
                               WHEN "L"
                                   PERFORM S120-10     THRU    S120-EX
                               WHEN OTHER
                                   DISPLAY WK-PGM-NAME
                                           " MST1 KBN ERROR " MST1-REC
                                   ADD     1           TO  WK-NG-CNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MST1-F

      *    *** 明細の無い雛形は誤り
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TM-CNT
               IF      WK-TM-LINES (I) =   ZERO    AND
                       WK-TM-STAT (I) NOT = "E"
                   MOVE    "E"         TO      WK-TM-STAT (I)
                   MOVE    "L行(明細)が無い" TO WK-TM-ERR (I)
               END-IF
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** R行(雛形とスケジュール)
       S110-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TM-CNT
                      OR WK-TM-ID (K) = MST1-ID
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-TM-CNT
                   MOVE    "E"         TO      WK-TM-STAT (K)
                   MOVE    "R行が重複"  TO      WK-TM-ERR (K)
                   GO  TO  S110-EX
           END-IF

           IF      WK-TM-CNT   >=      500
                   DISPLAY WK-PGM-NAME " 雛形は500件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-TM-CNT
           MOVE    WK-TM-CNT   TO      K
           MOVE    MST1-ID     TO      WK-TM-ID (K)
           MOVE    MST1-NAME   TO      WK-TM-NAME (K)
           MOVE    MST1-RULE   TO      WK-TM-RULE (K)
           MOVE    MST1-ADJ    TO      WK-TM-ADJ (K)
           MOVE    SPACE       TO      WK-ERR-MSG

           IF      MST1-FROM   IS NOT NUMERIC  OR
                   MST1-FROM (5:2) <   "01"    OR
                   MST1-FROM (5:2) >   "12"    OR
                   MST1-FROM (7:2) <   "01"    OR
                   MST1-FROM (7:2) >   "31"
                   MOVE    "開始日の誤り" TO   WK-ERR-MSG
           ELSE
                   MOVE    MST1-FROM   TO      WK-TM-FROM (K)
           END-IF

      *    *** 終了日 空白/ゼロは無期限
           EVALUATE TRUE
               WHEN MST1-TO = SPACE
               WHEN MST1-TO = ZERO
                   MOVE    99999999    TO      WK-TM-TO (K)
               WHEN MST1-TO IS NUMERIC
                   MOVE    MST1-TO     TO      WK-TM-TO (K)
               WHEN OTHER
                   MOVE    "終了日の誤り" TO   WK-ERR-MSG
           END-EVALUATE

           EVALUATE MST1-RULE
               WHEN "M"
               WHEN "Q"
               WHEN "H"
               WHEN "Y"
                   IF      MST1-DAY    IS NOT NUMERIC  OR
                           MST1-DAY    =       ZERO    OR
                         ( MST1-DAY    >       "31"    AND
                           MST1-DAY    NOT =   "99" )
                       MOVE    "指定日の誤り" TO   WK-ERR-MSG
                   ELSE
                       MOVE    MST1-DAY    TO      WK-TM-DAY (K)
                   END-IF
               WHEN "E"
               WHEN "L"
               WHEN "F"
                   MOVE    99          TO      WK-TM-DAY (K)
               WHEN OTHER
                   MOVE    "ルールの誤り" TO   WK-ERR-MSG
           END-EVALUATE

           IF      MST1-ADJ    NOT =   SPACE   AND
                   MST1-ADJ    NOT =   "P"     AND
                   MST1-ADJ    NOT =   "N"
                   MOVE    "休日調整の誤り" TO WK-ERR-MSG
           END-IF

      *    *** Q/H/Yの起点年月 空白は開始日の年月
           EVALUATE TRUE
               WHEN MST1-BASE = SPACE
                   MOVE    WK-TM-FROM (K) (1:6) TO WK-TM-BASE (K)
               WHEN MST1-BASE IS NUMERIC
                AND MST1-BASE (5:2) >= "01"
                AND MST1-BASE (5:2) <= "12"
                   MOVE    MST1-BASE   TO      WK-TM-BASE (K)
               WHEN OTHER
                   MOVE    "起点年月の誤り" TO WK-ERR-MSG
           END-EVALUATE

           IF      WK-ERR-MSG  NOT =   SPACE
                   MOVE    "E"         TO      WK-TM-STAT (K)
                   MOVE    WK-ERR-MSG  TO      WK-TM-ERR (K)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** L行(雛形の明細)、雛形はR行より後に書くこと
       S120-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TM-CNT
                      OR WK-TM-ID (K) = MST1-ID
               CONTINUE
           END-PERFORM
           IF      K           >       WK-TM-CNT
                   DISPLAY WK-PGM-NAME " R行の無いL行 " MST1-REC
                   ADD     1           TO      WK-NG-CNT
                   GO  TO  S120-EX
           END-IF

           IF      MST1-CUST   IS NOT NUMERIC  OR
                   MST1-AMT    IS NOT NUMERIC  OR
                   MST1-AMT    =       ZERO
                   MOVE    "E"         TO      WK-TM-STAT (K)
                   MOVE    "L行の得意先/金額の誤り" TO
                           WK-TM-ERR (K)
                   GO  TO  S120-EX
           END-IF

           IF      WK-TL-CNT   >=      3000
                   DISPLAY WK-PGM-NAME " 明細は3000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-TL-CNT
           MOVE    WK-TL-CNT   TO      J
           MOVE    K           TO      WK-TL-TM (J)
           MOVE    MST1-CUST   TO      WK-TL-CUST (J)
           MOVE    MST1-AMT    TO      WK-TL-AMT (J)
           MOVE    MST1-TYPE   TO      WK-TL-TYPE (J)
           MOVE    MST1-MEMO   TO      WK-TL-MEMO (J)
           ADD     1           TO      WK-TM-LINES (K)
           ADD     WK-TL-AMT (J) TO    WK-TM-AMT (K)
           .
       S120-EX.
           EXIT.

      *    *** 雛形毎に対象年月の発生日を求める
       S300-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TM-CNT
               IF      WK-TM-STAT (I) NOT = "E"
                   PERFORM S310-10     THRU    S310-EX
               END-IF
           END-PERFORM
           .
       S300-EX.
           EXIT.

       S310-10.

           MOVE    "S"         TO      WDW-DATE2-ID
           MOVE    WK-YM-YYYY  TO      WDW-DATE2-YYYY
           MOVE    WK-YM-MM    TO      WDW-DATE2-MM
           MOVE    WK-TM-RULE (I) TO   WDW-SCH-RULE
           MOVE    WK-TM-DAY (I) TO    WDW-SCH-DAY
           MOVE    WK-TM-ADJ (I) TO    WDW-SCH-ADJ
           MOVE    WK-TM-BASE (I) TO   WDW-SCH-BASE-YM
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA

      *    *** 対象年月に発生しない/開始日～終了日の外
           IF      WDW-SCH-HIT NOT =   "Y"
                   MOVE    "S"         TO      WK-TM-STAT (I)
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S310-EX
           END-IF
           MOVE    WDW-DATE2-YMD-9 TO  WK-OCC-YMD
           MOVE    WK-OCC-YMD  TO      WK-TM-OCC-YMD (I)
           IF      WK-OCC-YMD  <       WK-TM-FROM (I)  OR
                   WK-OCC-YMD  >       WK-TM-TO (I)
                   MOVE    "S"         TO      WK-TM-STAT (I)
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S310-EX
           END-IF

      *    *** 生成ログにあれば生成済み
           MOVE    WK-TM-ID (I) TO     WK-KEY (1:8)
           MOVE    WK-OCC-YMD  TO      WK-KEY (9:8)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-LOG-CNT
                      OR WK-LG-KEY (K) = WK-KEY
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-LOG-CNT
                   MOVE    "P"         TO      WK-TM-STAT (I)
                   MOVE    WK-LG-BATCH (K) TO  WK-TM-ERR (I)
                   ADD     1           TO      WK-DONE-CNT
                   GO  TO  S310-EX
           END-IF

      *    *** 発生日の期が締め済み/未登録なら作らない
           MOVE    WK-CO       TO      WPC-CO
           MOVE    WK-OCC-YMD  TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-RESULT  NOT =   "Y"
                   MOVE    "X"         TO      WK-TM-STAT (I)
                   MOVE    SPACE       TO      WK-TM-ERR (I)
                   STRING  "期が締め済み/未登録 FY="
                                               DELIMITED BY SIZE
                           WPC-FY              DELIMITED BY SIZE
                           " FP="              DELIMITED BY SIZE
                           WPC-FP              DELIMITED BY SIZE
                           INTO    WK-TM-ERR (I)
                   END-STRING
                   ADD     1           TO      WK-NG-CNT
                   GO  TO  S310-EX
           END-IF

           MOVE    "G"         TO      WK-TM-STAT (I)
           ADD     1           TO      WK-GEN-CNT
           ADD     WK-TM-LINES (I) TO  WK-DTL-CNT
           ADD     WK-TM-AMT (I) TO    WK-CALC-TOTAL

      *    *** 生成ログ(今回分)に積む
           IF      WK-LOG-CNT  >=      20000
                   DISPLAY WK-PGM-NAME " 生成ログは20000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-LOG-CNT
           MOVE    WK-LOG-CNT  TO      K
           MOVE    WK-KEY      TO      WK-LG-KEY (K)
           MOVE    WK-TODAY-YMD TO     WK-LG-BATCH (K) (1:8)
           MOVE    WK-BATCH-NO TO      WK-LG-BATCH (K) (9:4)
           .
       S310-EX.
           EXIT.

      *    *** 生成バッチの番号の払出し(BATCHNO=の指定が無い時)
      *    *** 採番できない/4桁を超える時はバッチを書かずに中止する
       S350-10.

           IF      WK-BATCH-SET =      "Y"
                   GO  TO  S350-EX
           END-IF

           MOVE    "NEXT"      TO      WNS-ID
           MOVE    WK-BATCH-SER TO     WNS-SERIES
           MOVE    WK-PGM-NAME TO      WNS-PGM
           MOVE    SPACE       TO      WNS-USER
           MOVE    ZERO        TO      WNS-YMD
           MOVE    WK-POT1-F-NAME TO   WNS-MEMO
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           IF      WNS-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 採番エラー SERIES="
                           WK-BATCH-SER " " WNS-REASON-CD
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WNS-SEQ     >       9999
                   DISPLAY WK-PGM-NAME " 番号OVER " WNS-NUMBER
                   MOVE    "VOID"      TO      WNS-ID
                   MOVE    "BATCH NO OVER 9999" TO WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WNS-SEQ     TO      WK-BATCH-NO
           MOVE    "Y"         TO      WK-BATCH-ISS

      *    *** 今回分の生成ログのバッチ番号を差し替える
           PERFORM VARYING K FROM WK-LOG-OLD-CNT BY 1
                   UNTIL K >= WK-LOG-CNT
               MOVE    WK-BATCH-NO TO      WK-LG-BATCH (K + 1) (9:4)
           END-PERFORM
           .
       S350-EX.
           EXIT.

      *    *** 生成バッチ(H/D/T)の書出し、生成分が無ければ空のファイル
       S400-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           IF      WK-DTL-CNT  =       ZERO
                   GO  TO  S400-EX
           END-IF

      *    *** ヘッダー(キー合計=計算合計)
           MOVE    SPACE       TO      POT1-REC
           STRING  "H"         DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   WK-BATCH-NO DELIMITED BY SIZE
                   WK-CALC-TOTAL DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

      *    *** 明細(取引日=発生日)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-TL-CNT
               MOVE    WK-TL-TM (J) TO     I
               IF      WK-TM-STAT (I) =    "G"
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "D"         DELIMITED BY SIZE
                           WK-TL-CUST (J) DELIMITED BY SIZE
                           WK-TM-OCC-YMD (I) DELIMITED BY SIZE
                           WK-TL-AMT (J) DELIMITED BY SIZE
                           WK-TL-MEMO (J) DELIMITED BY SIZE
                           WK-TL-TYPE (J) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           INTO    POT1-REC
                   END-STRING
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

      *    *** トレーラー(件数、計算合計、キー合計)
           MOVE    WK-DTL-CNT  TO      WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "T"         DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   WK-CALC-TOTAL DELIMITED BY SIZE
                   WK-CALC-TOTAL DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** 生成表
       S500-10.

           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF

           MOVE    WK-YM       TO      WK-HD-YM
           MOVE    WK-CO       TO      WK-HD-CO
           IF      WK-DTL-CNT  >       ZERO
                   MOVE    WK-TODAY-YMD TO     WK-HD-BATCH-YMD
                   MOVE    WK-BATCH-NO TO      WK-HD-BATCH-NO
           END-IF
           MOVE    WK-HD-LINE1 TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-HD-LINE2 TO      POT2-REC
           WRITE   POT2-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TM-CNT
               MOVE    SPACE       TO      WK-LS-LINE
               MOVE    WK-TM-ID (I) TO     WK-LS-ID
               MOVE    WK-TM-NAME (I) TO   WK-LS-NAME
               MOVE    WK-TM-RULE (I) TO   WK-LS-RULE
               MOVE    WK-TM-DAY (I) TO    WK-LS-DAY
               MOVE    WK-TM-ADJ (I) TO    WK-LS-ADJ
               IF      WK-TM-OCC-YMD (I) > ZERO
                   MOVE    WK-TM-OCC-YMD (I) TO WK-LS-OCC-YMD
               END-IF
               MOVE    WK-TM-LINES (I) TO  WK-LS-CNT
               MOVE    WK-TM-AMT (I) TO    WK-LS-AMT
               EVALUATE WK-TM-STAT (I)
                   WHEN "G"
                       MOVE    "OK 生成"   TO      WK-LS-STATUS
                   WHEN "P"
                       MOVE    SPACE       TO      WK-LS-STATUS
                       STRING  "OK 生成済み "  DELIMITED BY SIZE
                               WK-TM-ERR (I)   DELIMITED BY SPACE
                               INTO    WK-LS-STATUS
                       END-STRING
                   WHEN "S"
                       MOVE    "-- 対象外"  TO      WK-LS-STATUS
                   WHEN "X"
                       MOVE    SPACE       TO      WK-LS-STATUS
                       STRING  "NG "           DELIMITED BY SIZE
                               WK-TM-ERR (I)   DELIMITED BY SIZE
                               INTO    WK-LS-STATUS
                       END-STRING
                   WHEN OTHER
                       MOVE    SPACE       TO      WK-LS-STATUS
                       STRING  "NG "           DELIMITED BY SIZE
                               WK-TM-ERR (I)   DELIMITED BY SIZE
                               INTO    WK-LS-STATUS
                       END-STRING
                       ADD     1           TO      WK-NG-CNT
               END-EVALUATE
               MOVE    WK-LS-LINE  TO      POT2-REC
               WRITE   POT2-REC
           END-PERFORM

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-TM-CNT   TO      WK-TM-N
           MOVE    SPACE       TO      POT2-REC
           STRING  "雛形="             DELIMITED BY SIZE
                   WK-TM-N             DELIMITED BY SIZE
                   " 生成="            DELIMITED BY SIZE
                   WK-GEN-CNT          DELIMITED BY SIZE
                   " 生成済み="        DELIMITED BY SIZE
                   WK-DONE-CNT         DELIMITED BY SIZE
                   " 対象外="          DELIMITED BY SIZE
                   WK-SKIP-CNT         DELIMITED BY SIZE
                   " NG="              DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC

           MOVE    SPACE       TO      POT2-REC
           STRING  "明細="             DELIMITED BY SIZE
                   WK-DTL-CNT          DELIMITED BY SIZE
                   " 金額="            DELIMITED BY SIZE
                   WK-CALC-TOTAL       DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   WK-POT1-F-NAME      DELIMITED BY SPACE
                   ")"                 DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC

           IF      WK-NG-CNT   >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 今回生成した分を生成ログへ追加
       S600-10.

           IF      WK-LOG-CNT  =       WK-LOG-OLD-CNT
                   GO  TO  S600-EX
           END-IF

           OPEN    EXTEND      LOG1-F
           IF      WK-LOG1-STATUS =    35
                   OPEN    OUTPUT      LOG1-F
           END-IF
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-TM-CNT
               IF      WK-TM-STAT (I) =    "G"
                   MOVE    SPACE       TO      LOG1-REC
                   MOVE    WK-TM-ID (I) TO     LOG1-ID
                   MOVE    WK-TM-OCC-YMD (I) TO LOG1-OCC-YMD
                   MOVE    WK-TODAY-YMD TO     LOG1-BATCH-YMD
                   MOVE    WK-BATCH-NO TO      LOG1-BATCH-NO
                   MOVE    WK-TM-LINES (I) TO  LOG1-CNT
                   MOVE    WK-TM-AMT (I) TO    LOG1-AMT
                   MOVE    WK-TODAY-YMD TO     LOG1-RUN-YMD
                   WRITE   LOG1-REC
               END-IF
           END-PERFORM
           CLOSE   LOG1-F
           .
       S600-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
                   POT2-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           DISPLAY WK-PGM-NAME " YM=" WK-YM
                   " バッチ=" WK-TODAY-YMD WK-BATCH-NO
           DISPLAY WK-PGM-NAME " マスター = " WK-MST1-CNT
                   " 雛形 = " WK-TM-N
                   " 生成 = " WK-GEN-CNT
                   " 生成済み = " WK-DONE-CNT
                   " NG = " WK-NG-CNT
           DISPLAY WK-PGM-NAME " 明細 = " WK-DTL-CNT
                   " (" WK-POT1-F-NAME ")"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.

      *    *** 払い出したバッチ番号を使用済みにする(仕訳が無ければ
      *    *** 取消す)
       S950-10.

           IF      WK-BATCH-ISS NOT =  "Y"
                   GO  TO  S950-EX
           END-IF

           IF      WK-DTL-CNT >       ZERO
                   MOVE    "USED"      TO      WNS-ID
                   MOVE    WK-POT1-F-NAME TO   WNS-MEMO
           ELSE
                   MOVE    "VOID"      TO      WNS-ID
                   MOVE    "NO JOURNAL LINE" TO WNS-MEMO
           END-IF
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           .
       S950-EX.
           EXIT.
