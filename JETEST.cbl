      *    *** 仕訳テスト(監査人向け仕訳データの異常分析)
      *    *** 毎年監査人から依頼される仕訳テストを、計上仕訳
      *    *** ジャーナル(CPJRNL)から1回の実行で作る。結果は区分毎に
      *    *** 該当仕訳を並べ、最後に母集団に対する件数の要約を付ける。
      *    ***   1 ベンフォード分析: 金額の第1桁/第1-2桁の分布と
      *    ***     期待分布(ベンフォードの法則)の比較、カイ二乗値。
      *    ***     第1-2桁で有意に多い(Z>1.96)桁の仕訳を並べる
      *    ***   2 休日計上: 計上日が土日/会社休日(DATEWEEKの"H")
      *    ***   3 端数なし金額: 丸め単位の倍数で下限以上の金額
      *    ***   4 締め前後の計上: 取引日の期の締め日(PERCTL.DATの
      *    ***     締め日、未締めの期は期末日)の前後N日に計上
      *    ***   5 少数入力者: 入力件数が少ない入力者(SECCHKの
      *    ***     利用者ID、CPJRNLのUSER)の仕訳
      *    ***   6 システム専用勘定への手入力: SYSACCT=の勘定に
      *    ***     入力者の有る(TXNENTRYで入力した)仕訳行
      *    *** 1-5は1仕訳(借方行)を1件、6は仕訳行を1件と数える。
      *    ***
      *    *** PRM1(JETEST.PRM1、引数1で別名指定可)の行:
      *    ***   F-IN=計上仕訳(複数行可 最大100、順に続けて読む)。
      *    ***        指定が無ければFY=の年度のFP01-12の計上仕訳一式
      *    ***        (JRNLNM、GLPOST.POT1.0001.FYFP 等)。無いファイル
      *    ***        は飛ばす
      *    ***   FY=会計年度(F-INの指定が無い時は必須)
      *    ***   F-OT=仕訳テスト結果(既定JETEST.POT1)
      *    ***   F-PER=期間管理マスター(既定PERCTL.DAT、無い時は
      *    ***         全て期末日で判定)
      *    ***   HDATE=休日判定の日付 P=計上処理日(既定) B=バッチ日付
      *    ***         T=取引日
      *    ***   RNDUNIT=丸め単位(既定10000)
      *    ***   RNDMIN=端数なし金額の下限(既定1000000)
      *    ***   CLSDAYS=締め前後の日数(既定3)
      *    ***   RARECNT=少数入力者とする入力件数(以下、既定3)
      *    ***   SYSACCT=システム専用勘定(1行1勘定、50まで)
      *    ***   CO=会社コード(既定0001)。仕訳の会社コードが同じ行
      *    ***      (空白の行を含む)だけを母集団とし、締め日は
      *    ***      その会社の期で判定する

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JETEST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上仕訳(CPJRNL)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 期間管理マスター(PERCTLが保守する)
           SELECT PER1-F           ASSIGN   WK-PER1-F-NAME
                               STATUS   WK-PER1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PER1-KEY.

      *    *** 仕訳テスト結果
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
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
           03  FILLER          PIC  X(120).

       FD  PER1-F
           LABEL RECORDS ARE STANDARD.
       01  PER1-REC.
           03  PER1-KEY.
             05  PER1-CO       PIC  X(004).
             05  PER1-FY       PIC  9(002).
             05  PER1-FP       PIC  9(002).
           03  PER1-STATE      PIC  X(001).
           03  PER1-CLOSED-BY  PIC  X(008).
           03  PER1-CLOSED-YMD PIC  9(008).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "JETEST  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "JETEST.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** F-IN(最大100ファイル)と読込み中のファイル
           03  WK-FIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-X        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-TBL      OCCURS 100.
             05  WK-FIN-NAME   PIC  X(032) VALUE SPACE.
           03  WK-PER1-F-NAME  PIC  X(032) VALUE "PERCTL.DAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "JETEST.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PER1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
      *    *** 期間管理マスター Y=開いた N=無い(期末日で判定)
           03  WK-PER1-OPEN    PIC  X(001) VALUE "N".

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** パラメータ
           03  WK-HDATE        PIC  X(001) VALUE "P".
           03  WK-RNDUNIT      PIC  9(010) VALUE 10000.
           03  WK-RNDMIN       PIC  9(010) VALUE 1000000.
           03  WK-CLSDAYS      PIC  9(003) VALUE 3.
           03  WK-RARECNT      PIC  9(007) VALUE 3.
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-FY           PIC  9(002) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** 母集団
           03  WK-IN-CNT       PIC  9(009) VALUE ZERO.
           03  WK-OTH-CNT      PIC  9(009) VALUE ZERO.
           03  WK-ENT-CNT      PIC  9(009) VALUE ZERO.
           03  WK-ENT-AMT      PIC  9(015) VALUE ZERO.
           03  WK-MAN-LINE-CNT PIC  9(009) VALUE ZERO.
           03  WK-MAN-ENT-CNT  PIC  9(009) VALUE ZERO.

      *    *** 区分(1-6)毎の母集団件数/該当件数/該当金額
           03  WK-SEC          BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEC-TBL      OCCURS 6.
             05  WK-SEC-POP    PIC  9(009) VALUE ZERO.
             05  WK-SEC-CNT    PIC  9(009) VALUE ZERO.
             05  WK-SEC-AMT    PIC  9(015) VALUE ZERO.
           03  WK-HIT          PIC  X(001) VALUE "N".
           03  WK-NOTE         PIC  X(030) VALUE SPACE.

      *    *** ベンフォード分析
           03  WK-AMT-X        PIC  X(010) VALUE SPACE.
           03  WK-LZ           BINARY-LONG SYNC VALUE ZERO.
           03  WK-D1           PIC  9(001) VALUE ZERO.
           03  WK-D2           PIC  9(002) VALUE ZERO.
           03  WK-B1-N         PIC  9(009) VALUE ZERO.
           03  WK-B2-N         PIC  9(009) VALUE ZERO.
           03  WK-B1-CNT       PIC  9(009) VALUE ZERO
                               OCCURS 9.
           03  WK-B2-TBL       OCCURS 90.
             05  WK-B2-CNT     PIC  9(009) VALUE ZERO.
             05  WK-B2-FLAG    PIC  X(001) VALUE SPACE.
           03  WK-B-P          PIC  9V9(6) VALUE ZERO.
           03  WK-B-EXP        PIC  9(009)V99 VALUE ZERO.
           03  WK-B-Z          PIC S9(005)V99 VALUE ZERO.
           03  WK-B-CHI        PIC  9(007)V9(4) VALUE ZERO.
           03  WK-B-CHI1       PIC  9(007)V9(4) VALUE ZERO.
           03  WK-B-CHI2       PIC  9(007)V9(4) VALUE ZERO.
      *    *** カイ二乗の棄却限界値(有意水準5%、自由度8/89)
           03  WK-B-CRIT1      PIC  9(003)V999 VALUE 15.507.
           03  WK-B-CRIT2      PIC  9(003)V999 VALUE 112.022.
           03  WK-B-DIGIT      PIC  9(002) VALUE ZERO.
           03  WK-B-OBS        PIC  9(009) VALUE ZERO.
           03  WK-B-NN         PIC  9(009) VALUE ZERO.
           03  WK-B-CHI-T      PIC  9(007)V9(4) VALUE ZERO.
           03  WK-B-CRIT-T     PIC  9(003)V999 VALUE ZERO.
           03  WK-B-OBS-PCT    PIC  9(003)V99 VALUE ZERO.
           03  WK-B-EXP-PCT    PIC  9(003)V99 VALUE ZERO.

      *    *** 休日判定(同じ日付が続くので前回の結果を使う)
           03  WK-HD-YMD       PIC  9(008) VALUE ZERO.
           03  WK-HD-LAST-YMD  PIC  9(008) VALUE ZERO.
           03  WK-HD-LAST      PIC  X(001) VALUE SPACE.
           03  WK-HD-WEEK      PIC  9(001) VALUE ZERO.

      *    *** 締め前後(同じ期が続くので前回の基準日を使う)
           03  WK-CL-YMD       PIC  9(008) VALUE ZERO.
           03  WK-CL-YMD-R     REDEFINES WK-CL-YMD.
             05  WK-CL-YYYY    PIC  9(004).
             05  WK-CL-MM      PIC  9(002).
             05  WK-CL-DD      PIC  9(002).
           03  WK-CL-LAST-YM   PIC  9(006) VALUE ZERO.
           03  WK-CL-REF-YMD   PIC  9(008) VALUE ZERO.
           03  WK-CL-REF-KBN   PIC  X(001) VALUE SPACE.
           03  WK-CL-REF-NISUU PIC  9(007) VALUE ZERO.
           03  WK-CL-DIFF      PIC S9(007) VALUE ZERO.
           03  WK-CL-DIFF-E    PIC  -ZZ9.

      *    *** 入力者別の入力件数(500人まで)
           03  WK-US-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-US-TBL       OCCURS 500.
             05  WK-US-ID      PIC  X(008) VALUE SPACE.
             05  WK-US-CNT     PIC  9(007) VALUE ZERO.

      *    *** システム専用勘定(50まで)
           03  WK-SA-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SA-ACCT      PIC  X(008) VALUE SPACE
                               OCCURS 50.

      *    *** 結果の編集
           03  WK-ED-CNT       PIC  ZZZ,ZZZ,ZZ9.
           03  WK-ED-CNT2      PIC  ZZZ,ZZZ,ZZ9.
           03  WK-ED-AMT       PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-ED-AMT2      PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-ED-PCT       PIC  ZZ9.99.
           03  WK-ED-PCT2      PIC  ZZ9.99.
           03  WK-ED-EXP       PIC  ZZZ,ZZZ,ZZ9.99.
           03  WK-ED-Z         PIC  --9.99.
           03  WK-ED-CHI       PIC  Z,ZZZ,ZZ9.9999.
           03  WK-ED-CRIT      PIC  ZZ9.999.
           03  WK-PCT          PIC  9(003)V99 VALUE ZERO.

           03  WK-SEC-TITLE-AREA.
             05  FILLER        PIC  X(048) VALUE
                 "1 ベンフォード分析(第1-2桁の超過)".
             05  FILLER        PIC  X(048) VALUE
                 "2 休日(土日/会社休日)の計上".
             05  FILLER        PIC  X(048) VALUE
                 "3 端数なし金額".
             05  FILLER        PIC  X(048) VALUE
                 "4 締め前後の計上".
             05  FILLER        PIC  X(048) VALUE
                 "5 少数入力者の仕訳".
             05  FILLER        PIC  X(048) VALUE
                 "6 システム専用勘定への手入力".
           03  WK-SEC-TITLE-R  REDEFINES WK-SEC-TITLE-AREA.
             05  WK-SEC-TITLE  PIC  X(048) OCCURS 6.

           03  WK-B-HEAD       PIC  X(060) VALUE
               "  DG       COUNT       EXPECTED   OBS%   EXP%      Z".

           03  WK-LS-HEAD.
             05  FILLER        PIC  X(044) VALUE
                 "BATCH        LINE DC ACCT     TXN-YMD  POST-".
             05  FILLER        PIC  X(044) VALUE
                 "YMD           AMOUNT USER     SRC      MEMO ".
             05  FILLER        PIC  X(044) VALUE
                 "                NOTE".

           03  WK-LS-LINE.
             05  WK-LS-BATCH-YMD PIC 9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LS-BATCH-NO PIC 9(004) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-LINE-NO PIC  9(004) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DC      PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LS-ACCT    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-POST-YMD PIC 9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-USER    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-SRC     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-MEMO    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NOTE    PIC  X(030) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX

      *    *** 1回目の読込み(母集団、桁分布、入力者別件数)
           PERFORM S100-10     THRU    S100-EX

      *    *** ベンフォード分析の分布表
           PERFORM S200-10     THRU    S200-EX

      *    *** 区分毎に読み直して該当仕訳を並べる
           PERFORM VARYING WK-SEC FROM 1 BY 1
                   UNTIL WK-SEC > 6
               PERFORM S300-10     THRU    S300-EX
           END-PERFORM

      *    *** 要約
           PERFORM S800-10     THRU    S800-EX

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
                                       POT1-REC

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
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

           IF      WK-RNDUNIT  =       ZERO
                   DISPLAY WK-PGM-NAME " RNDUNIT ERROR"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-FIN-CNT  =       ZERO
                   PERFORM S030-10     THRU    S030-EX
           END-IF

      *    *** 期間管理マスター(無い時は期末日で判定する)
           OPEN    INPUT       PER1-F
           IF      WK-PER1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-PER1-OPEN
           ELSE
                   DISPLAY WK-PGM-NAME " PER1-F OPEN STATUS="
                           WK-PER1-STATUS " (期末日で判定)"
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
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
               WHEN "F-IN"
                   IF      WK-FIN-CNT  >=      100
                       DISPLAY WK-PGM-NAME
                               " F-INは100ファイルまで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FIN-CNT
                   MOVE    WK-PRM02    TO      WK-FIN-NAME (WK-FIN-CNT)
               WHEN "FY"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                       MOVE    WK-PRM02 (1:2) TO   WK-FY
                   ELSE
                       DISPLAY WK-PGM-NAME " FY ERROR " PRM1-REC
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-PER"
                   MOVE    WK-PRM02    TO      WK-PER1-F-NAME
               WHEN "HDATE"
                   IF      WK-PRM02 (1:1) = "P" OR "B" OR "T"
                       MOVE    WK-PRM02 (1:1) TO   WK-HDATE
                   ELSE
                       DISPLAY WK-PGM-NAME " HDATE=P/B/T " PRM1-REC
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "RNDUNIT"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RNDUNIT
               WHEN "RNDMIN"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RNDMIN
               WHEN "CLSDAYS"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-CLSDAYS
               WHEN "RARECNT"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RARECNT
               WHEN "SYSACCT"
                   IF      WK-SA-MAX   >=      50
                       DISPLAY WK-PGM-NAME " SYSACCT=は50勘定まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-SA-MAX
                   MOVE    WK-PRM02    TO      WK-SA-ACCT (WK-SA-MAX)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR " PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** F-INの指定が無い時の既定: 年度の各期の計上仕訳一式
      *    *** (無いファイルは飛ばす。1本も無ければ中止)
       S030-10.

           IF      WK-FY       =       ZERO
                   DISPLAY WK-PGM-NAME " F-IN/FY ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 12
               MOVE    "L"         TO      WJN-ID
               MOVE    WK-CO       TO      WJN-CO
               MOVE    WK-FY       TO      WJN-FY
               MOVE    J           TO      WJN-FP
               MOVE    1           TO      WJN-SEQ
               CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               PERFORM UNTIL WJN-RESULT NOT = "Y"
                   PERFORM S035-10     THRU    S035-EX
                   ADD     1           TO      WJN-SEQ
                   CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               END-PERFORM
           END-PERFORM

           IF      WK-FIN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上仕訳が無い CO="
                           WK-CO " FY=" WK-FY
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 既定のF-INに1ファイル追加(存在するものだけ)
       S035-10.

           MOVE    WJN-F-NAME  TO      WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   GO  TO  S035-EX
           END-IF
           CLOSE   PIN1-F
           ADD     1           TO      WK-FIN-CNT
           MOVE    WJN-F-NAME  TO      WK-FIN-NAME (WK-FIN-CNT)
           .
       S035-EX.
           EXIT.

      *    *** 1回目の読込み(母集団、桁分布、入力者別件数)
       S100-10.

           PERFORM S110-10     THRU    S110-EX

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       PERFORM S115-10     THRU    S115-EX
                   NOT AT  END
                       ADD     1           TO      WK-IN-CNT
                       MOVE    PIN1-REC    TO      WJR-JRNL-REC
                       IF      WJR-CO      =       SPACE   OR
                               WJR-CO      =       WK-CO
                               PERFORM S120-10     THRU    S120-EX
                       ELSE
                               ADD     1           TO  WK-OTH-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           IF      WK-ENT-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 仕訳が無い (F-IN "
                           WK-FIN-CNT "本)"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 区分毎の母集団
           MOVE    WK-B2-N     TO      WK-SEC-POP (1)
           MOVE    WK-ENT-CNT  TO      WK-SEC-POP (2)
                                       WK-SEC-POP (3)
                                       WK-SEC-POP (4)
           MOVE    WK-MAN-ENT-CNT TO   WK-SEC-POP (5)
           MOVE    WK-MAN-LINE-CNT TO  WK-SEC-POP (6)
           .
       S100-EX.
           EXIT.

      *    *** 計上仕訳のOPEN(区分毎に1本目から読み直す)
       S110-10.

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    1           TO      WK-FIN-X
           MOVE    WK-FIN-NAME (WK-FIN-X) TO WK-PIN1-F-NAME
           .
       S110-20.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** ファイルの終り: 次のF-INへ。最後のファイルはEOF
      *    *** (最後のファイルは読んだ側でCLOSEする)
       S115-10.

           IF      WK-FIN-X    >=      WK-FIN-CNT
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
                   GO  TO  S115-EX
           END-IF

           CLOSE   PIN1-F
           ADD     1           TO      WK-FIN-X
           MOVE    WK-FIN-NAME (WK-FIN-X) TO WK-PIN1-F-NAME
           PERFORM S110-20     THRU    S110-EX
           .
       S115-EX.
           EXIT.

      *    *** 1行の集計
       S120-10.

      *    *** 手入力(入力者あり)の仕訳行
           IF      WJR-USER    NOT =   SPACE
                   ADD     1           TO      WK-MAN-LINE-CNT
           END-IF

      *    *** 以下は1仕訳1件(借方行)で数える
           IF      WJR-DC      NOT =   "D"
                   GO  TO  S120-EX
           END-IF
           ADD     1           TO      WK-ENT-CNT
           ADD     WJR-AMT     TO      WK-ENT-AMT

      *    *** 第1桁/第1-2桁
           PERFORM S130-10     THRU    S130-EX
           IF      WK-D1       >       ZERO
                   ADD     1           TO      WK-B1-N
                   ADD     1           TO      WK-B1-CNT (WK-D1)
           END-IF
           IF      WK-D2       >=      10
                   ADD     1           TO      WK-B2-N
                   ADD     1           TO      WK-B2-CNT (WK-D2 - 9)
           END-IF

      *    *** 入力者別の入力件数
           IF      WJR-USER    =       SPACE
                   GO  TO  S120-EX
           END-IF
           ADD     1           TO      WK-MAN-ENT-CNT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-US-MAX
                      OR WK-US-ID (K) = WJR-USER
               CONTINUE
           END-PERFORM
           IF      K           >       WK-US-MAX
                   IF      WK-US-MAX   >=      500
                       DISPLAY WK-PGM-NAME " 入力者は500人まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-US-MAX
                   MOVE    WK-US-MAX   TO      K
                   MOVE    WJR-USER    TO      WK-US-ID (K)
           END-IF
           ADD     1           TO      WK-US-CNT (K)
           .
       S120-EX.
           EXIT.

      *    *** 金額の第1桁(WK-D1)と第1-2桁(WK-D2)、無い時はゼロ
       S130-10.

           MOVE    ZERO        TO      WK-D1 WK-D2 WK-LZ
           IF      WJR-AMT     =       ZERO
                   GO  TO  S130-EX
           END-IF
           MOVE    WJR-AMT     TO      WK-AMT-X
           INSPECT WK-AMT-X    TALLYING WK-LZ FOR LEADING "0"
           MOVE    WK-AMT-X (WK-LZ + 1:1) TO WK-D1
           IF      WK-LZ       <=      8
                   MOVE    WK-AMT-X (WK-LZ + 1:2) TO WK-D2
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** ベンフォード分析の分布表
       S200-10.

           MOVE    SPACE       TO      POT1-REC
           STRING  "JETEST 仕訳テスト結果 CO=" DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    WK-ENT-CNT  TO      WK-ED-CNT
           MOVE    WK-ENT-AMT  TO      WK-ED-AMT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-FIN-CNT
               MOVE    SPACE       TO      POT1-REC
               STRING  "計上仕訳="         DELIMITED BY SIZE
                       WK-FIN-NAME (J)     DELIMITED BY SPACE
                       INTO    POT1-REC
               END-STRING
               WRITE   POT1-REC
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           STRING  "仕訳件数="         DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   " 金額合計="        DELIMITED BY SIZE
                   WK-ED-AMT           DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "ベンフォード分析 第1桁"  TO  POT1-REC
           WRITE   POT1-REC
           MOVE    WK-B-HEAD   TO      POT1-REC
           WRITE   POT1-REC

           MOVE    ZERO        TO      WK-B-CHI1
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 9
               MOVE    K           TO      WK-B-DIGIT
               COMPUTE WK-B-P ROUNDED = FUNCTION LOG10(1 + 1 / K)
               PERFORM S210-10     THRU    S210-EX
               ADD     WK-B-CHI    TO      WK-B-CHI1
           END-PERFORM
           MOVE    WK-B-CHI1   TO      WK-B-CHI-T
           MOVE    WK-B-CRIT1  TO      WK-B-CRIT-T
           PERFORM S220-10     THRU    S220-EX

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE
               "ベンフォード分析 第1-2桁(*=有意に多い)"
                                       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-B-HEAD   TO      POT1-REC
           WRITE   POT1-REC

           MOVE    ZERO        TO      WK-B-CHI2
           PERFORM VARYING K FROM 10 BY 1
                   UNTIL K > 99
               MOVE    K           TO      WK-B-DIGIT
               COMPUTE WK-B-P ROUNDED = FUNCTION LOG10(1 + 1 / K)
               PERFORM S210-10     THRU    S210-EX
               ADD     WK-B-CHI    TO      WK-B-CHI2
           END-PERFORM
           MOVE    WK-B-CHI2   TO      WK-B-CHI-T
           MOVE    WK-B-CRIT2  TO      WK-B-CRIT-T
           PERFORM S220-10     THRU    S220-EX
           .
       S200-EX.
           EXIT.

      *    *** 桁(WK-B-DIGIT、期待比率WK-B-P)の1行とカイ二乗の項
       S210-10.

           IF      WK-B-DIGIT  <       10
                   MOVE    WK-B1-CNT (WK-B-DIGIT) TO WK-B-OBS
                   MOVE    WK-B1-N     TO      WK-B-NN
           ELSE
                   MOVE    WK-B2-CNT (WK-B-DIGIT - 9) TO WK-B-OBS
                   MOVE    WK-B2-N     TO      WK-B-NN
           END-IF
           COMPUTE WK-B-EXP ROUNDED = WK-B-NN * WK-B-P

           MOVE    ZERO        TO      WK-B-CHI WK-B-Z WK-B-OBS-PCT
           COMPUTE WK-B-EXP-PCT ROUNDED = WK-B-P * 100
           IF      WK-B-EXP    >       ZERO
                   COMPUTE WK-B-CHI ROUNDED =
                           (WK-B-OBS - WK-B-EXP) ** 2 / WK-B-EXP
                   COMPUTE WK-B-OBS-PCT ROUNDED =
                           WK-B-OBS * 100 / WK-B-NN
                   COMPUTE WK-B-Z ROUNDED =
                           (WK-B-OBS - WK-B-EXP) /
                           FUNCTION SQRT(WK-B-EXP * (1 - WK-B-P))
           END-IF

           MOVE    WK-B-OBS    TO      WK-ED-CNT
           MOVE    WK-B-EXP    TO      WK-ED-EXP
           MOVE    WK-B-OBS-PCT TO     WK-ED-PCT
           MOVE    WK-B-EXP-PCT TO     WK-ED-PCT2
           MOVE    WK-B-Z      TO      WK-ED-Z
           MOVE    SPACE       TO      POT1-REC
           STRING  "  "                DELIMITED BY SIZE
                   WK-B-DIGIT          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-ED-EXP           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-ED-PCT           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-ED-PCT2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-ED-Z             DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING

      *    *** 第1-2桁で期待より有意に多い桁(Z>1.96)に印を付け、
      *    *** 区分1でその桁の仕訳を並べる
           IF      WK-B-DIGIT  >=      10      AND
                   WK-B-Z      >       1.96
                   MOVE    "Y"         TO  WK-B2-FLAG (WK-B-DIGIT - 9)
                   MOVE    "*"         TO      POT1-REC (55:1)
           END-IF
           WRITE   POT1-REC
           .
       S210-EX.
           EXIT.

      *    *** カイ二乗値と判定(WK-B-CHI-T、WK-B-CRIT-Tは呼出し前に)
       S220-10.

           MOVE    WK-B-CHI-T  TO      WK-ED-CHI
           MOVE    WK-B-CRIT-T TO      WK-ED-CRIT
           MOVE    SPACE       TO      POT1-REC
           STRING  "  カイ二乗="       DELIMITED BY SIZE
                   WK-ED-CHI           DELIMITED BY SIZE
                   " 棄却限界(5%)="    DELIMITED BY SIZE
                   WK-ED-CRIT          DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           IF      WK-B-CHI-T  >       WK-B-CRIT-T
                   MOVE    "=> 期待分布から乖離"
                                       TO      POT1-REC (60:)
           ELSE
                   MOVE    "=> 期待分布に適合" TO POT1-REC (60:)
           END-IF
           WRITE   POT1-REC
           .
       S220-EX.
           EXIT.

      *    *** 区分(WK-SEC)の該当仕訳を並べる
       S300-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-SEC-TITLE (WK-SEC) TO POT1-REC
           EVALUATE WK-SEC
               WHEN 2
                   EVALUATE WK-HDATE
                       WHEN "P"
                           MOVE    " 判定日=計上処理日"
                                       TO      POT1-REC (49:)
                       WHEN "B"
                           MOVE    " 判定日=バッチ日付"
                                       TO      POT1-REC (49:)
                       WHEN OTHER
                           MOVE    " 判定日=取引日"
                                       TO      POT1-REC (49:)
                   END-EVALUATE
               WHEN 3
                   MOVE    WK-RNDUNIT  TO      WK-ED-AMT
                   MOVE    WK-RNDMIN   TO      WK-ED-AMT2
                   STRING  " 単位="            DELIMITED BY SIZE
                           WK-ED-AMT           DELIMITED BY SIZE
                           " 下限="            DELIMITED BY SIZE
                           WK-ED-AMT2          DELIMITED BY SIZE
                           INTO    POT1-REC (49:)
                   END-STRING
               WHEN 4
                   STRING  " 前後日数="        DELIMITED BY SIZE
                           WK-CLSDAYS          DELIMITED BY SIZE
                           INTO    POT1-REC (49:)
                   END-STRING
               WHEN 5
                   MOVE    WK-RARECNT  TO      WK-ED-CNT
                   STRING  " 入力件数<="       DELIMITED BY SIZE
                           WK-ED-CNT           DELIMITED BY SIZE
                           INTO    POT1-REC (49:)
                   END-STRING
               WHEN 6
                   MOVE    WK-SA-MAX   TO      WK-ED-CNT
                   STRING  " 勘定数="          DELIMITED BY SIZE
                           WK-ED-CNT           DELIMITED BY SIZE
                           INTO    POT1-REC (49:)
                   END-STRING
           END-EVALUATE
           WRITE   POT1-REC
           MOVE    WK-LS-HEAD  TO      POT1-REC
           WRITE   POT1-REC

           PERFORM S110-10     THRU    S110-EX
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       PERFORM S115-10     THRU    S115-EX
                   NOT AT  END
                       MOVE    PIN1-REC    TO      WJR-JRNL-REC
                       IF      WJR-CO      =       SPACE   OR
                               WJR-CO      =       WK-CO
                               PERFORM S310-10     THRU    S310-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           MOVE    WK-SEC-CNT (WK-SEC) TO WK-ED-CNT
           MOVE    SPACE       TO      POT1-REC
           STRING  "  該当件数="       DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           .
       S300-EX.
           EXIT.

      *    *** 1行の判定(区分毎)
       S310-10.

           MOVE    "N"         TO      WK-HIT
           MOVE    SPACE       TO      WK-NOTE

      *    *** 区分6だけは仕訳行単位、他は借方行(1仕訳1件)
           IF      WK-SEC      =       6
                   PERFORM S360-10     THRU    S360-EX
           ELSE
                   IF      WJR-DC      =       "D"
                       EVALUATE WK-SEC
                           WHEN 1
                               PERFORM S320-10     THRU    S320-EX
                           WHEN 2
                               PERFORM S330-10     THRU    S330-EX
                           WHEN 3
                               PERFORM S340-10     THRU    S340-EX
                           WHEN 4
                               PERFORM S350-10     THRU    S350-EX
                           WHEN 5
                               PERFORM S355-10     THRU    S355-EX
                       END-EVALUATE
                   END-IF
           END-IF

           IF      WK-HIT      NOT =   "Y"
                   GO  TO  S310-EX
           END-IF

           ADD     1           TO      WK-SEC-CNT (WK-SEC)
           ADD     WJR-AMT     TO      WK-SEC-AMT (WK-SEC)

           MOVE    WJR-BATCH-YMD TO    WK-LS-BATCH-YMD
           MOVE    WJR-BATCH-NO TO     WK-LS-BATCH-NO
           MOVE    WJR-LINE    TO      WK-LS-LINE-NO
           MOVE    WJR-DC      TO      WK-LS-DC
           MOVE    WJR-ACCT    TO      WK-LS-ACCT
           MOVE    WJR-YMD     TO      WK-LS-YMD
           MOVE    WJR-POST-YMD TO     WK-LS-POST-YMD
           MOVE    WJR-AMT     TO      WK-LS-AMT
           MOVE    WJR-USER    TO      WK-LS-USER
           MOVE    WJR-SRC     TO      WK-LS-SRC
           MOVE    WJR-MEMO    TO      WK-LS-MEMO
           MOVE    WK-NOTE     TO      WK-LS-NOTE
           MOVE    WK-LS-LINE  TO      POT1-REC
           WRITE   POT1-REC
           .
       S310-EX.
           EXIT.

      *    *** 1 第1-2桁が有意に多い桁の仕訳
       S320-10.

           PERFORM S130-10     THRU    S130-EX
           IF      WK-D2       >=      10
               IF  WK-B2-FLAG (WK-D2 - 9) = "Y"
                   MOVE    "Y"         TO      WK-HIT
                   STRING  "第1-2桁="          DELIMITED BY SIZE
                           WK-D2               DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
               END-IF
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** 2 休日(土日/会社休日)の計上
       S330-10.

           EVALUATE WK-HDATE
               WHEN "B"
                   MOVE    WJR-BATCH-YMD TO    WK-HD-YMD
               WHEN "T"
                   MOVE    WJR-YMD     TO      WK-HD-YMD
               WHEN OTHER
                   MOVE    WJR-POST-YMD TO     WK-HD-YMD
           END-EVALUATE

           IF      WK-HD-YMD   NOT =   WK-HD-LAST-YMD
                   MOVE    "H"         TO      WDW-DATE2-ID
                   MOVE    WK-HD-YMD   TO      WDW-DATE2-YMD-9
                   CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
                   MOVE    WK-HD-YMD   TO      WK-HD-LAST-YMD
                   MOVE    WDW-HOLIDAY TO      WK-HD-LAST
                   MOVE    WDW-DATE2-WEEK TO   WK-HD-WEEK
           END-IF

           IF      WK-HD-LAST  =       "Y"
                   MOVE    "Y"         TO      WK-HIT
                   EVALUATE WK-HD-WEEK
                       WHEN 6
                           MOVE    "土曜"      TO      WK-NOTE
                       WHEN 7
                           MOVE    "日曜"      TO      WK-NOTE
                       WHEN OTHER
                           MOVE    "会社休日"  TO      WK-NOTE
                   END-EVALUATE
           END-IF
           .
       S330-EX.
           EXIT.

      *    *** 3 端数なし金額(丸め単位の倍数で下限以上)
       S340-10.

           IF      WJR-AMT     >=      WK-RNDMIN       AND
                   FUNCTION MOD(WJR-AMT WK-RNDUNIT) =  ZERO
                   MOVE    "Y"         TO      WK-HIT
           END-IF
           .
       S340-EX.
           EXIT.

      *    *** 4 締め前後の計上(取引日の期の締め日、未締めは期末日)
       S350-10.

           MOVE    WJR-YMD     TO      WK-CL-YMD
           IF      WK-CL-YMD (1:6) NOT = WK-CL-LAST-YM
                   PERFORM S352-10     THRU    S352-EX
           END-IF

           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WJR-POST-YMD TO     WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           COMPUTE WK-CL-DIFF = WDW-NISUU - WK-CL-REF-NISUU

           IF      WK-CL-DIFF  >=      0 - WK-CLSDAYS  AND
                   WK-CL-DIFF  <=      WK-CLSDAYS
                   MOVE    "Y"         TO      WK-HIT
                   MOVE    WK-CL-DIFF  TO      WK-CL-DIFF-E
                   IF      WK-CL-REF-KBN =     "X"
                       STRING  "締め日 "           DELIMITED BY SIZE
                               WK-CL-REF-YMD       DELIMITED BY SIZE
                               WK-CL-DIFF-E        DELIMITED BY SIZE
                               "日"                DELIMITED BY SIZE
                               INTO    WK-NOTE
                       END-STRING
                   ELSE
                       STRING  "期末日 "           DELIMITED BY SIZE
                               WK-CL-REF-YMD       DELIMITED BY SIZE
                               WK-CL-DIFF-E        DELIMITED BY SIZE
                               "日"                DELIMITED BY SIZE
                               INTO    WK-NOTE
                       END-STRING
                   END-IF
           END-IF
           .
       S350-EX.
           EXIT.

      *    *** 取引日の期の基準日(締め済みは締め日、他は期末日)
       S352-10.

           MOVE    WK-CL-YMD (1:6) TO  WK-CL-LAST-YM

      *    *** 期末日(取引日の月末)
           MOVE    01          TO      WK-CL-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-CL-YMD   TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-DD2 (WK-CL-MM) TO WK-CL-DD
           MOVE    WK-CL-YMD   TO      WK-CL-REF-YMD
           MOVE    "E"         TO      WK-CL-REF-KBN

      *    *** 締め済みの期は締め日
           IF      WK-PER1-OPEN =      "Y"
                   MOVE    "F"         TO      WDT-DATE-TIME-ID
                   COMPUTE WDT-DATE-FY-YY =
                           FUNCTION MOD(WJR-YMD / 10000 100)
                   COMPUTE WDT-DATE-FY-MM =
                           FUNCTION MOD(WJR-YMD / 100 100)
                   COMPUTE WDT-DATE-FY-DD = FUNCTION MOD(WJR-YMD 100)
                   CALL    "DATETIME"  USING   WDT-DATETIME-AREA
                   MOVE    WK-CO       TO      PER1-CO
                   MOVE    WDT-DATE-FY TO      PER1-FY
                   MOVE    WDT-DATE-FP TO      PER1-FP
                   READ    PER1-F
                           KEY PER1-KEY
                       INVALID
                           CONTINUE
                       NOT INVALID
                           IF      PER1-STATE  =       "X"     AND
                                   PER1-CLOSED-YMD >   ZERO
                               MOVE    PER1-CLOSED-YMD TO
                                       WK-CL-REF-YMD
                               MOVE    "X"         TO  WK-CL-REF-KBN
                           END-IF
                   END-READ
           END-IF

           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-CL-REF-YMD TO    WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-NISUU   TO      WK-CL-REF-NISUU
           .
       S352-EX.
           EXIT.

      *    *** 5 少数入力者の仕訳
       S355-10.

           IF      WJR-USER    =       SPACE
                   GO  TO  S355-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-US-MAX
                      OR WK-US-ID (K) = WJR-USER
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-US-MAX
               IF  WK-US-CNT (K) <=    WK-RARECNT
                   MOVE    "Y"         TO      WK-HIT
                   MOVE    WK-US-CNT (K) TO    WK-ED-CNT
                   STRING  "入力件数="         DELIMITED BY SIZE
                           WK-ED-CNT           DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
               END-IF
           END-IF
           .
       S355-EX.
           EXIT.

      *    *** 6 システム専用勘定への手入力(入力者の有る仕訳行)
       S360-10.

           IF      WJR-USER    =       SPACE
                   GO  TO  S360-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-SA-MAX
                      OR WK-SA-ACCT (K) = WJR-ACCT
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-SA-MAX
                   MOVE    "Y"         TO      WK-HIT
                   MOVE    "システム専用勘定" TO WK-NOTE
           END-IF
           .
       S360-EX.
           EXIT.

      *    *** 要約(区分毎の該当件数と母集団)
       S800-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "要約" TO POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "  区分                                    "
                                       DELIMITED BY SIZE
                   "   母集団     該当件数  該当%"
                                       DELIMITED BY SIZE
                   "           該当金額"
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 6
               MOVE    ZERO        TO      WK-PCT
               IF      WK-SEC-POP (K) >    ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-SEC-CNT (K) * 100 / WK-SEC-POP (K)
               END-IF
               MOVE    WK-SEC-POP (K) TO   WK-ED-CNT
               MOVE    WK-SEC-CNT (K) TO   WK-ED-CNT2
               MOVE    WK-PCT      TO      WK-ED-PCT
               MOVE    WK-SEC-AMT (K) TO   WK-ED-AMT
               MOVE    SPACE       TO      POT1-REC
               STRING  "  "                DELIMITED BY SIZE
                       WK-SEC-TITLE (K)    DELIMITED BY SIZE
                       WK-ED-CNT           DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-ED-CNT2          DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-ED-PCT           DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-ED-AMT           DELIMITED BY SIZE
                       INTO    POT1-REC
               END-STRING
               WRITE   POT1-REC
               DISPLAY WK-PGM-NAME " " WK-SEC-TITLE (K)
                       " 該当=" WK-ED-CNT2 " /" WK-ED-CNT
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           STRING  "  (母集団: 1-4=全仕訳 ただし1は"
                                       DELIMITED BY SIZE
                   "金額2桁以上、"     DELIMITED BY SIZE
                   "5=手入力の仕訳 6=手入力の仕訳行)"
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-PER1-OPEN =      "Y"
                   CLOSE   PER1-F
           END-IF
           CLOSE   POT1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           MOVE    WK-US-MAX   TO      WK-ED-CNT
           DISPLAY WK-PGM-NAME " END 読込=" WK-IN-CNT
                   " 仕訳=" WK-ENT-CNT
                   " 入力者=" WK-ED-CNT
           DISPLAY WK-PGM-NAME " CO=" WK-CO " 他社=" WK-OTH-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
