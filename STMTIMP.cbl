      *    *** 入出金取引明細の取込み(全銀協フォーマット => 銀行
      *    *** 勘定照合(BANKREC)のS-IN明細)
      *    *** 銀行が配信する入出金取引明細(200バイト固定、改行付き)
      *    ***   ヘッダー(1)/データ(2)/トレーラー(8)/エンド(9)
      *    *** を読み、口座(ヘッダー)毎に次を検査する。
      *    ***   ・トレーラーの入金件数/入金額/出金件数/出金額が
      *    ***     データレコードの集計と一致する事
      *    ***   ・取引前残高+入金-出金=取引後残高(貸越区分込み)
      *    ***   ・取引前残高が前日残高ファイル(F-BAL)の前回の
      *    ***     取引後残高と一致し、勘定日(自)が前回の勘定日(至)
      *    ***     より後である事(欠けた日/二重取込みを照合前に検出)
      *    *** 1件でもNGがあれば明細を書かずに中止する(RC=16)。
      *    *** 全口座OKの時だけBANKRECの明細(F-OT)を書き、前日残高
      *    *** ファイルを今回の取引後残高で更新する。前日残高
      *    *** ファイルに無い口座は初回として取り込む(一覧に表示)。
      *    *** 日付は和暦YYMMDD(ERA=の元号、既定R=令和)を西暦
      *    *** YYYYMMDDへ、振込依頼人名は半角カナの小書き/英小文字
      *    *** /長音を寄せ、前詰めして連続空白を1つにする。
      *    ***
      *    *** PRM1(STMTIMP.PRM1、引数1で別名指定可)の行:
      *    ***   F-IN=入出金取引明細  F-OT=BANKREC明細(既定
      *    ***   STMTIMP.POT1)  F-LS=取込み一覧(既定STMTIMP.POT2)
      *    ***   F-BAL=前日残高ファイル(既定STMTIMP.BAL)
      *    ***   ERA=R|H|W  日付の元号(R=令和 H=平成 W=西暦下2桁)
      *    ***   IOKBN=0|1|2  F-OTへ書く明細(0=全て 1=入金のみ
      *    ***                2=出金のみ、既定0)
      *    ***   CO=会社コード(既定0001、取込み一覧の見出しに出す)
      *    ***
      *    *** F-OTの1行(128桁。BANKRECのPRM1は SDT=DATE,POS=1 /
      *    *** SDT=AMT,POS=10 / SDT=CP,POS=26,LEN=48):
      *    ***   1-8 勘定日  10-19 金額(ゾーン10桁)  21 入払区分
      *    ***   (1=入金 2=出金)  23-24 取引区分  26-73 振込依頼人名
      *    ***   75-82 起算日  84-91 照会番号  93-96 銀行
      *    ***   97-99 支店  100 預金種目  101-107 口座番号
      *    ***   109-128 摘要内容
      *    *** F-BALの1行: 1-4 銀行 5-7 支店 8 種目 9-15 口座
      *    ***   17-24 勘定日(至) 26 符号(-=貸越) 27-40 取引後残高
      *    ***   42-49 更新日

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             STMTIMP.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入出金取引明細(全銀 200バイト)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** BANKRECの銀行明細
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 取込み一覧
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 前日残高ファイル(読み/書き直し)
           SELECT BAL1-F           ASSIGN   WK-BAL1-F-NAME
                               STATUS   WK-BAL1-STATUS
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
           03  PIN1-KBN        PIC  X(001).
           03  FILLER          PIC  X(199).
      *    *** ヘッダー
       01  PIN1-H-REC.
           03  FILLER          PIC  X(001).
           03  PIN1-H-SHUBETSU PIC  X(002).
           03  FILLER          PIC  X(001).
           03  PIN1-H-MAKE     PIC  X(006).
           03  PIN1-H-FROM     PIC  X(006).
           03  PIN1-H-TO       PIC  X(006).
           03  PIN1-H-BANK     PIC  X(004).
           03  FILLER          PIC  X(015).
           03  PIN1-H-BRN      PIC  X(003).
           03  FILLER          PIC  X(015).
           03  FILLER          PIC  X(003).
           03  PIN1-H-KMK      PIC  X(001).
           03  PIN1-H-KOZA     PIC  X(007).
           03  PIN1-H-NAME     PIC  X(040).
           03  PIN1-H-KASHI    PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PIN1-H-BAL      PIC  X(014).
           03  FILLER          PIC  X(074).
      *    *** データ
       01  PIN1-D-REC.
           03  FILLER          PIC  X(001).
           03  PIN1-D-SHOKAI   PIC  X(008).
           03  PIN1-D-KANJO    PIC  X(006).
           03  PIN1-D-KISAN    PIC  X(006).
           03  PIN1-D-IO       PIC  X(001).
           03  PIN1-D-TORI     PIC  X(002).
           03  PIN1-D-AMT      PIC  X(012).
           03  FILLER          PIC  X(012).
           03  FILLER          PIC  X(006).
           03  FILLER          PIC  X(006).
           03  FILLER          PIC  X(001).
           03  FILLER          PIC  X(007).
           03  FILLER          PIC  X(003).
           03  PIN1-D-IRAI-CD  PIC  X(010).
           03  PIN1-D-IRAI-NM  PIC  X(048).
           03  FILLER          PIC  X(015).
           03  FILLER          PIC  X(015).
           03  PIN1-D-TEKIYO   PIC  X(020).
           03  FILLER          PIC  X(021).
      *    *** トレーラー
       01  PIN1-T-REC.
           03  FILLER          PIC  X(001).
           03  PIN1-T-IN-CNT   PIC  X(006).
           03  PIN1-T-IN-AMT   PIC  X(013).
           03  PIN1-T-OUT-CNT  PIC  X(006).
           03  PIN1-T-OUT-AMT  PIC  X(013).
           03  PIN1-T-KASHI    PIC  X(001).
           03  PIN1-T-BAL      PIC  X(014).
           03  FILLER          PIC  X(146).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(128).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       FD  BAL1-F
           LABEL RECORDS ARE STANDARD.
       01  BAL1-REC.
           03  BAL1-ACCT       PIC  X(015).
           03  FILLER          PIC  X(001).
           03  BAL1-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BAL1-SIGN       PIC  X(001).
           03  BAL1-BAL        PIC  X(014).
           03  FILLER          PIC  X(001).
           03  BAL1-UPD-YMD    PIC  X(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "STMTIMP ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "STMTIMP.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "STMTIMP.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "STMTIMP.POT2".
           03  WK-BAL1-F-NAME  PIC  X(032) VALUE "STMTIMP.BAL".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAL1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

           03  WK-ERA          PIC  X(001) VALUE "R".
           03  WK-IOKBN        PIC  X(001) VALUE "0".
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** 1=検査パス 2=書出しパス
           03  WK-PASS         PIC  9(001) VALUE ZERO.

      *    *** 口座(ヘッダー)1件分
           03  WK-IN-GROUP     PIC  X(001) VALUE "N".
           03  WK-ACCT.
             05  WK-AC-BANK    PIC  X(004) VALUE SPACE.
             05  WK-AC-BRN     PIC  X(003) VALUE SPACE.
             05  WK-AC-KMK     PIC  X(001) VALUE SPACE.
             05  WK-AC-KOZA    PIC  X(007) VALUE SPACE.
           03  WK-FROM-YMD     PIC  9(008) VALUE ZERO.
           03  WK-TO-YMD       PIC  9(008) VALUE ZERO.
           03  WK-OPEN-BAL     PIC S9(014) VALUE ZERO.
           03  WK-CLOSE-BAL    PIC S9(014) VALUE ZERO.
           03  WK-CALC-BAL     PIC S9(014) VALUE ZERO.
           03  WK-PREV-BAL     PIC S9(014) VALUE ZERO.
           03  WK-PREV-YMD     PIC  9(008) VALUE ZERO.
           03  WK-IN-CNT       PIC  9(006) VALUE ZERO.
           03  WK-IN-AMT       PIC  9(013) VALUE ZERO.
           03  WK-OUT-CNT      PIC  9(006) VALUE ZERO.
           03  WK-OUT-AMT      PIC  9(013) VALUE ZERO.
           03  WK-NEW-ACCT     PIC  X(001) VALUE "N".
           03  WK-GRP-ERR      PIC  X(001) VALUE "N".

      *    *** 件数
           03  WK-PIN1-CNT     PIC  9(007) VALUE ZERO.
           03  WK-GRP-CNT      PIC  9(005) VALUE ZERO.
           03  WK-DTL-CNT      PIC  9(007) VALUE ZERO.
           03  WK-OT-CNT       PIC  9(007) VALUE ZERO.
           03  WK-ERR-CNT      PIC  9(005) VALUE ZERO.

      *    *** 日付変換(YYMMDD => YYYYMMDD)
           03  WK-W-YMD-X      PIC  X(006) VALUE SPACE.
           03  WK-W-YMD        REDEFINES WK-W-YMD-X.
             05  WK-W-YY       PIC  9(002).
             05  WK-W-MM       PIC  9(002).
             05  WK-W-DD       PIC  9(002).
           03  WK-CNV-YMD      PIC  9(008) VALUE ZERO.
           03  WK-KANJO-YMD    PIC  9(008) VALUE ZERO.
           03  WK-KISAN-YMD    PIC  9(008) VALUE ZERO.

      *    *** 数字項目の取出し
           03  WK-NUM14-X      PIC  X(014) VALUE ZERO.
           03  WK-NUM14        REDEFINES WK-NUM14-X
                               PIC  9(014).
           03  WK-NUM13-X      PIC  X(013) VALUE ZERO.
           03  WK-NUM13        REDEFINES WK-NUM13-X
                               PIC  9(013).
           03  WK-NUM12-X      PIC  X(012) VALUE ZERO.
           03  WK-NUM12        REDEFINES WK-NUM12-X
                               PIC  9(012).
           03  WK-NUM6-X       PIC  X(006) VALUE ZERO.
           03  WK-NUM6         REDEFINES WK-NUM6-X
                               PIC  9(006).

      *    *** 振込依頼人名の寄せ
           03  WK-KANA-IN      PIC  X(048) VALUE SPACE.
           03  WK-KANA-OUT     PIC  X(048) VALUE SPACE.
           03  WK-KANA-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-PREV-CH      PIC  X(001) VALUE SPACE.
      *    *** 小書きカナ/英小文字/長音 => 大文字/英大文字/ハイフン
      *    *** (KANACHKと同じ寄せ)
           03  WK-CNV-FROM.
             05  FILLER        PIC  X(026) VALUE
                 "abcdefghijklmnopqrstuvwxyz".
             05  FILLER        PIC  X(010) VALUE
                 X"A7A8A9AAABACADAEAFB0".
           03  WK-CNV-TO.
             05  FILLER        PIC  X(026) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05  FILLER        PIC  X(010) VALUE
                 X"B1B2B3B4B5D4D5D6C22D".

           03  WK-ERR-MSG      PIC  X(050) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** BANKREC明細の1行
           03  WK-OT-LINE.
             05  WK-OT-KANJO   PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-AMT     PIC  9(010) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-IO      PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-TORI    PIC  X(002) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-KANA    PIC  X(048) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-KISAN   PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-SHOKAI  PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-ACCT    PIC  X(015) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OT-TEKIYO  PIC  X(020) VALUE SPACE.

      *    *** 取込み一覧の口座行
           03  WK-LS-LINE.
             05  WK-LS-BANK    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LS-BRN     PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-KMK     PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-KOZA    PIC  X(007) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-FROM    PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LS-TO      PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-OPEN    PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-IN-CNT  PIC  ZZZZ9 VALUE ZERO.
             05  WK-LS-IN-AMT  PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-OUT-CNT PIC  ZZZZ9 VALUE ZERO.
             05  WK-LS-OUT-AMT PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CLOSE   PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NOTE    PIC  X(010) VALUE SPACE.

      *    *** NG行
           03  WK-ER-LINE.
             05  FILLER        PIC  X(004) VALUE "NG  ".
             05  WK-ER-ACCT    PIC  X(015) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-ER-REC     PIC  9(007) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-ER-MSG     PIC  X(050) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-ER-DATA    PIC  X(050) VALUE SPACE.

           03  WK-BAL-E        PIC  -ZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** 前日残高(口座毎、最大500)
       01  BAL-TBL-AREA.
           03  WK-BAL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-TBL      OCCURS 500.
             05  WK-BL-ACCT    PIC  X(015) VALUE SPACE.
             05  WK-BL-YMD     PIC  9(008) VALUE ZERO.
             05  WK-BL-BAL     PIC S9(014) VALUE ZERO.
             05  WK-BL-UPD-YMD PIC  X(008) VALUE SPACE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込、前日残高の読込み
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX

      *    *** 1回目: 検査だけ(件数/金額/残高の繰越し)
           MOVE    1           TO      WK-PASS
           PERFORM S200-10     THRU    S200-EX

      *    *** NGがあれば明細も前日残高も書かずに中止
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    SPACE       TO      POT2-REC
                   STRING  "*** 取込み中止 NG="  DELIMITED BY SIZE
                           WK-ERR-CNT  DELIMITED BY SIZE
                           " (明細/前日残高は更新しない)"
                                       DELIMITED BY SIZE
                           " ***"      DELIMITED BY SIZE
                           INTO    POT2-REC
                   WRITE   POT2-REC
                   DISPLAY WK-PGM-NAME " 取込み中止 NG=" WK-ERR-CNT
                   MOVE    16          TO      WK-RC-SAVE
           ELSE
      *    *** 2回目: BANKREC明細と一覧の書出し、前日残高の更新
                   OPEN    OUTPUT      POT1-F
                   IF      WK-POT1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " POT1-F OPEN ERROR STATUS="
                                   WK-POT1-STATUS
                           STOP    RUN
                   END-IF
                   MOVE    2           TO      WK-PASS
                   MOVE    ZERO        TO      WK-GRP-CNT
                                               WK-DTL-CNT
                   PERFORM S200-10     THRU    S200-EX
                   CLOSE   POT1-F
                   PERFORM S600-10     THRU    S600-EX
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

           IF      WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " F-IN= 指定がない"
                   STOP    RUN
           END-IF
           IF      WK-ERA  NOT =   "R" AND NOT =   "H"
                               AND NOT =   "W"
                   DISPLAY WK-PGM-NAME " ERA=R/H/W で指定する"
                   STOP    RUN
           END-IF
           IF      WK-IOKBN NOT =  "0" AND NOT =   "1"
                               AND NOT =   "2"
                   DISPLAY WK-PGM-NAME " IOKBN=0/1/2 で指定する"
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      POT2-REC
           STRING  "入出金取引明細 取込み一覧 "
                                       DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " 実行日="          DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
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
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-BAL"
                   MOVE    WK-PRM02    TO      WK-BAL1-F-NAME
               WHEN "ERA"
                   MOVE    WK-PRM02 (1:1) TO   WK-ERA
               WHEN "IOKBN"
                   MOVE    WK-PRM02 (1:1) TO   WK-IOKBN
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR " PRM1-REC
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 前日残高ファイルの読込み(無ければ全口座初回)
       S100-10.

           OPEN    INPUT       BAL1-F
           IF      WK-BAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME
                           " 前日残高ﾌｧｲﾙなし(初回) "
                           WK-BAL1-F-NAME
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-BAL1-EOF = HIGH-VALUE
               READ    BAL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                   NOT AT  END
                       IF      BAL1-REC (1:1) NOT = "*"    AND
                               BAL1-YMD    IS NUMERIC      AND
                               BAL1-BAL    IS NUMERIC
                           IF      WK-BAL-CNT  >=      500
                               DISPLAY WK-PGM-NAME
                                       " 前日残高は500口座まで"
                               STOP    RUN
                           END-IF
                           ADD     1           TO      WK-BAL-CNT
                           MOVE    WK-BAL-CNT  TO      K
                           MOVE    BAL1-ACCT   TO      WK-BL-ACCT (K)
                           MOVE    BAL1-YMD    TO      WK-BL-YMD (K)
                           MOVE    BAL1-BAL    TO      WK-NUM14-X
                           MOVE    WK-NUM14    TO      WK-BL-BAL (K)
                           IF      BAL1-SIGN   =       "-"
                               COMPUTE WK-BL-BAL (K) =
                                       ZERO - WK-BL-BAL (K)
                           END-IF
                           MOVE    BAL1-UPD-YMD TO
                                   WK-BL-UPD-YMD (K)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   BAL1-F
           .
       S100-EX.
           EXIT.

      *    *** 入出金取引明細を1回読む(WK-PASS 1=検査 2=書出し)
       S200-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    ZERO        TO      WK-PIN1-CNT
           MOVE    "N"         TO      WK-IN-GROUP
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S210-10     THRU    S210-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           IF      WK-IN-GROUP =       "Y"
                   MOVE    "トレーラーがない"  TO  WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 1レコード(データ区分で振り分け)
       S210-10.

           EVALUATE PIN1-KBN
               WHEN "1"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "2"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "8"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   IF      PIN1-REC    NOT =   SPACE
                       MOVE    "データ区分が1/2/8/9でない" TO
                               WK-ERR-MSG
                       PERFORM S700-10     THRU    S700-EX
                   END-IF
           END-EVALUATE
           .
       S210-EX.
           EXIT.

      *    *** ヘッダー: 口座、勘定日(自/至)、取引前残高
      *    *** 検査パスで前日残高との繋がりを確かめる
       S300-10.

           IF      WK-IN-GROUP =       "Y"
                   MOVE    "前の口座のトレーラーがない" TO
                           WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF

           MOVE    "Y"         TO      WK-IN-GROUP
           MOVE    "N"         TO      WK-GRP-ERR
                                       WK-NEW-ACCT
           MOVE    PIN1-H-BANK TO      WK-AC-BANK
           MOVE    PIN1-H-BRN  TO      WK-AC-BRN
           MOVE    PIN1-H-KMK  TO      WK-AC-KMK
           MOVE    PIN1-H-KOZA TO      WK-AC-KOZA
           MOVE    ZERO        TO      WK-IN-CNT
                                       WK-IN-AMT
                                       WK-OUT-CNT
                                       WK-OUT-AMT
                                       WK-FROM-YMD
                                       WK-TO-YMD
                                       WK-OPEN-BAL

           IF      PIN1-H-SHUBETSU NOT = "03"
                   MOVE    "種別ｺｰﾄﾞが03(入出金)でない"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S300-EX
           END-IF

           MOVE    PIN1-H-FROM TO      WK-W-YMD-X
           PERFORM S800-10     THRU    S800-EX
           MOVE    WK-CNV-YMD  TO      WK-FROM-YMD
           MOVE    PIN1-H-TO   TO      WK-W-YMD-X
           PERFORM S800-10     THRU    S800-EX
           MOVE    WK-CNV-YMD  TO      WK-TO-YMD
           IF      WK-FROM-YMD =       ZERO    OR
                   WK-TO-YMD   =       ZERO    OR
                   WK-FROM-YMD >       WK-TO-YMD
                   MOVE    "勘定日(自/至)ｴﾗｰ" TO WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S300-EX
           END-IF

           MOVE    PIN1-H-BAL  TO      WK-NUM14-X
           IF      WK-NUM14    IS NOT NUMERIC  OR
                 ( PIN1-H-KASHI NOT = "1" AND NOT = "2" )
                   MOVE    "取引前残高/貸越区分ｴﾗｰ"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S300-EX
           END-IF
           MOVE    WK-NUM14    TO      WK-OPEN-BAL
           IF      PIN1-H-KASHI =      "2"
                   COMPUTE WK-OPEN-BAL = ZERO - WK-OPEN-BAL
           END-IF

           IF      WK-PASS     NOT =   1
                   GO  TO  S300-EX
           END-IF

      *    *** 前日残高との繋がり(無い口座は初回)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-BAL-CNT
                      OR WK-BL-ACCT (K) = WK-ACCT
               CONTINUE
           END-PERFORM
           IF      K           >       WK-BAL-CNT
                   MOVE    "Y"         TO      WK-NEW-ACCT
                   GO  TO  S300-EX
           END-IF
           MOVE    WK-BL-YMD (K) TO    WK-PREV-YMD
           MOVE    WK-BL-BAL (K) TO    WK-PREV-BAL
           IF      WK-FROM-YMD NOT >   WK-PREV-YMD
                   MOVE    SPACE       TO      WK-ERR-MSG
                   STRING  "取込み済み 前回至="
                                       DELIMITED BY SIZE
                           WK-PREV-YMD DELIMITED BY SIZE
                           INTO    WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S300-EX
           END-IF
           IF      WK-OPEN-BAL NOT =   WK-PREV-BAL
                   MOVE    WK-PREV-BAL TO      WK-BAL-E
                   MOVE    SPACE       TO      WK-ERR-MSG
                   STRING  "前日残高不一致 前回="
                                       DELIMITED BY SIZE
                           WK-BAL-E    DELIMITED BY SIZE
                           INTO    WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** データ: 件数/金額の集計、書出しパスでBANKREC明細
       S400-10.

           IF      WK-IN-GROUP NOT =   "Y"
                   MOVE    "ヘッダーの無いデータ"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S400-EX
           END-IF

           MOVE    PIN1-D-AMT  TO      WK-NUM12-X
           IF      WK-NUM12    IS NOT NUMERIC
                   MOVE    "取引金額が数字でない"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S400-EX
           END-IF
           IF      WK-NUM12    >       9999999999
                   MOVE    "取引金額が10桁を超える"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S400-EX
           END-IF

           EVALUATE PIN1-D-IO
               WHEN "1"
                   ADD     1           TO      WK-IN-CNT
                   ADD     WK-NUM12    TO      WK-IN-AMT
               WHEN "2"
                   ADD     1           TO      WK-OUT-CNT
                   ADD     WK-NUM12    TO      WK-OUT-AMT
               WHEN OTHER
                   MOVE    "入払区分が1/2でない" TO WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S400-EX
           END-EVALUATE

      *    *** 勘定日(必須)、起算日(空白/ゼロは勘定日)
           MOVE    PIN1-D-KANJO TO     WK-W-YMD-X
           PERFORM S800-10     THRU    S800-EX
           MOVE    WK-CNV-YMD  TO      WK-KANJO-YMD
           IF      WK-KANJO-YMD =      ZERO
                   MOVE    "勘定日ｴﾗｰ" TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S400-EX
           END-IF
           MOVE    WK-KANJO-YMD TO     WK-KISAN-YMD
           IF      PIN1-D-KISAN NOT =  SPACE   AND
                   PIN1-D-KISAN NOT =  ZERO
                   MOVE    PIN1-D-KISAN TO     WK-W-YMD-X
                   PERFORM S800-10     THRU    S800-EX
                   IF      WK-CNV-YMD  =       ZERO
                       MOVE    "起算日ｴﾗｰ" TO      WK-ERR-MSG
                       PERFORM S700-10     THRU    S700-EX
                       GO  TO  S400-EX
                   END-IF
                   MOVE    WK-CNV-YMD  TO      WK-KISAN-YMD
           END-IF
           ADD     1           TO      WK-DTL-CNT

           IF      WK-PASS     NOT =   2
                   GO  TO  S400-EX
           END-IF
           IF      WK-IOKBN    NOT =   "0"     AND
                   WK-IOKBN    NOT =   PIN1-D-IO
                   GO  TO  S400-EX
           END-IF

           MOVE    PIN1-D-IRAI-NM TO   WK-KANA-IN
           PERFORM S450-10     THRU    S450-EX

           MOVE    WK-KANJO-YMD TO     WK-OT-KANJO
           MOVE    WK-NUM12    TO      WK-OT-AMT
           MOVE    PIN1-D-IO   TO      WK-OT-IO
           MOVE    PIN1-D-TORI TO      WK-OT-TORI
           MOVE    WK-KANA-OUT TO      WK-OT-KANA
           MOVE    WK-KISAN-YMD TO     WK-OT-KISAN
           MOVE    PIN1-D-SHOKAI TO    WK-OT-SHOKAI
           MOVE    WK-ACCT     TO      WK-OT-ACCT
           MOVE    PIN1-D-TEKIYO TO    WK-OT-TEKIYO
           WRITE   POT1-REC    FROM    WK-OT-LINE
           ADD     1           TO      WK-OT-CNT
           .
       S400-EX.
           EXIT.

      *    *** 振込依頼人名の寄せ: 小書き/英小文字/長音を寄せ、
      *    *** 前詰めにして連続する空白を1つにする
       S450-10.

           INSPECT WK-KANA-IN  CONVERTING WK-CNV-FROM TO WK-CNV-TO
           MOVE    SPACE       TO      WK-KANA-OUT
           MOVE    ZERO        TO      WK-KANA-LEN
           MOVE    SPACE       TO      WK-PREV-CH
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 48
               MOVE    WK-KANA-IN (I:1) TO WK-CH
               IF      WK-CH   NOT =   SPACE   OR
                     ( WK-PREV-CH NOT = SPACE AND WK-KANA-LEN > ZERO )
                       ADD     1           TO      WK-KANA-LEN
                       MOVE    WK-CH       TO
                               WK-KANA-OUT (WK-KANA-LEN:1)
               END-IF
               MOVE    WK-CH       TO      WK-PREV-CH
           END-PERFORM
           .
       S450-EX.
           EXIT.

      *    *** トレーラー: 件数/金額と残高の繰越しの検査
       S500-10.

           IF      WK-IN-GROUP NOT =   "Y"
                   MOVE    "ヘッダーの無いトレーラー" TO
                           WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S500-EX
           END-IF
           MOVE    "N"         TO      WK-IN-GROUP
           ADD     1           TO      WK-GRP-CNT

           MOVE    PIN1-T-IN-CNT TO    WK-NUM6-X
           MOVE    PIN1-T-IN-AMT TO    WK-NUM13-X
           IF      WK-NUM6     IS NOT NUMERIC  OR
                   WK-NUM13    IS NOT NUMERIC  OR
                   WK-NUM6     NOT =   WK-IN-CNT   OR
                   WK-NUM13    NOT =   WK-IN-AMT
                   MOVE    "入金件数/金額が不一致"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF
           MOVE    PIN1-T-OUT-CNT TO   WK-NUM6-X
           MOVE    PIN1-T-OUT-AMT TO   WK-NUM13-X
           IF      WK-NUM6     IS NOT NUMERIC  OR
                   WK-NUM13    IS NOT NUMERIC  OR
                   WK-NUM6     NOT =   WK-OUT-CNT  OR
                   WK-NUM13    NOT =   WK-OUT-AMT
                   MOVE    "出金件数/金額が不一致"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF

      *    *** 取引前残高+入金-出金=取引後残高
           MOVE    PIN1-T-BAL  TO      WK-NUM14-X
           IF      WK-NUM14    IS NOT NUMERIC  OR
                 ( PIN1-T-KASHI NOT = "1" AND NOT = "2" )
                   MOVE    "取引後残高/貸越区分ｴﾗｰ"
                                       TO      WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
                   GO  TO  S500-EX
           END-IF
           MOVE    WK-NUM14    TO      WK-CLOSE-BAL
           IF      PIN1-T-KASHI =      "2"
                   COMPUTE WK-CLOSE-BAL = ZERO - WK-CLOSE-BAL
           END-IF
           COMPUTE WK-CALC-BAL = WK-OPEN-BAL + WK-IN-AMT
                               - WK-OUT-AMT
           IF      WK-CALC-BAL NOT =   WK-CLOSE-BAL
                   MOVE    WK-CALC-BAL TO      WK-BAL-E
                   MOVE    SPACE       TO      WK-ERR-MSG
                   STRING  "残高不一致 計算="
                                       DELIMITED BY SIZE
                           WK-BAL-E    DELIMITED BY SIZE
                           INTO    WK-ERR-MSG
                   PERFORM S700-10     THRU    S700-EX
           END-IF

      *    *** 検査パス: NGの無い口座は前日残高を進める(同じ
      *    *** ファイル内の翌日分はこれと繋がる事)
           IF      WK-PASS     =       1
               IF      WK-GRP-ERR  =       "N"
                   PERFORM S510-10     THRU    S510-EX
               END-IF
               GO  TO  S500-EX
           END-IF

      *    *** 書出しパス: 一覧の口座行
           MOVE    WK-AC-BANK  TO      WK-LS-BANK
           MOVE    WK-AC-BRN   TO      WK-LS-BRN
           MOVE    WK-AC-KMK   TO      WK-LS-KMK
           MOVE    WK-AC-KOZA  TO      WK-LS-KOZA
           MOVE    WK-FROM-YMD TO      WK-LS-FROM
           MOVE    WK-TO-YMD   TO      WK-LS-TO
           MOVE    WK-OPEN-BAL TO      WK-LS-OPEN
           MOVE    WK-IN-CNT   TO      WK-LS-IN-CNT
           MOVE    WK-IN-AMT   TO      WK-LS-IN-AMT
           MOVE    WK-OUT-CNT  TO      WK-LS-OUT-CNT
           MOVE    WK-OUT-AMT  TO      WK-LS-OUT-AMT
           MOVE    WK-CLOSE-BAL TO     WK-LS-CLOSE
           MOVE    "OK"        TO      WK-LS-NOTE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-BAL-CNT
                      OR WK-BL-ACCT (K) = WK-ACCT
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-BAL-CNT      AND
                   WK-BL-UPD-YMD (K) = "NEW"
                   MOVE    "OK(初回)"  TO      WK-LS-NOTE
           END-IF
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC
           .
       S500-EX.
           EXIT.

      *    *** 前日残高の表を今回の勘定日(至)/取引後残高にする
       S510-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-BAL-CNT
                      OR WK-BL-ACCT (K) = WK-ACCT
               CONTINUE
           END-PERFORM
           IF      K           >       WK-BAL-CNT
               IF      WK-BAL-CNT  >=      500
                   DISPLAY WK-PGM-NAME
                           " 前日残高は500口座まで"
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-BAL-CNT
               MOVE    WK-BAL-CNT  TO      K
               MOVE    WK-ACCT     TO      WK-BL-ACCT (K)
      *    *** 初回の口座(一覧の表示用、書出し時に日付を入れる)
               MOVE    "NEW"       TO      WK-BL-UPD-YMD (K)
           END-IF
           MOVE    WK-TO-YMD   TO      WK-BL-YMD (K)
           MOVE    WK-CLOSE-BAL TO     WK-BL-BAL (K)
           IF      WK-BL-UPD-YMD (K) NOT = "NEW"
                   MOVE    "UPD"       TO      WK-BL-UPD-YMD (K)
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 前日残高ファイルの書き直し(今回の取引後残高)
       S600-10.

           OPEN    OUTPUT      BAL1-F
           IF      WK-BAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL1-F OPEN ERROR STATUS="
                           WK-BAL1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-BAL-CNT
               MOVE    SPACE       TO      BAL1-REC
               MOVE    WK-BL-ACCT (K) TO   BAL1-ACCT
               MOVE    WK-BL-YMD (K) TO    BAL1-YMD
               IF      WK-BL-BAL (K) <     ZERO
                   MOVE    "-"         TO      BAL1-SIGN
               END-IF
               MOVE    WK-BL-BAL (K) TO    WK-NUM14
               MOVE    WK-NUM14-X  TO      BAL1-BAL
               IF      WK-BL-UPD-YMD (K) = "NEW" OR "UPD"
                   MOVE    WK-TODAY-YMD TO     BAL1-UPD-YMD
               ELSE
                   MOVE    WK-BL-UPD-YMD (K) TO BAL1-UPD-YMD
               END-IF
               WRITE   BAL1-REC
           END-PERFORM
           CLOSE   BAL1-F
           .
       S600-EX.
           EXIT.

      *    *** NGの記録(検査パスのみ。一覧へNG行)
       S700-10.

           MOVE    "Y"         TO      WK-GRP-ERR
           IF      WK-PASS     NOT =   1
                   GO  TO  S700-EX
           END-IF
           ADD     1           TO      WK-ERR-CNT
           MOVE    WK-ACCT     TO      WK-ER-ACCT
           MOVE    WK-PIN1-CNT TO      WK-ER-REC
           MOVE    WK-ERR-MSG  TO      WK-ER-MSG
           MOVE    PIN1-REC (1:50) TO  WK-ER-DATA
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-ER-LINE  TO      POT2-REC
           WRITE   POT2-REC
           DISPLAY WK-PGM-NAME " NG REC=" WK-PIN1-CNT " "
                   WK-ACCT " " WK-ERR-MSG
           .
       S700-EX.
           EXIT.

      *    *** 日付YYMMDD(ERA=の元号) => YYYYMMDD(NGはゼロ)
       S800-10.

           MOVE    ZERO        TO      WK-CNV-YMD
           IF      WK-W-YMD-X  IS NOT NUMERIC
                   GO  TO  S800-EX
           END-IF
           IF      WK-W-MM     <       1       OR
                   WK-W-MM     >       12      OR
                   WK-W-DD     <       1
                   GO  TO  S800-EX
           END-IF

           MOVE    WK-W-MM     TO      WDW-DATE2-MM
           MOVE    WK-W-DD     TO      WDW-DATE2-DD
           IF      WK-ERA      =       "W"
                   COMPUTE WDW-DATE2-YYYY = 2000 + WK-W-YY
           ELSE
                   MOVE    WK-ERA      TO      WDW-ERA-GO
                   MOVE    WK-W-YY     TO      WDW-ERA-YY
                   MOVE    "W"         TO      WDW-DATE2-ID
                   CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
                   IF      WDW-DATE2-YYYY =    ZERO
                           GO  TO  S800-EX
                   END-IF
           END-IF

      *    *** 月の日数(閏年込み)を超えないか
           MOVE    1           TO      WDW-DATE2-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           IF      WK-W-DD     >       WDW-DATE2-DD2 (WK-W-MM)
                   GO  TO  S800-EX
           END-IF
           MOVE    WK-W-DD     TO      WDW-DATE2-DD
           MOVE    WDW-DATE2-YMD-9 TO  WK-CNV-YMD
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    SPACE       TO      POT2-REC
           STRING  "口座="         DELIMITED BY SIZE
                   WK-GRP-CNT      DELIMITED BY SIZE
                   " 明細="        DELIMITED BY SIZE
                   WK-DTL-CNT      DELIMITED BY SIZE
                   " BANKREC明細=" DELIMITED BY SIZE
                   WK-OT-CNT       DELIMITED BY SIZE
                   " NG="          DELIMITED BY SIZE
                   WK-ERR-CNT      DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           CLOSE   POT2-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END 口座=" WK-GRP-CNT
                   " 明細=" WK-DTL-CNT
                   " BANKREC明細=" WK-OT-CNT
                   " NG=" WK-ERR-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
