      *    *** 資金繰り予測(日次の預金残高予測)
      *    *** 基準日から先の営業日(DATEWEEKの暦、土日/会社休日を
      *    *** 除く。既定30営業日=6週間)毎に、次の入出金を積み上げて
      *    *** 予測残高を出す。
      *    ***   ・期首残高は入出金取引明細の前日残高ファイル
      *    ***     (STMTIMP.BAL)の各口座の取引後残高の合計
      *    ***     (ACCT=で口座を絞れる)にOPENBAL=を加えたもの
      *    ***   ・入金は売掛未決済明細(AGERPTのPRM1で位置を読む)の
      *    ***     期日に、得意先毎の平均遅延日数(CASHAPPの遅延履歴
      *    ***     CASHAPP.LATE、履歴の無い得意先はDEFLATE=)を足した
      *    ***     日。基準日より前になる明細(期日経過)は初日に計上
      *    ***   ・支払はPAYRUNの制御ファイル(承認待ち/払出し済み)
      *    ***     の振込日と金額
      *    ***   ・定期仕訳マスター(RECURJE.MST)の雛形の発生日に、
      *    ***     L行の金額合計を支払として計上する(RECIN=で指定
      *    ***     した雛形は入金)
      *    ***   ・税の納付予定(F-TAX)の日付と金額
      *    *** 休日に当たる入出金は翌営業日に計上する。予測残高が
      *    *** LOW=の警戒残高を下回る日は警告を付け、RC=4で終わる。
      *    *** 予測表の後に予測残高の推移をCHARTで描く。
      *    ***
      *    *** 起動引数: 1=PRM1名(既定CASHFCST.PRM1)
      *    *** PRM1の行:
      *    ***   APRM=AGERPTのPRM1(既定AGERPT.PRM1、F-IN/DT=/KEY=1/
      *    ***        DUE=/AMT=を読む)
      *    ***   F-BAL=前日残高ファイル(既定STMTIMP.BAL)
      *    ***   ACCT=口座(銀行4+支店3+種目1+口座7、20まで、既定全て)
      *    ***   OPENBAL=金額  前日残高ファイルに無い預金の残高
      *    ***   F-LATE=遅延履歴(既定CASHAPP.LATE)  DEFLATE=日数(既定0)
      *    ***   PAYRUN=PAYRUNの制御ファイル(20まで、既定PAYRUN.CTL)
      *    ***   F-RJE=定期仕訳マスター(既定RECURJE.MST)
      *    ***   RECIN=雛形ID  入金として扱う雛形(50まで)
      *    ***   F-TAX=税の納付予定(既定CASHFCST.TAX、無くても可)
      *    ***   BASE=基準日YYYYMMDD(既定は実行日)
      *    ***   DAYS=予測する営業日数(既定30、60まで)
      *    ***   LOW=警戒残高(既定0)  UNIT=グラフの単位(既定1000000)
      *    ***   F-OT=予測表(既定CASHFCST.POT1)
      *    ***   CO=会社コード(既定0001、予測表の見出しに出す)
      *    *** 税の納付予定の行(*で始まる行はコメント):
      *    ***   1-8 納付日  10-21 金額(符号付き12桁、-は還付)
      *    ***   23-52 名称

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CASHFCST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 売掛未決済明細(AGERPTのPIN1)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 前日残高ファイル(STMTIMP)
           SELECT BAL1-F           ASSIGN   WK-BAL1-F-NAME
                               STATUS   WK-BAL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 遅延履歴(CASHAPP)
           SELECT LAT1-F           ASSIGN   WK-LAT1-F-NAME
                               STATUS   WK-LAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** PAYRUNの制御ファイル
           SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 定期仕訳マスター(RECURJE)
           SELECT RJE1-F           ASSIGN   WK-RJE1-F-NAME
                               STATUS   WK-RJE1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 税の納付予定
           SELECT TAX1-F           ASSIGN   WK-TAX1-F-NAME
                               STATUS   WK-TAX1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 予測表
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(128).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(32760).

       FD  BAL1-F
           LABEL RECORDS ARE STANDARD.
       01  BAL1-REC.
           03  BAL1-ACCT       PIC  X(015).
           03  FILLER          PIC  X(001).
           03  BAL1-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BAL1-SIGN       PIC  X(001).
           03  BAL1-BAL        PIC  X(014).
           03  BAL1-BAL-9      REDEFINES BAL1-BAL
                               PIC  9(014).
           03  FILLER          PIC  X(001).
           03  BAL1-UPD-YMD    PIC  X(008).

       FD  LAT1-F
           LABEL RECORDS ARE STANDARD.
       01  LAT1-REC.
           03  LAT1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  LAT1-RCV-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LAT1-DUE        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LAT1-DAYS       PIC S9(005) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(023).

       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CTL1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CTL1-PDATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-ADATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-CNT        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CTL1-AMT        PIC  9(012).
           03  FILLER          PIC  X(001).
           03  CTL1-PIN1       PIC  X(032).

       FD  RJE1-F
           LABEL RECORDS ARE STANDARD.
       01  RJE1-REC.
           03  RJE1-KBN        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  RJE1-ID         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  RJE1-DATA       PIC  X(089).
           03  RJE1-R          REDEFINES RJE1-DATA.
             05  RJE1-FROM     PIC  X(008).
             05  FILLER        PIC  X(001).
             05  RJE1-TO       PIC  X(008).
             05  FILLER        PIC  X(001).
             05  RJE1-RULE     PIC  X(001).
             05  FILLER        PIC  X(001).
             05  RJE1-DAY      PIC  X(002).
             05  FILLER        PIC  X(001).
             05  RJE1-ADJ      PIC  X(001).
             05  FILLER        PIC  X(001).
             05  RJE1-BASE     PIC  X(006).
             05  FILLER        PIC  X(001).
             05  RJE1-NAME     PIC  X(030).
             05  FILLER        PIC  X(027).
           03  RJE1-L          REDEFINES RJE1-DATA.
             05  RJE1-CUST     PIC  X(004).
             05  FILLER        PIC  X(001).
             05  RJE1-AMT      PIC  X(010).
             05  FILLER        PIC  X(074).

       FD  TAX1-F
           LABEL RECORDS ARE STANDARD.
       01  TAX1-REC.
           03  TAX1-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  TAX1-AMT-X      PIC  X(012).
           03  TAX1-AMT        REDEFINES TAX1-AMT-X
                               PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  TAX1-NAME       PIC  X(030).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CASHFCST".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "CASHFCST.PRM1".
           03  WK-APRM-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-BAL1-F-NAME  PIC  X(032) VALUE "STMTIMP.BAL".
           03  WK-LAT1-F-NAME  PIC  X(032) VALUE "CASHAPP.LATE".
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-RJE1-F-NAME  PIC  X(032) VALUE "RECURJE.MST".
           03  WK-TAX1-F-NAME  PIC  X(032) VALUE "CASHFCST.TAX".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "CASHFCST.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RJE1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TAX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RJE1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TAX1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** PRM1の読込み元 A=AGERPTのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=/DUE=/AMT=)
           03  WK-KEY-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** 予測の条件
           03  WK-BASE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-DAYS         BINARY-LONG SYNC VALUE 30.
           03  WK-LOW          PIC S9(013) VALUE ZERO.
           03  WK-UNIT         PIC  9(010) VALUE 1000000.
           03  WK-DEF-LATE     PIC S9(003) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-OPEN-ADD     PIC S9(013) VALUE ZERO.

      *    *** 件数/金額
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-AR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AR-PAST-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-AR-OUT-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RJE-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TAX-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOW-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPEN-BAL     PIC S9(013) VALUE ZERO.
           03  WK-BAL-YMD      PIC  9(008) VALUE ZERO.
           03  WK-AR-PAST-AMT  PIC S9(013) VALUE ZERO.
           03  WK-MIN-BAL      PIC S9(013) VALUE ZERO.
           03  WK-MIN-YMD      PIC  9(008) VALUE ZERO.
           03  WK-TOT-AR       PIC S9(013) VALUE ZERO.
           03  WK-TOT-PAY      PIC S9(013) VALUE ZERO.
           03  WK-TOT-RIN      PIC S9(013) VALUE ZERO.
           03  WK-TOT-ROUT     PIC S9(013) VALUE ZERO.
           03  WK-TOT-TAX      PIC S9(013) VALUE ZERO.

      *    *** 作業
           03  WK-EV-YMD       PIC  9(008) VALUE ZERO.
           03  WK-EV-AMT       PIC S9(013) VALUE ZERO.
           03  WK-EV-KIND      PIC  X(001) VALUE SPACE.
           03  WK-EV-DAY       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-YMD-X    PIC  X(008) VALUE SPACE.
           03  WK-DUE-YMD     REDEFINES WK-DUE-YMD-X
                               PIC  9(008).
           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).
           03  WK-KEY1         PIC  X(010) VALUE SPACE.
           03  WK-LATE         PIC S9(005) VALUE ZERO.
           03  WK-YM           PIC  9(006) VALUE ZERO.
           03  WK-YM-R         REDEFINES WK-YM.
             05  WK-YM-YYYY    PIC  9(004).
             05  WK-YM-MM      PIC  9(002).
           03  WK-END-YM       PIC  9(006) VALUE ZERO.
           03  WK-STEP         BINARY-LONG SYNC VALUE ZERO.
           03  WK-Y-VAL        PIC S9(005)V9(006) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(010) VALUE SPACE.
           03  WK-PRM09        PIC  X(010) VALUE SPACE.
           03  WK-PRM10        PIC  X(010) VALUE SPACE.

      *    *** 予測表の行
           03  WK-LS-LINE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-WEEK    PIC  X(003) VALUE SPACE.
             05  WK-LS-AR      PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-RIN     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-PAY     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-ROUT    PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-TAX     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-BAL     PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-WARN    PIC  X(012) VALUE SPACE.
           03  WK-AMT-E        PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-Y-E          PIC  -ZZ9.999 VALUE ZERO.
           03  WK-Y-E2         PIC  -ZZ9.999 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPCHART     REPLACING ==:##:== BY ==WCH==.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 口座(ACCT=)、PAYRUNの制御ファイル、入金の雛形
       01  PRM-TBL-AREA.
           03  WK-ACCT-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACCT         OCCURS 20
                               PIC  X(015) VALUE SPACE.
           03  WK-CTL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CTL          OCCURS 20
                               PIC  X(032) VALUE SPACE.
           03  WK-RIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RIN          OCCURS 50
                               PIC  X(008) VALUE SPACE.

      *    *** 予測する営業日(最大60日)
       01  DAY-TBL-AREA.
           03  WK-DAY-TBL      OCCURS 60.
             05  WK-DY-YMD     PIC  9(008) VALUE ZERO.
             05  WK-DY-WEEK    PIC  X(003) VALUE SPACE.
             05  WK-DY-AR      PIC S9(013) VALUE ZERO.
             05  WK-DY-RIN     PIC S9(013) VALUE ZERO.
             05  WK-DY-PAY     PIC S9(013) VALUE ZERO.
             05  WK-DY-ROUT    PIC S9(013) VALUE ZERO.
             05  WK-DY-TAX     PIC S9(013) VALUE ZERO.
             05  WK-DY-BAL     PIC S9(013) VALUE ZERO.

      *    *** 得意先毎の遅延日数(最大2000)
       01  LAT-TBL-AREA.
           03  WK-LAT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAT-TBL      OCCURS 2000.
             05  WK-LT-KEY     PIC  X(010) VALUE SPACE.
             05  WK-LT-CNT     PIC  9(007) VALUE ZERO.
             05  WK-LT-DAYS    PIC S9(009) VALUE ZERO.

      *    *** 定期仕訳の雛形(最大500)
       01  RJE-TBL-AREA.
           03  WK-TM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TM-TBL       OCCURS 500.
             05  WK-TM-ID      PIC  X(008) VALUE SPACE.
             05  WK-TM-FROM    PIC  9(008) VALUE ZERO.
             05  WK-TM-TO      PIC  9(008) VALUE ZERO.
             05  WK-TM-RULE    PIC  X(001) VALUE SPACE.
             05  WK-TM-DAY     PIC  9(002) VALUE ZERO.
             05  WK-TM-ADJ     PIC  X(001) VALUE SPACE.
             05  WK-TM-BASE    PIC  9(006) VALUE ZERO.
             05  WK-TM-AMT     PIC S9(013) VALUE ZERO.
             05  WK-TM-IN      PIC  X(001) VALUE "N".
             05  WK-TM-OK      PIC  X(001) VALUE "Y".

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 営業日の暦、期首残高
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX

      *    *** 入金(売掛)、支払(PAYRUN)、定期仕訳、税
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX
           PERFORM S400-10     THRU    S400-EX
           PERFORM S450-10     THRU    S450-EX

      *    *** 予測表とグラフ
           PERFORM S500-10     THRU    S500-EX
           PERFORM S600-10     THRU    S600-EX

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
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           MOVE    WK-TODAY-YMD TO     WK-BASE-YMD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 自分のPRM1、続いてAGERPTのPRM1(APRM=で指定可)
           MOVE    "R"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX
           MOVE    WK-APRM-F-NAME TO   WK-PRM1-F-NAME
           MOVE    "A"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX

           IF      WK-CTL-CNT  =       ZERO
                   MOVE    1           TO      WK-CTL-CNT
                   MOVE    "PAYRUN.CTL" TO     WK-CTL (1)
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** PRM1ファイル1本の読込み
       S020-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PRM1-EOF
           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S030-10     THRU    S030-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S020-EX.
           EXIT.

      *    *** PRM1の1行解析
      *    *** AGERPTのPRM1からは F-IN/DT=/KEY=1/DUE=/AMT= を取る
       S030-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S030-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
                                       WK-PRM07 WK-PRM08 WK-PRM09
                                       WK-PRM10
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08
                    WK-PRM09
                    WK-PRM10
           END-UNSTRING

           IF      WK-PRM-SRC  =       "A"
               EVALUATE WK-PRM01
                   WHEN "F-IN"
                       MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
                   WHEN "DT"
                       PERFORM S032-10     THRU    S032-EX
                   WHEN "KEY"
                       IF      WK-PRM02 (1:2) =    "1 "    AND
                               WK-PRM03    =       "POS"   AND
                               WK-PRM05    =       "LEN"
                           MOVE    FUNCTION NUMVAL(WK-PRM04) TO
                                   WK-KEY-P
                           MOVE    FUNCTION NUMVAL(WK-PRM06) TO
                                   WK-KEY-L
                       END-IF
                   WHEN "DUE"
                       MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-DUE-IX
                   WHEN "AMT"
                       MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-AMT-IX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO  TO  S030-EX
           END-IF

           EVALUATE WK-PRM01
               WHEN "APRM"
                   MOVE    WK-PRM02    TO      WK-APRM-F-NAME
               WHEN "F-BAL"
                   MOVE    WK-PRM02    TO      WK-BAL1-F-NAME
               WHEN "F-LATE"
                   MOVE    WK-PRM02    TO      WK-LAT1-F-NAME
               WHEN "F-RJE"
                   MOVE    WK-PRM02    TO      WK-RJE1-F-NAME
               WHEN "F-TAX"
                   MOVE    WK-PRM02    TO      WK-TAX1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "ACCT"
                   IF      WK-ACCT-CNT <       20
                           ADD     1           TO      WK-ACCT-CNT
                           MOVE    WK-PRM02    TO
                                   WK-ACCT (WK-ACCT-CNT)
                   END-IF
               WHEN "PAYRUN"
                   IF      WK-CTL-CNT  <       20
                           ADD     1           TO      WK-CTL-CNT
                           MOVE    WK-PRM02    TO
                                   WK-CTL (WK-CTL-CNT)
                   END-IF
               WHEN "RECIN"
                   IF      WK-RIN-CNT  <       50
                           ADD     1           TO      WK-RIN-CNT
                           MOVE    WK-PRM02    TO
                                   WK-RIN (WK-RIN-CNT)
                   END-IF
               WHEN "BASE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO WK-BASE-YMD
                   ELSE
                           DISPLAY WK-PGM-NAME " BASE= ERROR "
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "DAYS"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-DAYS
                   END-IF
                   IF      TEST-NUMVAL(WK-PRM02) NOT = ZERO OR
                           WK-DAYS     <       1       OR
                           WK-DAYS     >       60
                           DISPLAY WK-PGM-NAME " DAYS=1-60 "
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "LOW"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-LOW
                   ELSE
                           DISPLAY WK-PGM-NAME " LOW= ERROR "
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "OPENBAL"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           ADD     NUMVAL(WK-PRM02) TO WK-OPEN-ADD
                   ELSE
                           DISPLAY WK-PGM-NAME " OPENBAL= ERROR "
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "DEFLATE"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-DEF-LATE
                   END-IF
               WHEN "UNIT"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    NUMVAL(WK-PRM02) TO WK-UNIT
                   END-IF
                   IF      WK-UNIT     =       ZERO
                           MOVE    1000000     TO      WK-UNIT
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S030-EX.
           EXIT.

      *    *** DT=NN,POS=,LEN=,TYPE=,SUM= (AGERPTの並び)
       S032-10.

           IF      WK-PRM02 (1:1) IS NOT NUMERIC   OR
                   WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   STOP    RUN
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM02) TO I4
           IF      I4          <       1       OR
                   I4          >       20
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   STOP    RUN
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM04) TO TBL01-DT-P (I4)
           MOVE    FUNCTION NUMVAL(WK-PRM06) TO TBL01-DT-L (I4)
           IF      WK-PRM07    =       "TYPE"
                   MOVE    WK-PRM08    TO      TBL01-DT-TYPE (I4)
           END-IF
           IF      WK-PRM09    =       "SUM"
                   MOVE    WK-PRM10 (1:1) TO   TBL01-DT-SUM (I4)
           END-IF
           .
       S032-EX.
           EXIT.

      *    *** 妥当性、位置の確定、オープン
       S040-10.

           IF      WK-KEY-L    =       ZERO    OR
                   WK-KEY-L    >       10
                   DISPLAY WK-PGM-NAME " KEY=1 指定がない ("
                           WK-APRM-F-NAME ")"
                   STOP    RUN
           END-IF
           IF      WK-DUE-IX   <       1       OR
                   WK-DUE-IX   >       20
                   DISPLAY WK-PGM-NAME " DUE=NN 指定がない ("
                           WK-APRM-F-NAME ")"
                   STOP    RUN
           END-IF

      *    *** AMT=未指定はAGERPTと同じく最初のSUM=Y数値項目
           IF      WK-AMT-IX   =       ZERO
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 20 OR WK-AMT-IX > ZERO
                       IF      TBL01-DT-TYPE (I) (1:1) = "Z" AND
                               TBL01-DT-SUM (I) =  "Y"
                               MOVE    I           TO      WK-AMT-IX
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-AMT-IX   <       1       OR
                   WK-AMT-IX   >       20
                   DISPLAY WK-PGM-NAME " AMT=NN 指定がない ("
                           WK-APRM-F-NAME ")"
                   STOP    RUN
           END-IF

           MOVE    TBL01-DT-P (WK-DUE-IX) TO WK-DUE-P
           MOVE    TBL01-DT-P (WK-AMT-IX) TO WK-AMT-P
           MOVE    TBL01-DT-L (WK-AMT-IX) TO WK-AMT-L
           IF      WK-AMT-L    <       1       OR
                   WK-AMT-L    >       11
                   DISPLAY WK-PGM-NAME " AMT=NN の LEN は11まで"
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 営業日の暦。基準日(休日なら翌営業日)から営業日を
      *    *** DAYS=日分並べる
       S100-10.

           MOVE    "H"         TO      WDW-DATE2-ID
           MOVE    WK-BASE-YMD TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           IF      WDW-HOLIDAY =       "Y"
                   MOVE    "B"         TO      WDW-DATE2-ID
                   MOVE    1           TO      WDW-BDAY-NUM
                   CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DAYS
               IF      I           >       1
                       MOVE    "B"         TO      WDW-DATE2-ID
                       MOVE    WK-DY-YMD (I - 1) TO WDW-DATE2-YMD-9
                       MOVE    1           TO      WDW-BDAY-NUM
                       CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
               END-IF
               MOVE    WDW-DATE2-YMD-9 TO  WK-DY-YMD (I)
               MOVE    "H"         TO      WDW-DATE2-ID
               CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
               MOVE    WDW-DATE2-WEEK-NA TO WK-DY-WEEK (I)
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 期首残高(前日残高ファイルの取引後残高の合計)
       S150-10.

           MOVE    WK-OPEN-ADD TO      WK-OPEN-BAL

           OPEN    INPUT       BAL1-F
           IF      WK-BAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL1-F OPEN STATUS="
                           WK-BAL1-STATUS " (" WK-BAL1-F-NAME ")"
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S150-EX
           END-IF

           PERFORM UNTIL WK-BAL1-EOF = HIGH-VALUE
               READ    BAL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                   NOT AT  END
                       IF      BAL1-REC (1:1) NOT = "*"    AND
                               BAL1-YMD    IS NUMERIC      AND
                               BAL1-BAL    IS NUMERIC
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   BAL1-F
           .
       S150-EX.
           EXIT.

      *    *** 口座1件(ACCT=の指定があれば一致する口座だけ)
       S160-10.

           IF      WK-ACCT-CNT >       ZERO
                   MOVE    ZERO        TO      J
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-ACCT-CNT OR J > ZERO
                       IF      WK-ACCT (K) =       BAL1-ACCT
                               MOVE    K           TO      J
                       END-IF
                   END-PERFORM
                   IF      J           =       ZERO
                           GO  TO  S160-EX
                   END-IF
           END-IF

           ADD     1           TO      WK-BAL-CNT
           IF      BAL1-SIGN   =       "-"
                   SUBTRACT BAL1-BAL-9 FROM   WK-OPEN-BAL
           ELSE
                   ADD     BAL1-BAL-9  TO      WK-OPEN-BAL
           END-IF
           IF      BAL1-YMD    >       WK-BAL-YMD
                   MOVE    BAL1-YMD    TO      WK-BAL-YMD
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** 入金(売掛未決済明細)。先に遅延履歴を得意先毎に集める
       S200-10.

           OPEN    INPUT       LAT1-F
           IF      WK-LAT1-STATUS =    ZERO
               PERFORM UNTIL WK-LAT1-EOF = HIGH-VALUE
                   READ    LAT1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LAT1-EOF
                       NOT AT  END
                           IF      LAT1-REC (1:1) NOT = "*"    AND
                                   LAT1-DAYS   IS NUMERIC
                               PERFORM S210-10     THRU    S210-EX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   LAT1-F
           ELSE
                   DISPLAY WK-PGM-NAME " 遅延履歴が無い("
                           WK-LAT1-F-NAME ") DEFLATE=" WK-DEF-LATE
           END-IF

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S220-10     THRU    S220-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S200-EX.
           EXIT.

      *    *** 遅延履歴1行を得意先の件数/日数へ
       S210-10.

           MOVE    ZERO        TO      J
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-LAT-CNT OR J > ZERO
               IF      WK-LT-KEY (K) =     LAT1-KEY
                       MOVE    K           TO      J
               END-IF
           END-PERFORM
           IF      J           =       ZERO
               IF      WK-LAT-CNT  >=      2000
                       GO  TO  S210-EX
               END-IF
               ADD     1           TO      WK-LAT-CNT
               MOVE    WK-LAT-CNT  TO      J
               MOVE    LAT1-KEY    TO      WK-LT-KEY (J)
           END-IF
           ADD     1           TO      WK-LT-CNT (J)
           ADD     LAT1-DAYS   TO      WK-LT-DAYS (J)
           .
       S210-EX.
           EXIT.

      *    *** 未決済明細1件。期日+平均遅延日数の日に入金
       S220-10.

           MOVE    PIN1-REC (WK-DUE-P:8) TO WK-DUE-YMD-X
           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           IF      WK-DUE-YMD-X IS NOT NUMERIC OR
                   WK-ZSU      IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S220-EX
           END-IF

           MOVE    SPACE       TO      WK-KEY1
           MOVE    PIN1-REC (WK-KEY-P:WK-KEY-L) TO WK-KEY1
           MOVE    WK-DEF-LATE TO      WK-LATE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-LAT-CNT
               IF      WK-LT-KEY (K) =     WK-KEY1
                       COMPUTE WK-LATE ROUNDED =
                               WK-LT-DAYS (K) / WK-LT-CNT (K)
                       MOVE    WK-LAT-CNT  TO      K
               END-IF
           END-PERFORM

           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-DUE-YMD  TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           ADD     WK-LATE     TO      WDW-NISUU
           MOVE    "R"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-EV-YMD

           ADD     1           TO      WK-AR-CNT
           IF      WK-EV-YMD   <       WK-DY-YMD (1)
                   ADD     1           TO      WK-AR-PAST-CNT
                   ADD     WK-ZSU      TO      WK-AR-PAST-AMT
           END-IF
           MOVE    WK-ZSU      TO      WK-EV-AMT
           MOVE    "A"         TO      WK-EV-KIND
           PERFORM S700-10     THRU    S700-EX
           IF      WK-EV-DAY   =       ZERO
                   ADD     1           TO      WK-AR-OUT-CNT
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 支払(PAYRUNの制御ファイル、承認待ち/払出し済みの回)
       S300-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CTL-CNT
               MOVE    WK-CTL (I)  TO      WK-CTL1-F-NAME
               OPEN    INPUT       CTL1-F
               IF      WK-CTL1-STATUS =    ZERO
                   READ    CTL1-F
                       AT  END
                           MOVE    SPACE       TO      CTL1-STATE
                   END-READ
                   CLOSE   CTL1-F
                   IF    ( CTL1-STATE  =       "P"     OR
                           CTL1-STATE  =       "R" )   AND
                           CTL1-ADATE  IS NUMERIC      AND
                           CTL1-AMT    IS NUMERIC
                       MOVE    CTL1-ADATE  TO      WK-EV-YMD
                       MOVE    CTL1-AMT    TO      WK-EV-AMT
                       MOVE    "P"         TO      WK-EV-KIND
                       PERFORM S700-10     THRU    S700-EX
                       IF      WK-EV-DAY   >       ZERO
                               ADD     1           TO      WK-PAY-CNT
                       END-IF
                   END-IF
               ELSE
                   DISPLAY WK-PGM-NAME
                           " PAYRUN制御ファイルが無い("
                           WK-CTL1-F-NAME ")"
               END-IF
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** 定期仕訳。雛形とL行の金額合計を読み、予測期間の
      *    *** 各月の発生日(DATEWEEK "S")に計上する
       S400-10.

           OPEN    INPUT       RJE1-F
           IF      WK-RJE1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME
                           " 定期仕訳マスターが無い("
                           WK-RJE1-F-NAME ")"
                   GO  TO  S400-EX
           END-IF
           PERFORM UNTIL WK-RJE1-EOF = HIGH-VALUE
               READ    RJE1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RJE1-EOF
                   NOT AT  END
                       IF      RJE1-REC (1:1) NOT = "*"    AND
                               RJE1-REC    NOT =   SPACE
                           PERFORM S410-10     THRU    S410-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   RJE1-F

           MOVE    WK-DY-YMD (1) (1:6) TO WK-YM
           MOVE    WK-DY-YMD (WK-DAYS) (1:6) TO WK-END-YM
           PERFORM UNTIL WK-YM > WK-END-YM
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-TM-CNT
                   IF      WK-TM-OK (I) =      "Y"
                       PERFORM S420-10     THRU    S420-EX
                   END-IF
               END-PERFORM
               IF      WK-YM-MM    =       12
                       ADD     1           TO      WK-YM-YYYY
                       MOVE    1           TO      WK-YM-MM
               ELSE
                       ADD     1           TO      WK-YM-MM
               END-IF
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 定期仕訳マスター1行(R行は雛形、L行は金額の合計)
       S410-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TM-CNT
                      OR WK-TM-ID (K) = RJE1-ID
               CONTINUE
           END-PERFORM

           IF      RJE1-KBN    =       "L"
               IF      K           <=      WK-TM-CNT
                   IF      RJE1-AMT    IS NUMERIC
                           ADD     NUMVAL(RJE1-AMT) TO WK-TM-AMT (K)
                   ELSE
                           MOVE    "N"         TO      WK-TM-OK (K)
                   END-IF
               END-IF
               GO  TO  S410-EX
           END-IF
           IF      RJE1-KBN    NOT =   "R"     OR
                   K           <=      WK-TM-CNT   OR
                   WK-TM-CNT   >=      500
                   GO  TO  S410-EX
           END-IF

           ADD     1           TO      WK-TM-CNT
           MOVE    WK-TM-CNT   TO      K
           MOVE    RJE1-ID     TO      WK-TM-ID (K)
           MOVE    RJE1-RULE   TO      WK-TM-RULE (K)
           MOVE    RJE1-ADJ    TO      WK-TM-ADJ (K)
           IF      RJE1-FROM   IS NUMERIC
                   MOVE    RJE1-FROM   TO      WK-TM-FROM (K)
           ELSE
                   MOVE    "N"         TO      WK-TM-OK (K)
           END-IF
           IF      RJE1-TO     IS NUMERIC  AND
                   RJE1-TO     NOT =   ZERO
                   MOVE    RJE1-TO     TO      WK-TM-TO (K)
           ELSE
                   MOVE    99999999    TO      WK-TM-TO (K)
           END-IF
           EVALUATE RJE1-RULE
               WHEN "E"
               WHEN "L"
               WHEN "F"
                   MOVE    99          TO      WK-TM-DAY (K)
               WHEN OTHER
                   IF      RJE1-DAY    IS NUMERIC
                           MOVE    RJE1-DAY    TO      WK-TM-DAY (K)
                   ELSE
                           MOVE    "N"         TO      WK-TM-OK (K)
                   END-IF
           END-EVALUATE
           IF      RJE1-BASE   IS NUMERIC
                   MOVE    RJE1-BASE   TO      WK-TM-BASE (K)
           ELSE
                   MOVE    WK-TM-FROM (K) (1:6) TO WK-TM-BASE (K)
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-RIN-CNT
               IF      WK-RIN (J)  =       RJE1-ID
                       MOVE    "Y"         TO      WK-TM-IN (K)
               END-IF
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** 雛形(I)の対象年月(WK-YM)の発生日
       S420-10.

           MOVE    "S"         TO      WDW-DATE2-ID
           MOVE    WK-YM-YYYY  TO      WDW-DATE2-YYYY
           MOVE    WK-YM-MM    TO      WDW-DATE2-MM
           MOVE    WK-TM-RULE (I) TO   WDW-SCH-RULE
           MOVE    WK-TM-DAY (I) TO    WDW-SCH-DAY
           MOVE    WK-TM-ADJ (I) TO    WDW-SCH-ADJ
           MOVE    WK-TM-BASE (I) TO   WDW-SCH-BASE-YM
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           IF      WDW-SCH-HIT NOT =   "Y"     OR
                   WDW-DATE2-YMD-9 <   WK-TM-FROM (I)  OR
                   WDW-DATE2-YMD-9 >   WK-TM-TO (I)    OR
                   WDW-DATE2-YMD-9 <   WK-BASE-YMD
                   GO  TO  S420-EX
           END-IF

           MOVE    WDW-DATE2-YMD-9 TO  WK-EV-YMD
           MOVE    WK-TM-AMT (I) TO    WK-EV-AMT
           IF      WK-TM-IN (I) =      "Y"
                   MOVE    "I"         TO      WK-EV-KIND
           ELSE
                   MOVE    "O"         TO      WK-EV-KIND
           END-IF
           PERFORM S700-10     THRU    S700-EX
           IF      WK-EV-DAY   >       ZERO
                   ADD     1           TO      WK-RJE-CNT
           END-IF
           .
       S420-EX.
           EXIT.

      *    *** 税の納付予定
       S450-10.

           OPEN    INPUT       TAX1-F
           IF      WK-TAX1-STATUS NOT =  ZERO
                   GO  TO  S450-EX
           END-IF
           PERFORM UNTIL WK-TAX1-EOF = HIGH-VALUE
               READ    TAX1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TAX1-EOF
                   NOT AT  END
                       IF      TAX1-REC (1:1) NOT = "*"    AND
                               TAX1-REC    NOT =   SPACE
                           IF      TAX1-YMD    IS NUMERIC  AND
                                   TAX1-AMT    IS NUMERIC
                               MOVE    TAX1-YMD    TO  WK-EV-YMD
                               MOVE    TAX1-AMT    TO  WK-EV-AMT
                               MOVE    "T"         TO  WK-EV-KIND
                               IF      WK-EV-YMD   >=  WK-BASE-YMD
                                   PERFORM S700-10 THRU S700-EX
                               END-IF
                               IF      WK-EV-DAY   >   ZERO
                                   ADD     1       TO  WK-TAX-CNT
                               END-IF
                           ELSE
                               DISPLAY WK-PGM-NAME " TAX ERROR "
                                       TAX1-REC
                               MOVE    4           TO  WK-RC-SAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TAX1-F
           .
       S450-EX.
           EXIT.

      *    *** 予測表。日毎に残高を積み上げ、警戒残高を下回る日に
      *    *** 警告を付ける
       S500-10.

           MOVE    WK-DAYS     TO      WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "CASHFCST 資金繰り予測 基準日="
                                       DELIMITED BY SIZE
                   WK-BASE-YMD         DELIMITED BY SIZE
                   " 営業日="          DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   " 実行日="          DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-OPEN-BAL TO      WK-AMT-E
           MOVE    WK-BAL-CNT  TO      WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "期首残高="         DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   " (口座="           DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   " 勘定日="          DELIMITED BY SIZE
                   WK-BAL-YMD          DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-LOW      TO      WK-AMT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "警戒残高="         DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-AR-PAST-AMT TO   WK-AMT-E
           MOVE    WK-AR-PAST-CNT TO   WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "期日経過の売掛(初日に計上)="
                                       DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   " 件数="            DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "日付     曜      入金(売掛)"
                                       DELIMITED BY SIZE
                   "    入金(定期)   支払(PAYRUN)"
                                       DELIMITED BY SIZE
                   "    支払(定期)"   DELIMITED BY SIZE
                   "          税      予測残高" DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DAYS
               IF      I           =       1
                       MOVE    WK-OPEN-BAL TO      WK-DY-BAL (I)
               ELSE
                       MOVE    WK-DY-BAL (I - 1) TO WK-DY-BAL (I)
               END-IF
               COMPUTE WK-DY-BAL (I) = WK-DY-BAL (I)
                       + WK-DY-AR (I) + WK-DY-RIN (I)
                       - WK-DY-PAY (I) - WK-DY-ROUT (I)
                       - WK-DY-TAX (I)
               ADD     WK-DY-AR (I) TO     WK-TOT-AR
               ADD     WK-DY-RIN (I) TO    WK-TOT-RIN
               ADD     WK-DY-PAY (I) TO    WK-TOT-PAY
               ADD     WK-DY-ROUT (I) TO   WK-TOT-ROUT
               ADD     WK-DY-TAX (I) TO    WK-TOT-TAX
               IF      I           =       1
               OR      WK-DY-BAL (I) <     WK-MIN-BAL
                       MOVE    WK-DY-BAL (I) TO    WK-MIN-BAL
                       MOVE    WK-DY-YMD (I) TO    WK-MIN-YMD
               END-IF

               MOVE    WK-DY-YMD (I) TO    WK-LS-YMD
               MOVE    WK-DY-WEEK (I) TO   WK-LS-WEEK
               MOVE    WK-DY-AR (I) TO     WK-LS-AR
               MOVE    WK-DY-RIN (I) TO    WK-LS-RIN
               MOVE    WK-DY-PAY (I) TO    WK-LS-PAY
               MOVE    WK-DY-ROUT (I) TO   WK-LS-ROUT
               MOVE    WK-DY-TAX (I) TO    WK-LS-TAX
               MOVE    WK-DY-BAL (I) TO    WK-LS-BAL
               MOVE    SPACE       TO      WK-LS-WARN
               IF      WK-DY-BAL (I) <     WK-LOW
                       MOVE    "***残高不足" TO    WK-LS-WARN
                       ADD     1           TO      WK-LOW-CNT
               END-IF
               MOVE    WK-LS-LINE  TO      POT1-REC
               WRITE   POT1-REC
           END-PERFORM

           MOVE    SPACE       TO      WK-LS-LINE
           MOVE    ZERO        TO      WK-LS-YMD
           MOVE    WK-TOT-AR   TO      WK-LS-AR
           MOVE    WK-TOT-RIN  TO      WK-LS-RIN
           MOVE    WK-TOT-PAY  TO      WK-LS-PAY
           MOVE    WK-TOT-ROUT TO      WK-LS-ROUT
           MOVE    WK-TOT-TAX  TO      WK-LS-TAX
           MOVE    WK-DY-BAL (WK-DAYS) TO WK-LS-BAL
           MOVE    WK-LS-LINE  TO      POT1-REC
           MOVE    "合計        " TO  POT1-REC (1:12)
           WRITE   POT1-REC

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-MIN-BAL  TO      WK-AMT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "最低残高="         DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   WK-MIN-YMD          DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           IF      WK-LOW-CNT  >       ZERO
                   MOVE    WK-LOW-CNT  TO      WK-CNT-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "*** 警戒残高を下回る日="
                                       DELIMITED BY SIZE
                           WK-CNT-E    DELIMITED BY SIZE
                           " ***"      DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   DISPLAY WK-PGM-NAME
                           " *** 警戒残高を下回る日="
                           WK-LOW-CNT
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 予測残高の推移をCHARTで描く(*=予測残高 .=警戒残高、
      *    *** 単位UNIT=、X=営業日の番号)。警戒残高の線は点数が
      *    *** 99を超えないように間引く
       S600-10.

           IF      WK-DAYS     <       2
                   GO  TO  S600-EX
           END-IF

           MOVE    ZERO        TO      WCH-PTS
           MOVE    2           TO      WCH-SER-CNT
           MOVE    "*"         TO      WCH-SER-CHR (1)
           MOVE    "YOSOKU"    TO      WCH-SER-NAME (1)
           MOVE    "."         TO      WCH-SER-CHR (2)
           MOVE    "LOW"       TO      WCH-SER-NAME (2)
           COMPUTE WK-STEP = WK-DAYS / (99 - WK-DAYS) + 1

           COMPUTE WK-Y-VAL ROUNDED = WK-LOW / WK-UNIT
           MOVE    WK-Y-VAL    TO      WCH-Y-MIN
                                       WCH-Y-MAX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DAYS
               ADD     1           TO      WCH-PTS
               MOVE    I           TO      WCH-X (WCH-PTS)
               COMPUTE WK-Y-VAL ROUNDED = WK-DY-BAL (I) / WK-UNIT
               IF      WK-Y-VAL    >       999.999999
                       MOVE    999.999999  TO      WK-Y-VAL
               END-IF
               IF      WK-Y-VAL    <       -999.999999
                       MOVE    -999.999999 TO      WK-Y-VAL
               END-IF
               MOVE    WK-Y-VAL    TO      WCH-Y (WCH-PTS)
               MOVE    1           TO      WCH-PT-SER (WCH-PTS)
               IF      WCH-Y (WCH-PTS) <   WCH-Y-MIN
                       MOVE    WCH-Y (WCH-PTS) TO  WCH-Y-MIN
               END-IF
               IF      WCH-Y (WCH-PTS) >   WCH-Y-MAX
                       MOVE    WCH-Y (WCH-PTS) TO  WCH-Y-MAX
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY WK-STEP
                   UNTIL I > WK-DAYS OR WCH-PTS >= 99
               ADD     1           TO      WCH-PTS
               MOVE    I           TO      WCH-X (WCH-PTS)
               COMPUTE WCH-Y (WCH-PTS) ROUNDED = WK-LOW / WK-UNIT
               MOVE    2           TO      WCH-PT-SER (WCH-PTS)
           END-PERFORM
           MOVE    1           TO      WCH-X-MIN
           MOVE    WK-DAYS     TO      WCH-X-MAX
           IF      WCH-Y-MAX   =       WCH-Y-MIN
                   ADD     1           TO      WCH-Y-MAX
           END-IF

           CALL    "CHART"     USING   WCH-CHART-AREA

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-UNIT     TO      WK-AMT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "予測残高の推移 (単位=" DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   ") CO="             DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WCH-Y-MAX   TO      WK-Y-E
           MOVE    WCH-Y-MIN   TO      WK-Y-E2
           MOVE    SPACE       TO      POT1-REC
           STRING  "上端="             DELIMITED BY SIZE
                   WK-Y-E              DELIMITED BY SIZE
                   " 下端="            DELIMITED BY SIZE
                   WK-Y-E2             DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 25
               MOVE    WCH-GRID (I) TO     POT1-REC
               WRITE   POT1-REC
           END-PERFORM
           MOVE    WCH-LEGEND  TO      POT1-REC
           WRITE   POT1-REC
           .
       S600-EX.
           EXIT.

      *    *** 入出金1件(WK-EV-YMD、WK-EV-AMT、WK-EV-KIND)を、その日
      *    *** 以後の最初の営業日に計上する。初日より前は初日、
      *    *** 予測期間の後は計上しない(WK-EV-DAY=0)
       S700-10.

           MOVE    ZERO        TO      WK-EV-DAY
           IF      WK-EV-YMD   <       WK-DY-YMD (1)
                   MOVE    1           TO      WK-EV-DAY
           ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-DAYS OR WK-EV-DAY > ZERO
                       IF      WK-DY-YMD (K) >=    WK-EV-YMD
                               MOVE    K           TO      WK-EV-DAY
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-EV-DAY   =       ZERO
                   GO  TO  S700-EX
           END-IF

           EVALUATE WK-EV-KIND
               WHEN "A"
                   ADD     WK-EV-AMT   TO      WK-DY-AR (WK-EV-DAY)
               WHEN "I"
                   ADD     WK-EV-AMT   TO      WK-DY-RIN (WK-EV-DAY)
               WHEN "P"
                   ADD     WK-EV-AMT   TO      WK-DY-PAY (WK-EV-DAY)
               WHEN "O"
                   ADD     WK-EV-AMT   TO      WK-DY-ROUT (WK-EV-DAY)
               WHEN OTHER
                   ADD     WK-EV-AMT   TO      WK-DY-TAX (WK-EV-DAY)
           END-EVALUATE
           .
       S700-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F

           MOVE    "C"         TO      WFD-ID
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END 売掛=" WK-AR-CNT
                   " 期間後=" WK-AR-OUT-CNT
                   " 読み捨て=" WK-SKIP-CNT
                   " PAYRUN=" WK-PAY-CNT
                   " 定期=" WK-RJE-CNT
                   " 税=" WK-TAX-CNT
                   " 警告=" WK-LOW-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
