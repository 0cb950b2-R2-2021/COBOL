      *    *** 電子帳簿保存の証憑索引(作成/検索/訂正)
      *    *** 取引の記録と証憑を、日付の範囲、金額の範囲、取引先
      *    *** で7年間検索できるように、証憑索引(DENCHO.IDX、キー=
      *    *** 証憑区分+証憑キー+版)を作る。索引は計上仕訳(CPJRNL)、
      *    *** 請求履歴(SEIKYU)、全銀振込ファイル(ZENGIN)、銀行勘定
      *    *** 照合の一致(BANKREC)から取り込み、1件毎に区分、日付、
      *    *** 金額、取引先コード/名称、原本の所在(取込元ファイル+
      *    *** 行番号、又はRPTSPOOLで保管した帳票)を持つ。
      *    *** 索引は追記のみで書き換えない。訂正は同じ証憑キーの
      *    *** 新しい版として理由付きで追加し、元の版はそのまま残る。
      *    *** 検索は各証憑の最新の版に対して行う(HIST=Yで全版)。
      *    ***
      *    *** 証憑区分とキー(先頭は会社コード4桁):
      *    ***   JE 計上仕訳   会社+バッチ12+明細4(借方行を1件)
      *    ***   IV 請求書     会社+請求書番号16
      *    ***   PY 振込       会社+振込日8+データレコード連番6+
      *    ***                 銀行4+支店3+口座7
      *    ***   BR 銀行照合   会社+日付8+金額10+相手先18
      *    ***
      *    *** 起動引数: 1=処理 2=PRM1名(既定DENCHO.PRM1)
      *    ***  BUILD   : PRM1の取込元を読み、索引へ追加する。
      *    ***            既に索引にある証憑は追加しない(再実行可)
      *    ***  SEARCH  : PRM1の検索条件で一覧(F-OT)を出す
      *    ***  CORRECT : 訂正ファイル(F-CRT)の訂正を新しい版として
      *    ***            追加する
      *    ***  SCREEN  : 検索画面。条件を入れて S で検索、
      *    ***            N/P=次頁/前頁 D,n=n番の所在/訂正理由
      *    ***            Q=終了
      *    *** PRM1の行:
      *    ***   F-IDX=証憑索引(既定DENCHO.IDX)
      *    ***   F-OT=検索結果(既定DENCHO.POT1)
      *    ***   F-CAT=帳票スプール台帳(既定RPTSPOOL.CAT)
      *    ***   F-MST=請求先マスター(SEIKYUのF-MST、任意。取引先
      *    ***         名称を引く)
      *    ***   F-CRT=訂正ファイル(CORRECTの時必須)
      *    ***   CO=会社コード(既定0001)
      *    ***   USER=担当者ID(訂正ファイルで空白の時の担当者)
      *    ***   取込元(BUILD、合わせて20まで):
      *    ***   JRNL=計上仕訳[,RPT=帳票ID]  INV=請求履歴[,RPT=帳票ID]
      *    ***   PAY=全銀振込ファイル[,RPT=帳票ID]
      *    ***   BANK=BANKRECの一致ファイル(F-MT)[,RPT=帳票ID]
      *    ***     RPT=を指定すると、RPTSPOOLの台帳からその帳票IDで
      *    ***     計上処理日(JE)/発行日(IV)/取込日(PY、BR)に取り込んだ
      *    ***     帳票を探し、所在にする(無ければ取込元+行番号)
      *    ***   検索条件(SEARCH、SCREENの初期値):
      *    ***   FROM=YYYYMMDD TO=YYYYMMDD  日付の範囲
      *    ***   AMTMIN=金額 AMTMAX=金額     金額の範囲(符号付き)
      *    ***   CP=取引先コード  CPNAME=取引先名称(部分一致)
      *    ***   TYPE=JE|IV|PY|BR  HIST=Y(訂正前の版も出す)
      *    *** 訂正ファイルの行(固定桁、"*"行は注釈、空白は変えない):
      *    ***   1-2 証憑区分  4-43 証憑キー  45-52 日付
      *    ***   54-65 金額(符号付き12桁)  67-76 取引先コード
      *    ***   78-137 取引先名称  139-178 訂正理由(必須)
      *    ***   180-187 担当者ID

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DENCHO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 証憑索引(追記のみ)
           SELECT DEN1-F           ASSIGN   WK-DEN1-F-NAME
                               STATUS   WK-DEN1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY DEN1-KEY.

      *    *** 取込元(仕訳/請求履歴/振込ファイル/照合一致)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 帳票スプール台帳(RPTSPOOL)
           SELECT CAT1-F           ASSIGN   WK-CAT1-F-NAME
                               STATUS   WK-CAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 請求先マスター(SEIKYU)
           SELECT MST1-F           ASSIGN   WK-MST1-F-NAME
                               STATUS   WK-MST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 訂正ファイル
           SELECT CRT1-F           ASSIGN   WK-CRT1-F-NAME
                               STATUS   WK-CRT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 検索結果
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  DEN1-F
           LABEL RECORDS ARE STANDARD.
       01  DEN1-REC.
           03  DEN1-KEY.
             05  DEN1-TYPE     PIC  X(002).
             05  DEN1-DOC      PIC  X(040).
             05  DEN1-VER      PIC  9(003).
           03  DEN1-CO         PIC  X(004).
           03  DEN1-YMD        PIC  9(008).
           03  DEN1-AMT        PIC S9(011) SIGN LEADING SEPARATE.
           03  DEN1-CP-CODE    PIC  X(010).
           03  DEN1-CP-NAME    PIC  X(060).
      *    *** 所在 F=取込元ファイル+行番号 S=RPTSPOOLの保管帳票
           03  DEN1-LOC-KBN    PIC  X(001).
           03  DEN1-LOC-FILE   PIC  X(048).
           03  DEN1-LOC-LINE   PIC  9(007).
           03  DEN1-SRC        PIC  X(008).
           03  DEN1-REG-YMD    PIC  9(008).
           03  DEN1-REG-HMS    PIC  9(006).
           03  DEN1-USER       PIC  X(008).
           03  DEN1-REASON     PIC  X(040).
           03  FILLER          PIC  X(020).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(256).

       FD  CAT1-F
           LABEL RECORDS ARE STANDARD.
       01  CAT1-REC.
           03  CAT1-RPTID      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CAT1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CAT1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CAT1-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAT1-KEEP       PIC  9(003).
           03  FILLER          PIC  X(001).
           03  CAT1-FILE       PIC  X(048).
           03  FILLER          PIC  X(001).
           03  CAT1-LINES      PIC  9(007).

       FD  MST1-F
           LABEL RECORDS ARE STANDARD.
       01  MST1-REC.
           03  MST1-KEY        PIC  X(008).
           03  FILLER          PIC  X(011).
           03  MST1-NAME       PIC  X(060).
           03  FILLER          PIC  X(121).

       FD  CRT1-F
           LABEL RECORDS ARE STANDARD.
       01  CRT1-REC.
           03  CRT1-TYPE       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  CRT1-DOC        PIC  X(040).
           03  FILLER          PIC  X(001).
           03  CRT1-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CRT1-AMT-X      PIC  X(012).
           03  CRT1-AMT        REDEFINES CRT1-AMT-X
                               PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  CRT1-CP-CODE    PIC  X(010).
           03  FILLER          PIC  X(001).
           03  CRT1-CP-NAME    PIC  X(060).
           03  FILLER          PIC  X(001).
           03  CRT1-REASON     PIC  X(040).
           03  FILLER          PIC  X(001).
           03  CRT1-USER       PIC  X(008).
           03  FILLER          PIC  X(013).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DENCHO  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "DENCHO.PRM1".
           03  WK-DEN1-F-NAME  PIC  X(048) VALUE "DENCHO.IDX".
           03  WK-PIN1-F-NAME  PIC  X(048) VALUE SPACE.
           03  WK-CAT1-F-NAME  PIC  X(048) VALUE "RPTSPOOL.CAT".
           03  WK-MST1-F-NAME  PIC  X(048) VALUE SPACE.
           03  WK-CRT1-F-NAME  PIC  X(048) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(048) VALUE "DENCHO.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DEN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CRT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DEN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-MST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CRT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-TODAY-R      REDEFINES WK-TODAY-YMD.
             05  WK-TODAY-YYYY PIC  9(004).
             05  WK-TODAY-MM   PIC  9(002).
             05  WK-TODAY-DD   PIC  9(002).
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-USER         PIC  X(008) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(060) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(048) VALUE SPACE.

      *    *** 検索条件
           03  WK-S-FROM       PIC  9(008) VALUE ZERO.
           03  WK-S-TO         PIC  9(008) VALUE 99999999.
           03  WK-S-MIN        PIC S9(011) VALUE -99999999999.
           03  WK-S-MAX        PIC S9(011) VALUE 99999999999.
           03  WK-S-CP         PIC  X(010) VALUE SPACE.
           03  WK-S-NAME       PIC  X(060) VALUE SPACE.
           03  WK-S-NAME-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-S-TYPE       PIC  X(002) VALUE SPACE.
           03  WK-S-HIST       PIC  X(001) VALUE "N".
           03  WK-MATCH        PIC  X(001) VALUE "N".
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.

      *    *** 取込み作業
           03  WK-SX           BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-NO      PIC  9(007) VALUE ZERO.
           03  WK-PY-SEQ       PIC  9(006) VALUE ZERO.
           03  WK-PY-YMD       PIC  9(008) VALUE ZERO.
           03  WK-PY-YMD-R     REDEFINES WK-PY-YMD.
             05  WK-PY-YYYY    PIC  9(004).
             05  WK-PY-MM      PIC  9(002).
             05  WK-PY-DD      PIC  9(002).
           03  WK-LOC-YMD      PIC  9(008) VALUE ZERO.
           03  WK-CODE         PIC  X(010) VALUE SPACE.

      *    *** 件数
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CRT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CRT-ERR      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ED-CNT       PIC  ZZZ,ZZ9 VALUE ZERO.

      *    *** 最新版の判定(キー順に読み、証憑キーが変わったら
      *    *** 1つ前のレコードが最新の版)
           03  WK-HOLD-SET     PIC  X(001) VALUE "N".
           03  WK-HOLD-REC     PIC  X(285) VALUE SPACE.
           03  WK-CUR-REC      PIC  X(285) VALUE SPACE.
           03  WK-HOLD-KEY     PIC  X(042) VALUE SPACE.

      *    *** 訂正
           03  WK-CRT-USER     PIC  X(008) VALUE SPACE.
           03  WK-CRT-MSG      PIC  X(030) VALUE SPACE.
           03  WK-CRT-FOUND    PIC  X(001) VALUE "N".
           03  WK-LAST-REC     PIC  X(285) VALUE SPACE.

      *    *** 検索結果の行
           03  WK-LS-LINE1.
             05  WK-LS-TYPE    PIC  X(002) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DOC     PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(002) VALUE " V".
             05  WK-LS-VER     PIC  9(003) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  WK-LS-AMT     PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CODE    PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(048) VALUE SPACE.
           03  WK-LS-LINE2.
             05  FILLER        PIC  X(010) VALUE "    所在".
             05  WK-LS-LOC-KBN PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-LOC     PIC  X(048) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE ":".
             05  WK-LS-LINE    PIC  9(007) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-SRC     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-REG     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-USER    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-REASON  PIC  X(040) VALUE SPACE.

      *    *** 検索画面
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-PAGE-TOP     BINARY-LONG SYNC VALUE 1.
           03  WK-SC-FROM      PIC  X(008) VALUE SPACE.
           03  WK-SC-TO        PIC  X(008) VALUE SPACE.
           03  WK-SC-MIN       PIC  X(012) VALUE SPACE.
           03  WK-SC-MAX       PIC  X(012) VALUE SPACE.
           03  WK-SC-CP        PIC  X(010) VALUE SPACE.
           03  WK-SC-NAME      PIC  X(030) VALUE SPACE.
           03  WK-SC-TYPE      PIC  X(002) VALUE SPACE.
           03  WK-SCMD         PIC  X(040) VALUE SPACE.
           03  WK-SCMD1        PIC  X(008) VALUE SPACE.
           03  WK-SCMD2        PIC  X(020) VALUE SPACE.
           03  WK-CMD-NO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEAD-LINE    PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE2    PIC  X(076) VALUE SPACE.
           03  WK-NO-E         PIC  ZZZ9 VALUE ZERO.
           03  WK-AMT-E        PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-SC-ERR       PIC  X(001) VALUE "N".

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

      *    *** 取込元(最大20)
       01  SRC-TBL-AREA.
           03  WK-SRC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SRC-TBL      OCCURS 20.
             05  WK-SR-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-SR-FILE    PIC  X(048) VALUE SPACE.
             05  WK-SR-RPT     PIC  X(020) VALUE SPACE.

      *    *** 帳票スプール台帳(最大2000件)
       01  CAT-TBL-AREA.
           03  WK-CAT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CAT-TBL      OCCURS 2000.
             05  WK-CT-RPTID   PIC  X(020) VALUE SPACE.
             05  WK-CT-YMD     PIC  9(008) VALUE ZERO.
             05  WK-CT-FILE    PIC  X(048) VALUE SPACE.

      *    *** 請求先マスターの名称(最大2000件)
       01  MST-TBL-AREA.
           03  WK-MST-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MST-TBL      OCCURS 2000.
             05  WK-MS-KEY     PIC  X(008) VALUE SPACE.
             05  WK-MS-NAME    PIC  X(060) VALUE SPACE.

      *    *** 請求履歴(SEIKYUのF-HIS)の1行
       01  HIS-AREA.
           03  WK-HIS-KEY      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-HIS-CUT-YMD  PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-HIS-RUN-YMD  PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-HIS-INV-NO   PIC  X(016).
           03  FILLER          PIC  X(001).
           03  WK-HIS-BILL     PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  WK-HIS-CHARGE   PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  WK-HIS-DUE-YMD  PIC  X(008).
           03  FILLER          PIC  X(178).

      *    *** 全銀振込ファイル(ZENGIN)のヘッダー/データレコード
       01  ZEN-AREA.
           03  WK-ZN-KBN       PIC  X(001).
           03  FILLER          PIC  X(255).
       01  ZEN-HDR-R           REDEFINES ZEN-AREA.
           03  FILLER          PIC  X(054).
           03  WK-ZH-MM        PIC  9(002).
           03  WK-ZH-DD        PIC  9(002).
           03  FILLER          PIC  X(198).
       01  ZEN-DTL-R           REDEFINES ZEN-AREA.
           03  FILLER          PIC  X(001).
           03  WK-ZD-BANK      PIC  X(004).
           03  FILLER          PIC  X(015).
           03  WK-ZD-BRN       PIC  X(003).
           03  FILLER          PIC  X(019).
           03  WK-ZD-KMK       PIC  X(001).
           03  WK-ZD-KOZA      PIC  X(007).
           03  WK-ZD-NAME      PIC  X(030).
           03  WK-ZD-AMT       PIC  9(010).
           03  FILLER          PIC  X(001).
           03  WK-ZD-CUST1     PIC  X(010).
           03  FILLER          PIC  X(155).

      *    *** 銀行勘定照合(BANKREC)の一致行
       01  MT-AREA.
           03  WK-MT-KBN       PIC  X(007).
           03  WK-MT-YMD       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-MT-AMT       PIC  X(010).
           03  FILLER          PIC  X(001).
           03  WK-MT-CP        PIC  X(020).
           03  FILLER          PIC  X(209).

      *    *** 画面用の検索結果(最大500件)と表示行
       01  HIT-TBL-AREA.
           03  WK-HIT-TBL-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-TBL      OCCURS 500.
             05  WK-HT-REC     PIC  X(285) VALUE SPACE.

       01  SCR-AREA.
           03  WK-SCR-ALL.
             05  WK-SCR-L01    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L02    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L03    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L04    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L05    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L06    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L07    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L08    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L09    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L10    PIC  X(076) VALUE SPACE.
           03  WK-SCR-R        REDEFINES WK-SCR-ALL.
             05  WK-SCR-L      OCCURS 10
                               PIC  X(076).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       SCREEN                  SECTION.
       01  DEN-SEARCH-SCREEN.
           03  LINE 01 COL 01  VALUE "DENCHO 証憑検索".
           03  LINE 02 COL 01  VALUE "FROM=".
           03  LINE 02 COL 06  PIC X(008) USING WK-SC-FROM.
           03  LINE 02 COL 15  VALUE "TO=".
           03  LINE 02 COL 18  PIC X(008) USING WK-SC-TO.
           03  LINE 02 COL 27  VALUE "MIN=".
           03  LINE 02 COL 31  PIC X(012) USING WK-SC-MIN.
           03  LINE 02 COL 44  VALUE "MAX=".
           03  LINE 02 COL 48  PIC X(012) USING WK-SC-MAX.
           03  LINE 02 COL 61  VALUE "TYPE=".
           03  LINE 02 COL 66  PIC X(002) USING WK-SC-TYPE.
           03  LINE 03 COL 01  VALUE "CP=".
           03  LINE 03 COL 04  PIC X(010) USING WK-SC-CP.
           03  LINE 03 COL 15  VALUE "NAME=".
           03  LINE 03 COL 20  PIC X(030) USING WK-SC-NAME.
           03  LINE 04 COL 01  PIC X(076) FROM WK-HEAD-LINE.
           03  LINE 05 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 06 COL 01  PIC X(076) FROM WK-MSG-LINE2.
           03  LINE 08 COL 01  PIC X(076) FROM WK-SCR-L01.
           03  LINE 09 COL 01  PIC X(076) FROM WK-SCR-L02.
           03  LINE 10 COL 01  PIC X(076) FROM WK-SCR-L03.
           03  LINE 11 COL 01  PIC X(076) FROM WK-SCR-L04.
           03  LINE 12 COL 01  PIC X(076) FROM WK-SCR-L05.
           03  LINE 13 COL 01  PIC X(076) FROM WK-SCR-L06.
           03  LINE 14 COL 01  PIC X(076) FROM WK-SCR-L07.
           03  LINE 15 COL 01  PIC X(076) FROM WK-SCR-L08.
           03  LINE 16 COL 01  PIC X(076) FROM WK-SCR-L09.
           03  LINE 17 COL 01  PIC X(076) FROM WK-SCR-L10.
           03  LINE 19 COL 01
               VALUE "CMD(S/N/P/D,n/Q)=".
           03  LINE 19 COL 19  PIC X(040) USING WK-SCMD.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数、PRM1読込
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "BUILD"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "SEARCH"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "CORRECT"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "SCREEN"
                   PERFORM S600-10     THRU    S600-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=BUILD/SEARCH/CORRECT/SCREEN"
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE

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
           ACCEPT  WK-NOW-X    FROM    TIME
           MOVE    WK-NOW-X (1:6) TO   WK-NOW-HMS

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** PRM1が無い時は既定値(画面/検索は全件が対象)
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN STATUS="
                           WK-PRM1-STATUS " (既定値で実行)"
                   GO  TO  S010-EX
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
               WHEN "F-IDX"
                   MOVE    WK-PRM02    TO      WK-DEN1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-CAT"
                   MOVE    WK-PRM02    TO      WK-CAT1-F-NAME
               WHEN "F-MST"
                   MOVE    WK-PRM02    TO      WK-MST1-F-NAME
               WHEN "F-CRT"
                   MOVE    WK-PRM02    TO      WK-CRT1-F-NAME
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "USER"
                   MOVE    WK-PRM02    TO      WK-USER
               WHEN "JRNL"
               WHEN "INV"
               WHEN "PAY"
               WHEN "BANK"
                   IF      WK-SRC-CNT  >=      20
                           DISPLAY WK-PGM-NAME " 取込元は20まで"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-SRC-CNT
                   EVALUATE WK-PRM01
                       WHEN "JRNL"
                           MOVE    "JE"    TO  WK-SR-TYPE (WK-SRC-CNT)
                       WHEN "INV"
                           MOVE    "IV"    TO  WK-SR-TYPE (WK-SRC-CNT)
                       WHEN "PAY"
                           MOVE    "PY"    TO  WK-SR-TYPE (WK-SRC-CNT)
                       WHEN OTHER
                           MOVE    "BR"    TO  WK-SR-TYPE (WK-SRC-CNT)
                   END-EVALUATE
                   MOVE    WK-PRM02    TO      WK-SR-FILE (WK-SRC-CNT)
                   IF      WK-PRM03    =       "RPT"
                           MOVE    WK-PRM04    TO
                                   WK-SR-RPT (WK-SRC-CNT)
                   END-IF
               WHEN "FROM"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO WK-S-FROM
                   ELSE
                           DISPLAY WK-PGM-NAME " FROM= ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "TO"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO WK-S-TO
                   ELSE
                           DISPLAY WK-PGM-NAME " TO= ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "AMTMIN"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-S-MIN
                   ELSE
                           DISPLAY WK-PGM-NAME " AMTMIN= ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "AMTMAX"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-S-MAX
                   ELSE
                           DISPLAY WK-PGM-NAME " AMTMAX= ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "CP"
                   MOVE    WK-PRM02    TO      WK-S-CP
               WHEN "CPNAME"
                   MOVE    WK-PRM02    TO      WK-S-NAME
               WHEN "TYPE"
                   MOVE    WK-PRM02    TO      WK-S-TYPE
               WHEN "HIST"
                   MOVE    WK-PRM02 (1:1) TO   WK-S-HIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** BUILD: 取込元を順に読み、索引へ追加する
       S100-10.

           IF      WK-SRC-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 取込元(JRNL/INV/PAY/BANK)"
                           "の指定が無い"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           PERFORM S110-10     THRU    S110-EX
           PERFORM S120-10     THRU    S120-EX

           OPEN    I-O         DEN1-F
           IF      WK-DEN1-STATUS =    05      OR      35
                   OPEN    OUTPUT      DEN1-F
                   CLOSE   DEN1-F
                   OPEN    I-O         DEN1-F
           END-IF
           IF      WK-DEN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " DEN1-F OPEN ERROR STATUS="
                           WK-DEN1-STATUS
                   STOP    RUN
           END-IF

           PERFORM VARYING WK-SX FROM 1 BY 1
                   UNTIL WK-SX > WK-SRC-CNT
               PERFORM S150-10     THRU    S150-EX
           END-PERFORM

           CLOSE   DEN1-F

           DISPLAY WK-PGM-NAME " BUILD 読込=" WK-PIN1-CNT
                   " 追加=" WK-ADD-CNT
                   " 登録済=" WK-DUP-CNT
                   " 対象外=" WK-SKIP-CNT
           .
       S100-EX.
           EXIT.

      *    *** 帳票スプール台帳を読む(RPT=の指定がある時)
       S110-10.

           MOVE    ZERO        TO      I
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-SRC-CNT
               IF      WK-SR-RPT (J) NOT = SPACE
                       ADD     1           TO      I
               END-IF
           END-PERFORM
           IF      I           =       ZERO
                   GO  TO  S110-EX
           END-IF

           OPEN    INPUT       CAT1-F
           IF      WK-CAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CAT1-F OPEN STATUS="
                           WK-CAT1-STATUS " (所在は取込元)"
                   GO  TO  S110-EX
           END-IF

           PERFORM UNTIL WK-CAT1-EOF = HIGH-VALUE
               READ    CAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAT1-EOF
                   NOT AT  END
                       IF      WK-CAT-CNT  <       2000
                           ADD     1           TO  WK-CAT-CNT
                           MOVE    CAT1-RPTID  TO
                                   WK-CT-RPTID (WK-CAT-CNT)
                           MOVE    CAT1-YMD    TO
                                   WK-CT-YMD (WK-CAT-CNT)
                           MOVE    CAT1-FILE   TO
                                   WK-CT-FILE (WK-CAT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CAT1-F
           .
       S110-EX.
           EXIT.

      *    *** 請求先マスターの名称を読む(F-MST=の指定がある時)
       S120-10.

           IF      WK-MST1-F-NAME =    SPACE
                   GO  TO  S120-EX
           END-IF

           OPEN    INPUT       MST1-F
           IF      WK-MST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MST1-F OPEN STATUS="
                           WK-MST1-STATUS " (" WK-MST1-F-NAME ")"
                   GO  TO  S120-EX
           END-IF

           PERFORM UNTIL WK-MST1-EOF = HIGH-VALUE
               READ    MST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MST1-EOF
                   NOT AT  END
                       IF      MST1-REC (1:1) NOT = "*"    AND
                               MST1-KEY    NOT =   SPACE   AND
                               WK-MST-CNT  <       2000
                           ADD     1           TO  WK-MST-CNT
                           MOVE    MST1-KEY    TO
                                   WK-MS-KEY (WK-MST-CNT)
                           MOVE    MST1-NAME   TO
                                   WK-MS-NAME (WK-MST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MST1-F
           .
       S120-EX.
           EXIT.

      *    *** 取込元1つを読む
       S150-10.

           MOVE    WK-SR-FILE (WK-SX) TO WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S150-EX
           END-IF

           MOVE    ZERO        TO      WK-LINE-NO
                                       WK-PY-SEQ
                                       WK-PY-YMD
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                                                   WK-LINE-NO
                       EVALUATE WK-SR-TYPE (WK-SX)
                           WHEN "JE"
                               PERFORM S160-10     THRU    S160-EX
                           WHEN "IV"
                               PERFORM S170-10     THRU    S170-EX
                           WHEN "PY"
                               PERFORM S180-10     THRU    S180-EX
                           WHEN OTHER
                               PERFORM S190-10     THRU    S190-EX
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           DISPLAY WK-PGM-NAME " " WK-SR-TYPE (WK-SX) " "
                   WK-PIN1-F-NAME " 行=" WK-LINE-NO
           .
       S150-EX.
           EXIT.

      *    *** 計上仕訳(借方行を1件、他社の行は対象外)
       S160-10.

           MOVE    PIN1-REC    TO      WJR-JRNL-REC
           IF      WJR-DC      NOT =   "D"     OR
                   WJR-YMD     IS NOT NUMERIC  OR
                   WJR-AMT     IS NOT NUMERIC  OR
                 ( WJR-CO      NOT =   SPACE   AND
                   WJR-CO      NOT =   WK-CO )
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S160-EX
           END-IF

           MOVE    SPACE       TO      DEN1-REC
           MOVE    "JE"        TO      DEN1-TYPE
           STRING  WK-CO               DELIMITED BY SIZE
                   WJR-BATCH           DELIMITED BY SIZE
                   WJR-LINE            DELIMITED BY SIZE
                   INTO    DEN1-DOC
           MOVE    WJR-YMD     TO      DEN1-YMD
           MOVE    WJR-AMT     TO      DEN1-AMT
           MOVE    WJR-CUST    TO      DEN1-CP-CODE
                                       WK-CODE
           PERFORM S220-10     THRU    S220-EX
           IF      DEN1-CP-NAME =      SPACE
                   MOVE    WJR-MEMO    TO      DEN1-CP-NAME
           END-IF
           MOVE    WJR-SRC     TO      DEN1-SRC
           MOVE    WJR-USER    TO      DEN1-USER
           MOVE    WJR-POST-YMD TO     WK-LOC-YMD
           PERFORM S200-10     THRU    S200-EX
           .
       S160-EX.
           EXIT.

      *    *** 請求履歴(1請求書1件、発行日で索引)
       S170-10.

           MOVE    PIN1-REC    TO      HIS-AREA
           IF      PIN1-REC (1:1) =    "*"     OR
                   WK-HIS-KEY  =       SPACE   OR
                   WK-HIS-INV-NO =     SPACE   OR
                   WK-HIS-RUN-YMD IS NOT NUMERIC OR
                   WK-HIS-BILL IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S170-EX
           END-IF

           MOVE    SPACE       TO      DEN1-REC
           MOVE    "IV"        TO      DEN1-TYPE
           STRING  WK-CO               DELIMITED BY SIZE
                   WK-HIS-INV-NO       DELIMITED BY SIZE
                   INTO    DEN1-DOC
           MOVE    WK-HIS-RUN-YMD TO   DEN1-YMD
           MOVE    WK-HIS-BILL TO      DEN1-AMT
           MOVE    WK-HIS-KEY  TO      DEN1-CP-CODE
                                       WK-CODE
           PERFORM S220-10     THRU    S220-EX
           MOVE    "SEIKYU"    TO      DEN1-SRC
           MOVE    WK-HIS-RUN-YMD TO   WK-LOC-YMD
           PERFORM S200-10     THRU    S200-EX
           .
       S170-EX.
           EXIT.

      *    *** 全銀振込ファイル。ヘッダーの振込日(MMDD)の年は
      *    *** 取込日に最も近い年とする。データレコード1件を1件
       S180-10.

           MOVE    PIN1-REC    TO      ZEN-AREA
           EVALUATE WK-ZN-KBN
               WHEN "1"
                   IF      WK-ZH-MM    IS NOT NUMERIC  OR
                           WK-ZH-DD    IS NOT NUMERIC
                           MOVE    ZERO        TO      WK-PY-YMD
                           GO  TO  S180-EX
                   END-IF
                   MOVE    WK-TODAY-YYYY TO    WK-PY-YYYY
                   MOVE    WK-ZH-MM    TO      WK-PY-MM
                   MOVE    WK-ZH-DD    TO      WK-PY-DD
                   IF      WK-PY-MM    >       WK-TODAY-MM + 6
                           SUBTRACT 1          FROM    WK-PY-YYYY
                   END-IF
                   IF      WK-PY-MM + 6 <      WK-TODAY-MM
                           ADD     1           TO      WK-PY-YYYY
                   END-IF
                   MOVE    ZERO        TO      WK-PY-SEQ
                   GO  TO  S180-EX
               WHEN "2"
                   CONTINUE
               WHEN OTHER
                   GO  TO  S180-EX
           END-EVALUATE

           ADD     1           TO      WK-PY-SEQ
           IF      WK-PY-YMD   =       ZERO    OR
                   WK-ZD-AMT   IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S180-EX
           END-IF

           MOVE    SPACE       TO      DEN1-REC
           MOVE    "PY"        TO      DEN1-TYPE
           STRING  WK-CO               DELIMITED BY SIZE
                   WK-PY-YMD           DELIMITED BY SIZE
                   WK-PY-SEQ           DELIMITED BY SIZE
                   WK-ZD-BANK          DELIMITED BY SIZE
                   WK-ZD-BRN           DELIMITED BY SIZE
                   WK-ZD-KOZA          DELIMITED BY SIZE
                   INTO    DEN1-DOC
           MOVE    WK-PY-YMD   TO      DEN1-YMD
           MOVE    WK-ZD-AMT   TO      DEN1-AMT
           MOVE    WK-ZD-CUST1 TO      DEN1-CP-CODE
           MOVE    WK-ZD-NAME  TO      DEN1-CP-NAME
           MOVE    "ZENGIN"    TO      DEN1-SRC
           MOVE    WK-TODAY-YMD TO     WK-LOC-YMD
           PERFORM S200-10     THRU    S200-EX
           .
       S180-EX.
           EXIT.

      *    *** 銀行勘定照合の一致(1:1と1:Nの見出し行を1件)
       S190-10.

           MOVE    PIN1-REC    TO      MT-AREA
           IF      WK-MT-KBN   NOT =   "MT 1:1 " AND "MT 1:N "
                   GO  TO  S190-EX
           END-IF
           IF      WK-MT-YMD   IS NOT NUMERIC  OR
                   WK-MT-AMT   IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S190-EX
           END-IF

           MOVE    SPACE       TO      DEN1-REC
           MOVE    "BR"        TO      DEN1-TYPE
           STRING  WK-CO               DELIMITED BY SIZE
                   WK-MT-YMD           DELIMITED BY SIZE
                   WK-MT-AMT           DELIMITED BY SIZE
                   WK-MT-CP            DELIMITED BY SIZE
                   INTO    DEN1-DOC
           MOVE    WK-MT-YMD   TO      DEN1-YMD
           MOVE    WK-MT-AMT   TO      DEN1-AMT
           MOVE    WK-MT-CP    TO      DEN1-CP-NAME
           MOVE    "BANKREC"   TO      DEN1-SRC
           MOVE    WK-TODAY-YMD TO     WK-LOC-YMD
           PERFORM S200-10     THRU    S200-EX
           .
       S190-EX.
           EXIT.

      *    *** 索引1件の追加(版001)。既にあれば追加しない
       S200-10.

           MOVE    1           TO      DEN1-VER
           MOVE    WK-CO       TO      DEN1-CO
           MOVE    WK-TODAY-YMD TO     DEN1-REG-YMD
           MOVE    WK-NOW-HMS  TO      DEN1-REG-HMS
           PERFORM S210-10     THRU    S210-EX

      *    *** 訂正済み(版002以降がある)の証憑も追加しない
           MOVE    DEN1-REC    TO      WK-CUR-REC
           MOVE    DEN1-KEY    TO      WK-HOLD-KEY
           START   DEN1-F      KEY NOT <   DEN1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-DEN1-EOF
               NOT INVALID
                   READ    DEN1-F      NEXT
                       AT  END
                           MOVE    HIGH-VALUE  TO  WK-DEN1-EOF
                   END-READ
           END-START
           IF      WK-DEN1-STATUS =    ZERO    AND
                   DEN1-KEY (1:42) =   WK-HOLD-KEY (1:42)
                   ADD     1           TO      WK-DUP-CNT
                   GO  TO  S200-EX
           END-IF

           MOVE    WK-CUR-REC  TO      DEN1-REC
           WRITE   DEN1-REC
               INVALID
                   ADD     1           TO      WK-DUP-CNT
               NOT INVALID
                   ADD     1           TO      WK-ADD-CNT
           END-WRITE
           IF      WK-DEN1-STATUS NOT =  ZERO AND 22
                   DISPLAY WK-PGM-NAME " DEN1-F WRITE ERROR STATUS="
                           WK-DEN1-STATUS
                   STOP    RUN
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 原本の所在。RPT=の帳票が台帳にあればその保管帳票
      *    *** (同日複数回は最後の取込み)、無ければ取込元+行番号
       S210-10.

           MOVE    "F"         TO      DEN1-LOC-KBN
           MOVE    WK-PIN1-F-NAME TO   DEN1-LOC-FILE
           MOVE    WK-LINE-NO  TO      DEN1-LOC-LINE
           IF      WK-SR-RPT (WK-SX) =  SPACE
                   GO  TO  S210-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CAT-CNT
               IF      WK-CT-RPTID (I) =   WK-SR-RPT (WK-SX) AND
                       WK-CT-YMD (I) =     WK-LOC-YMD
                       MOVE    "S"         TO      DEN1-LOC-KBN
                       MOVE    WK-CT-FILE (I) TO   DEN1-LOC-FILE
                       MOVE    ZERO        TO      DEN1-LOC-LINE
               END-IF
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 取引先名称を請求先マスターから引く(WK-CODE)
       S220-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-MST-CNT
               IF      WK-MS-KEY (I) =     WK-CODE (1:8)
                       MOVE    WK-MS-NAME (I) TO   DEN1-CP-NAME
                       MOVE    WK-MST-CNT  TO      I
               END-IF
           END-PERFORM
           .
       S220-EX.
           EXIT.

      *    *** SEARCH: 条件に合う証憑の一覧
       S300-10.

           OPEN    INPUT       DEN1-F
           IF      WK-DEN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 索引が無い STATUS="
                           WK-DEN1-STATUS " (" WK-DEN1-F-NAME ")"
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "DENCHO 証憑検索 CO=" DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   " 実行日="          DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " 索引="            DELIMITED BY SIZE
                   WK-DEN1-F-NAME      DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-S-MIN    TO      WK-AMT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "条件 日付="        DELIMITED BY SIZE
                   WK-S-FROM           DELIMITED BY SIZE
                   "-"                 DELIMITED BY SIZE
                   WK-S-TO             DELIMITED BY SIZE
                   " 金額="            DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           MOVE    WK-S-MAX    TO      WK-AMT-E
           STRING  POT1-REC            DELIMITED BY "  "
                   " -"                DELIMITED BY SIZE
                   WK-AMT-E            DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           MOVE    WK-MSG-LINE TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "     取引先="      DELIMITED BY SIZE
                   WK-S-CP             DELIMITED BY SIZE
                   " 名称="            DELIMITED BY SIZE
                   WK-S-NAME           DELIMITED BY "  "
                   " 区分="            DELIMITED BY SIZE
                   WK-S-TYPE           DELIMITED BY SIZE
                   " 全版="            DELIMITED BY SIZE
                   WK-S-HIST           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

           PERFORM S310-10     THRU    S310-EX

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-HIT-CNT  TO      WK-ED-CNT
           MOVE    SPACE       TO      POT1-REC
           STRING  "** 該当="          DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           CLOSE   DEN1-F
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " SEARCH 索引=" WK-DEN1-CNT
                   " 該当=" WK-HIT-CNT
           IF      WK-HIT-CNT  =       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 索引をキー順に読み、最新の版(HIST=Yは全版)を条件で
      *    *** 判定する(SEARCH/SCREEN共通、該当はS340)
       S310-10.

           IF      WK-S-NAME   =       SPACE
                   MOVE    ZERO        TO      WK-S-NAME-LEN
           ELSE
                   MOVE    LENGTH(TRIM(WK-S-NAME TRAILING)) TO
                           WK-S-NAME-LEN
           END-IF
           MOVE    "N"         TO      WK-HOLD-SET
           MOVE    LOW-VALUE   TO      WK-DEN1-EOF
           MOVE    LOW-VALUE   TO      DEN1-KEY
           START   DEN1-F      KEY NOT <   DEN1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-DEN1-EOF
           END-START

           PERFORM UNTIL WK-DEN1-EOF = HIGH-VALUE
               READ    DEN1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DEN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-DEN1-CNT
                       IF      WK-S-HIST   =       "Y"
                           PERFORM S330-10     THRU    S330-EX
                       ELSE
                           PERFORM S320-10     THRU    S320-EX
                       END-IF
               END-READ
           END-PERFORM

           IF      WK-S-HIST   NOT =   "Y"     AND
                   WK-HOLD-SET =       "Y"
                   MOVE    WK-HOLD-REC TO      DEN1-REC
                   PERFORM S330-10     THRU    S330-EX
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** 証憑キーが変わったら、保持していた1つ前(=最新版)を
      *    *** 判定し、読んだレコードを保持する
       S320-10.

           IF      WK-HOLD-SET =       "Y"     AND
                   DEN1-KEY (1:42) NOT = WK-HOLD-REC (1:42)
                   MOVE    DEN1-REC    TO      WK-CUR-REC
                   MOVE    WK-HOLD-REC TO      DEN1-REC
                   PERFORM S330-10     THRU    S330-EX
                   MOVE    WK-CUR-REC  TO      DEN1-REC
           END-IF
           MOVE    DEN1-REC    TO      WK-HOLD-REC
           MOVE    "Y"         TO      WK-HOLD-SET
           .
       S320-EX.
           EXIT.

      *    *** DEN1-RECの条件判定(会社/区分/日付/金額/取引先)
       S330-10.

           IF      DEN1-CO     NOT =   WK-CO
                   GO  TO  S330-EX
           END-IF
           IF      WK-S-TYPE   NOT =   SPACE   AND
                   DEN1-TYPE   NOT =   WK-S-TYPE
                   GO  TO  S330-EX
           END-IF
           IF      DEN1-YMD    <       WK-S-FROM   OR
                   DEN1-YMD    >       WK-S-TO
                   GO  TO  S330-EX
           END-IF
           IF      DEN1-AMT    <       WK-S-MIN    OR
                   DEN1-AMT    >       WK-S-MAX
                   GO  TO  S330-EX
           END-IF
           IF      WK-S-CP     NOT =   SPACE   AND
                   DEN1-CP-CODE NOT =  WK-S-CP
                   GO  TO  S330-EX
           END-IF
           IF      WK-S-NAME-LEN >     ZERO
                   MOVE    ZERO        TO      WK-TALLY
                   INSPECT DEN1-CP-NAME TALLYING WK-TALLY
                           FOR ALL WK-S-NAME (1:WK-S-NAME-LEN)
                   IF      WK-TALLY    =       ZERO
                           GO  TO  S330-EX
                   END-IF
           END-IF

           ADD     1           TO      WK-HIT-CNT
           PERFORM S340-10     THRU    S340-EX
           .
       S330-EX.
           EXIT.

      *    *** 該当1件。SEARCHは一覧へ2行、SCREENはテーブルへ
       S340-10.

           IF      WK-MODE     =       "SCREEN"
                   IF      WK-HIT-TBL-CNT <    500
                           ADD     1           TO  WK-HIT-TBL-CNT
                           MOVE    DEN1-REC    TO
                                   WK-HT-REC (WK-HIT-TBL-CNT)
                   END-IF
                   GO  TO  S340-EX
           END-IF

           MOVE    DEN1-TYPE   TO      WK-LS-TYPE
           MOVE    DEN1-DOC    TO      WK-LS-DOC
           MOVE    DEN1-VER    TO      WK-LS-VER
           MOVE    DEN1-YMD    TO      WK-LS-YMD
           MOVE    DEN1-AMT    TO      WK-LS-AMT
           MOVE    DEN1-CP-CODE TO     WK-LS-CODE
           MOVE    DEN1-CP-NAME TO     WK-LS-NAME
           MOVE    WK-LS-LINE1 TO      POT1-REC
           WRITE   POT1-REC

           MOVE    DEN1-LOC-KBN TO     WK-LS-LOC-KBN
           MOVE    DEN1-LOC-FILE TO    WK-LS-LOC
           MOVE    DEN1-LOC-LINE TO    WK-LS-LINE
           MOVE    DEN1-SRC    TO      WK-LS-SRC
           MOVE    DEN1-REG-YMD TO     WK-LS-REG
           MOVE    DEN1-USER   TO      WK-LS-USER
           MOVE    DEN1-REASON TO      WK-LS-REASON
           MOVE    WK-LS-LINE2 TO      POT1-REC
           WRITE   POT1-REC
           .
       S340-EX.
           EXIT.

      *    *** CORRECT: 訂正ファイルの1行毎に、最新の版を元にした
      *    *** 新しい版を理由付きで追加する(元の版は書き換えない)
       S500-10.

           IF      WK-CRT1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " F-CRT= の指定が無い"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           OPEN    INPUT       CRT1-F
           IF      WK-CRT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CRT1-F OPEN ERROR STATUS="
                           WK-CRT1-STATUS " (" WK-CRT1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           OPEN    I-O         DEN1-F
           IF      WK-DEN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 索引が無い STATUS="
                           WK-DEN1-STATUS " (" WK-DEN1-F-NAME ")"
                   CLOSE   CRT1-F
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           PERFORM UNTIL WK-CRT1-EOF = HIGH-VALUE
               READ    CRT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CRT1-EOF
                   NOT AT  END
                       IF      CRT1-REC (1:1) NOT = "*"    AND
                               CRT1-REC    NOT =   SPACE
                           PERFORM S510-10     THRU    S510-EX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE   CRT1-F
           CLOSE   DEN1-F

           DISPLAY WK-PGM-NAME " CORRECT 訂正=" WK-CRT-CNT
                   " 誤り=" WK-CRT-ERR
           IF      WK-CRT-ERR  >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 訂正1行
       S510-10.

           MOVE    SPACE       TO      WK-CRT-MSG
           MOVE    CRT1-USER   TO      WK-CRT-USER
           IF      CRT1-USER   =       SPACE
                   MOVE    WK-USER     TO      WK-CRT-USER
           END-IF
           EVALUATE TRUE
               WHEN CRT1-TYPE NOT = "JE" AND "IV" AND "PY" AND "BR"
                   MOVE    "TYPE NG"   TO      WK-CRT-MSG
               WHEN CRT1-DOC = SPACE
                   MOVE    "DOC KEY NG" TO     WK-CRT-MSG
               WHEN CRT1-REASON = SPACE
                   MOVE    "NO REASON" TO      WK-CRT-MSG
               WHEN WK-CRT-USER = SPACE
                   MOVE    "NO USER"   TO      WK-CRT-MSG
               WHEN CRT1-YMD NOT = SPACE AND CRT1-YMD IS NOT NUMERIC
                   MOVE    "YMD NG"    TO      WK-CRT-MSG
               WHEN CRT1-AMT-X NOT = SPACE AND CRT1-AMT IS NOT NUMERIC
                   MOVE    "AMOUNT NG" TO      WK-CRT-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF      WK-CRT-MSG  NOT =   SPACE
                   GO  TO  S510-90
           END-IF

      *    *** 最新の版を探す
           MOVE    "N"         TO      WK-CRT-FOUND
           MOVE    CRT1-TYPE   TO      DEN1-TYPE
           MOVE    CRT1-DOC    TO      DEN1-DOC
           MOVE    ZERO        TO      DEN1-VER
           MOVE    DEN1-KEY    TO      WK-HOLD-KEY
           MOVE    LOW-VALUE   TO      WK-DEN1-EOF
           START   DEN1-F      KEY >       DEN1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-DEN1-EOF
           END-START
           PERFORM UNTIL WK-DEN1-EOF = HIGH-VALUE
               READ    DEN1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DEN1-EOF
                   NOT AT  END
                       IF      DEN1-KEY (1:42) =   WK-HOLD-KEY (1:42)
                           MOVE    DEN1-REC    TO      WK-LAST-REC
                           MOVE    "Y"         TO      WK-CRT-FOUND
                       ELSE
                           MOVE    HIGH-VALUE  TO      WK-DEN1-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF      WK-CRT-FOUND NOT =  "Y"
                   MOVE    "NOT FOUND" TO      WK-CRT-MSG
                   GO  TO  S510-90
           END-IF

      *    *** 新しい版(空白の項目は元のまま)
           MOVE    WK-LAST-REC TO      DEN1-REC
           IF      DEN1-VER    >=      999
                   MOVE    "VERSION OVER" TO   WK-CRT-MSG
                   GO  TO  S510-90
           END-IF
           ADD     1           TO      DEN1-VER
           IF      CRT1-YMD    NOT =   SPACE
                   MOVE    CRT1-YMD    TO      DEN1-YMD
           END-IF
           IF      CRT1-AMT-X  NOT =   SPACE
                   MOVE    CRT1-AMT    TO      DEN1-AMT
           END-IF
           IF      CRT1-CP-CODE NOT =  SPACE
                   MOVE    CRT1-CP-CODE TO     DEN1-CP-CODE
           END-IF
           IF      CRT1-CP-NAME NOT =  SPACE
                   MOVE    CRT1-CP-NAME TO     DEN1-CP-NAME
           END-IF
           MOVE    CRT1-REASON TO      DEN1-REASON
           MOVE    WK-CRT-USER TO      DEN1-USER
           MOVE    WK-TODAY-YMD TO     DEN1-REG-YMD
           MOVE    WK-NOW-HMS  TO      DEN1-REG-HMS
           WRITE   DEN1-REC
               INVALID
                   MOVE    "WRITE NG"  TO      WK-CRT-MSG
                   GO  TO  S510-90
           END-WRITE

           ADD     1           TO      WK-CRT-CNT
           DISPLAY WK-PGM-NAME " 訂正 " DEN1-TYPE " " DEN1-DOC
                   " V" DEN1-VER
           GO  TO  S510-EX
           .
       S510-90.
           ADD     1           TO      WK-CRT-ERR
           DISPLAY WK-PGM-NAME " 訂正誤り " WK-CRT-MSG " "
                   CRT1-TYPE " " CRT1-DOC
           .
       S510-EX.
           EXIT.

      *    *** SCREEN: 検索画面
       S600-10.

           MOVE    SPACE       TO      WK-SC-FROM WK-SC-TO
                                       WK-SC-MIN  WK-SC-MAX
           IF      WK-S-FROM   NOT =   ZERO
                   MOVE    WK-S-FROM   TO      WK-SC-FROM
           END-IF
           IF      WK-S-TO     NOT =   99999999
                   MOVE    WK-S-TO     TO      WK-SC-TO
           END-IF
           MOVE    WK-S-CP     TO      WK-SC-CP
           MOVE    WK-S-NAME   TO      WK-SC-NAME
           MOVE    WK-S-TYPE   TO      WK-SC-TYPE
           MOVE    "条件を入れて S で検索" TO WK-MSG-LINE

           PERFORM S620-10     THRU    S620-EX
                   UNTIL   WK-END  =       "Y"
           .
       S600-EX.
           EXIT.

      *    *** 画面1周。一覧を出し、コマンドを1件処理する
       S620-10.

           PERFORM S640-10     THRU    S640-EX

           MOVE    SPACE       TO      WK-SCMD
           DISPLAY DEN-SEARCH-SCREEN
           ACCEPT  DEN-SEARCH-SCREEN

           MOVE    SPACE       TO      WK-MSG-LINE WK-MSG-LINE2
                                       WK-SCMD1 WK-SCMD2
           UNSTRING WK-SCMD    DELIMITED BY ","
               INTO WK-SCMD1
                    WK-SCMD2
           END-UNSTRING

           EVALUATE WK-SCMD1
               WHEN "Q"
               WHEN "q"
                   MOVE    "Y"         TO      WK-END

               WHEN "S"
               WHEN "s"
                   PERFORM S630-10     THRU    S630-EX

               WHEN "N"
               WHEN "n"
                   IF      WK-PAGE-TOP + 10 <= WK-HIT-TBL-CNT
                           ADD     10          TO      WK-PAGE-TOP
                   END-IF

               WHEN "P"
               WHEN "p"
                   IF      WK-PAGE-TOP >       10
                           SUBTRACT 10         FROM    WK-PAGE-TOP
                   ELSE
                           MOVE    1           TO      WK-PAGE-TOP
                   END-IF

               WHEN "D"
               WHEN "d"
                   PERFORM S660-10     THRU    S660-EX

               WHEN OTHER
                   MOVE    "CMD ERROR S/N/P/D/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S620-EX.
           EXIT.

      *    *** S: 画面の条件を検査して検索し、結果をテーブルへ
       S630-10.

           MOVE    "N"         TO      WK-SC-ERR
           MOVE    ZERO        TO      WK-S-FROM
           MOVE    99999999    TO      WK-S-TO
           MOVE    -99999999999 TO     WK-S-MIN
           MOVE    99999999999 TO      WK-S-MAX
           IF      WK-SC-FROM  NOT =   SPACE
               IF  WK-SC-FROM  IS NUMERIC
                   MOVE    WK-SC-FROM  TO      WK-S-FROM
               ELSE
                   MOVE    "Y"         TO      WK-SC-ERR
               END-IF
           END-IF
           IF      WK-SC-TO    NOT =   SPACE
               IF  WK-SC-TO    IS NUMERIC
                   MOVE    WK-SC-TO    TO      WK-S-TO
               ELSE
                   MOVE    "Y"         TO      WK-SC-ERR
               END-IF
           END-IF
           IF      WK-SC-MIN   NOT =   SPACE
               IF  TEST-NUMVAL(WK-SC-MIN) = ZERO
                   MOVE    NUMVAL(WK-SC-MIN) TO WK-S-MIN
               ELSE
                   MOVE    "Y"         TO      WK-SC-ERR
               END-IF
           END-IF
           IF      WK-SC-MAX   NOT =   SPACE
               IF  TEST-NUMVAL(WK-SC-MAX) = ZERO
                   MOVE    NUMVAL(WK-SC-MAX) TO WK-S-MAX
               ELSE
                   MOVE    "Y"         TO      WK-SC-ERR
               END-IF
           END-IF
           IF      WK-SC-ERR   =       "Y"
                   MOVE    "日付(YYYYMMDD)/金額の入力誤り" TO
                           WK-MSG-LINE
                   GO  TO  S630-EX
           END-IF
           MOVE    WK-SC-CP    TO      WK-S-CP
           MOVE    WK-SC-NAME  TO      WK-S-NAME
           MOVE    WK-SC-TYPE  TO      WK-S-TYPE

           MOVE    ZERO        TO      WK-HIT-TBL-CNT
                                       WK-HIT-CNT
           MOVE    1           TO      WK-PAGE-TOP
           OPEN    INPUT       DEN1-F
           IF      WK-DEN1-STATUS NOT =  ZERO
                   MOVE    "索引が無い" TO     WK-MSG-LINE
                   GO  TO  S630-EX
           END-IF
           PERFORM S310-10     THRU    S310-EX
           CLOSE   DEN1-F

           MOVE    WK-HIT-CNT  TO      WK-ED-CNT
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "該当="     DELIMITED BY SIZE
                   WK-ED-CNT   DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           IF      WK-HIT-CNT  >       500
                   STRING  WK-MSG-LINE DELIMITED BY "  "
                           " (先頭500件のみ)"
                                       DELIMITED BY SIZE
                           INTO    WK-MSG-LINE2
           END-IF
           .
       S630-EX.
           EXIT.

      *    *** 一覧行(1頁10件)を編集する
       S640-10.

           MOVE    SPACE       TO      WK-SCR-ALL
           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM WK-PAGE-TOP BY 1
                   UNTIL I > WK-HIT-TBL-CNT OR K >= 10
               ADD     1           TO      K
               MOVE    WK-HT-REC (I) TO    DEN1-REC
               MOVE    I           TO      WK-NO-E
               MOVE    DEN1-AMT    TO      WK-AMT-E
               STRING  WK-NO-E     DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       DEN1-TYPE   DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       DEN1-YMD    DELIMITED BY SIZE
                       WK-AMT-E    DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       DEN1-CP-CODE DELIMITED BY SIZE
                       " V"        DELIMITED BY SIZE
                       DEN1-VER    DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       DEN1-CP-NAME DELIMITED BY SIZE
                       INTO    WK-SCR-L (K)
           END-PERFORM

           MOVE    SPACE       TO      WK-HEAD-LINE
           MOVE    WK-PAGE-TOP TO      WK-NO-E
           MOVE    WK-HIT-TBL-CNT TO   WK-ED-CNT
           STRING  "CO="       DELIMITED BY SIZE
                   WK-CO       DELIMITED BY SIZE
                   " TOP="     DELIMITED BY SIZE
                   WK-NO-E     DELIMITED BY SIZE
                   " /"        DELIMITED BY SIZE
                   WK-ED-CNT   DELIMITED BY SIZE
                   INTO    WK-HEAD-LINE
           .
       S640-EX.
           EXIT.

      *    *** D,n: n番の証憑キー、所在、訂正理由を表示する
       S660-10.

           IF      WK-SCMD2 (1:1) IS NOT NUMERIC
                   MOVE    "番号ｴﾗｰ"   TO      WK-MSG-LINE
                   GO  TO  S660-EX
           END-IF
           MOVE    NUMVAL(WK-SCMD2) TO WK-CMD-NO
           IF      WK-CMD-NO   <       1       OR
                   WK-CMD-NO   >       WK-HIT-TBL-CNT
                   MOVE    "番号ｴﾗｰ"   TO      WK-MSG-LINE
                   GO  TO  S660-EX
           END-IF

           MOVE    WK-HT-REC (WK-CMD-NO) TO DEN1-REC
           STRING  DEN1-TYPE   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   DEN1-DOC    DELIMITED BY SPACE
                   " V"        DELIMITED BY SIZE
                   DEN1-VER    DELIMITED BY SIZE
                   " 所在="    DELIMITED BY SIZE
                   DEN1-LOC-KBN DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   DEN1-LOC-FILE DELIMITED BY SPACE
                   ":"         DELIMITED BY SIZE
                   DEN1-LOC-LINE DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           STRING  "登録="     DELIMITED BY SIZE
                   DEN1-REG-YMD DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   DEN1-SRC    DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   DEN1-USER   DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   DEN1-REASON DELIMITED BY SIZE
                   INTO    WK-MSG-LINE2
           .
       S660-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END " WK-MODE " CO=" WK-CO

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
