      *    *** 入金消込(キャッシュアプリケーション)
      *    *** BANKRECの一致ファイル(BANKREC.MT)の銀行入金を、
      *    *** AGERPTが読む売掛未決済明細に消し込み、未決済明細の
      *    *** 新世代を作る。AGERPTのエイジングが入金後の残高になる。
      *    ***   ・入金の相手先(20桁)は "相手先/請求書番号" と書ける。
      *    ***     請求書番号があり REF= の項目と一致する明細があれば
      *    ***     まずその明細へ充てる
      *    ***   ・残りは同じ得意先(KEY1)の明細へ期日の古い順に充てる
      *    ***   ・一部入金の明細は残額を金額項目に書いて残し、
      *    ***     完済の明細は新世代に載せない
      *    ***   ・充て先の無い残額は未消込入金(CASHAPP.UNA)へ
      *    ***       O=過入金(得意先は判明) U=入金先不明
      *    ***     として出し、次回の実行で最初に再消込する。
      *    ***     持ち越し回数を年齢として進め、2回以上は一覧に出す
      *    ***   ・旧残高−消込額=新残高 の検算が合った時だけ
      *    ***     未決済明細を新世代に置き換える(旧は .OLD へ)。
      *    ***     未消込入金も作業名(F-UNA の名前+.NEW)に書き、
      *    ***     検算OKの時だけ置き換える。検算NGなら両方とも前回の
      *    ***     まま残る
      *    ***   ・消込んだ一致ファイルはバイト数とチェックサム
      *    ***     (Adler-32、RCVREGと同じ方式)を消込台帳
      *    ***     (CASHAPP.REG)に記録し、同じ内容のファイルは
      *    ***     再消込しない(RETURN-CODE=8で中止)
      *    ***   ・置き換えた時、消込んだ明細毎に入金日と期日の差
      *    ***     (遅延日数、期日前はマイナス)を遅延履歴(CASHAPP.LATE)
      *    ***     に追記する。資金繰り予測(CASHFCST)が得意先毎の
      *    ***     平均遅延日数を求めるのに使う
      *    ***
      *    *** 未決済明細の位置(F-IN、DT=、KEY=1、DUE=、AMT=)は
      *    *** AGERPTのPRM1をそのまま読む(APRM=、既定AGERPT.PRM1)。
      *    *** PRM1(CASHAPP.PRM1、引数1で別名指定可)の行:
      *    ***   APRM=AGERPTのPRM1
      *    ***   F-RCV=一致ファイル(既定BANKREC.MT)
      *    ***   F-NEW=新世代(作業名、既定CASHAPP.POT1)
      *    ***   F-UNA=未消込入金(既定CASHAPP.UNA)
      *    ***   F-LS=消込リスト(既定CASHAPP.POT2)
      *    ***   F-MAP=相手先→得意先の対応(任意。1-20桁 相手先、
      *    ***         22桁目から 得意先KEY1)。無ければ相手先の
      *    ***         先頭をそのまま得意先KEY1とみなす
      *    ***   REF=NN  請求書番号のDT項目番号(AGERPTのPRM1でも可)
      *    ***   F-LATE=遅延履歴(既定CASHAPP.LATE、追記)
      *    ***   F-REG=消込台帳(既定CASHAPP.REG、追記)
      *    ***   CO=会社コード(既定0001、リストの見出しに出す)
      *    *** 消込台帳の1行: 1-8 消込日 10-15 時刻 17-48 一致ファイル
      *    ***   50-61 バイト数 63-72 チェックサム 74-82 入金件数
      *    ***   84-87 会社コード
      *    *** 遅延履歴の1行: 1-10 得意先KEY1 12-19 入金日 21-28 期日
      *    ***   30-35 遅延日数(符号付き) 37-48 消込額(符号付き)
      *    ***   50-57 消込日  59-78 請求書番号  80-82 消込方法
      *    ***   (REF=請求書番号一致 DUE=期日順)  84-103 入金の相手先
      *    ***   105-116 消込後の明細残高(符号付き)
      *    ***   (得意先照会ARINQが入金の消込状況/請求書の履歴に使う)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CASHAPP.

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

      *    *** BANKRECの一致ファイル
           SELECT PIN2-F           ASSIGN   WK-PIN2-F-NAME
                               STATUS   WK-PIN2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 相手先→得意先の対応
           SELECT MAP1-F           ASSIGN   WK-MAP1-F-NAME
                               STATUS   WK-MAP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 未消込入金(前回、今回)
           SELECT UNA1-F           ASSIGN   WK-UNA1-F-NAME
                               STATUS   WK-UNA1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 未決済明細の新世代
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 遅延履歴
           SELECT LAT1-F           ASSIGN   WK-LAT1-F-NAME
                               STATUS   WK-LAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 消込台帳
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 消込リスト
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
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

       FD  PIN2-F
           LABEL RECORDS ARE STANDARD.
       01  PIN2-REC.
           03  PIN2-KBN        PIC  X(007).
           03  PIN2-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PIN2-AMT        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  PIN2-CP         PIC  X(020).
           03  FILLER          PIC  X(073).

       FD  MAP1-F
           LABEL RECORDS ARE STANDARD.
       01  MAP1-REC.
           03  MAP1-CP         PIC  X(020).
           03  FILLER          PIC  X(001).
           03  MAP1-KEY        PIC  X(010).

       FD  UNA1-F
           LABEL RECORDS ARE STANDARD.
       01  UNA1-REC.
           03  UNA1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  UNA1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  UNA1-AMT        PIC  9(010).
           03  FILLER          PIC  X(001).
           03  UNA1-CP         PIC  X(020).
           03  FILLER          PIC  X(001).
           03  UNA1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  UNA1-AGE        PIC  9(003).

       FD  LAT1-F
           LABEL RECORDS ARE STANDARD.
       01  LAT1-REC.
           03  LAT1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  LAT1-RCV-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LAT1-DUE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LAT1-DAYS       PIC S9(005) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  LAT1-AMT        PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  LAT1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LAT1-REF        PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LAT1-HOW        PIC  X(003).
           03  FILLER          PIC  X(001).
           03  LAT1-CP         PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LAT1-BAL        PIC S9(011) SIGN LEADING SEPARATE.

       FD  POT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  POT1-REC.
           03  FILLER          PIC  X(32760).

       FD  REG1-F
           LABEL RECORDS ARE STANDARD.
       01  REG1-REC.
           03  REG1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  REG1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  REG1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  REG1-BYTES      PIC  9(012).
           03  FILLER          PIC  X(001).
           03  REG1-SUM        PIC  9(010).
           03  FILLER          PIC  X(001).
           03  REG1-RECS       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  REG1-CO         PIC  X(004).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CASHAPP ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "CASHAPP.PRM1".
           03  WK-APRM-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-PIN2-F-NAME  PIC  X(032) VALUE "BANKREC.MT".
           03  WK-MAP1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-UNA1-F-NAME  PIC  X(032) VALUE "CASHAPP.UNA".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "CASHAPP.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "CASHAPP.POT2".
           03  WK-LAT1-F-NAME  PIC  X(032) VALUE "CASHAPP.LATE".
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "CASHAPP.REG".
      *    *** 未消込入金の本来の名前(作業名は +.NEW)
           03  WK-UNA1-F-ORG   PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MAP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-UNA1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-MAP1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-UNA1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** PRM1の読込み元 A=AGERPTのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(300) VALUE SPACE.
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** バイト数/チェックサムの測定(RCVREGと同じ方式)
           03  WK-MS-BYTES     PIC  9(012) VALUE ZERO.
           03  WK-MS-SUM       PIC  9(010) VALUE ZERO.
           03  WK-MS-S1        PIC  9(005) VALUE ZERO.
           03  WK-MS-S2        PIC  9(006) VALUE ZERO.
           03  WK-MS-REST      PIC  9(012) VALUE ZERO.
           03  WK-MS-HMS       PIC  9(008) VALUE ZERO.

      *    *** CBL_OPEN_FILE/CBL_READ_FILE 用(FILEBRWSと同じ方式)
           03  WK-FH           USAGE IS POINTER.
           03  WK-CFILE        PIC  X(081) VALUE SPACE.
           03  WK-ACCESS-MODE  BINARY-LONG SYNC VALUE 1.
           03  WK-FILE-LOCK    PIC  X(001) VALUE SPACE.
           03  WK-DEVICE       PIC  X(001) VALUE SPACE.
           03  WK-OFFSET       PIC  9(018) COMP VALUE ZERO.
           03  WK-READ-LEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-FLAGS        BINARY-CHAR SYNC VALUE ZERO.
           03  WK-BUF          PIC  X(4096) VALUE SPACE.

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=/DUE=/AMT=)
           03  WK-KEY-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数/金額
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIN2-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAID-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PART-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNA-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-AGED-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOT-OLD      PIC S9(013) VALUE ZERO.
           03  WK-TOT-NEW      PIC S9(013) VALUE ZERO.
           03  WK-TOT-RCV      PIC S9(013) VALUE ZERO.
           03  WK-TOT-APPLY    PIC S9(013) VALUE ZERO.
           03  WK-TOT-UNA      PIC S9(013) VALUE ZERO.

      *    *** 作業
           03  WK-KEY1         PIC  X(010) VALUE SPACE.
           03  WK-CP-NAME      PIC  X(020) VALUE SPACE.
           03  WK-CP-REF       PIC  X(020) VALUE SPACE.
           03  WK-REST         PIC S9(011) VALUE ZERO.
           03  WK-APPLY        PIC S9(011) VALUE ZERO.
           03  WK-MIN-DUE      PIC  9(008) VALUE ZERO.
           03  WK-DUE-YMD-X    PIC  X(008) VALUE SPACE.
           03  WK-DUE-YMD     REDEFINES WK-DUE-YMD-X
                               PIC  9(008).
           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).
           03  WK-HOW          PIC  X(003) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-DUE-NISUU    PIC  9(007) VALUE ZERO.

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

      *    *** 消込リスト行
           03  WK-LS-LINE.
             05  WK-LS-HOW     PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CP      PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-KEY     PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-REF     PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DUE     PIC  9(008) VALUE ZERO.
             05  WK-LS-APPLY   PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-BAL     PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** 合計行
           03  WK-TL-LINE.
             05  WK-TL-TITLE   PIC  X(030) VALUE SPACE.
             05  WK-TL-AMT     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-TL-NOTE    PIC  X(030) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 売掛未決済明細(最大5000件、入力順=レコード番号)
       01  OPN-TBL-AREA.
           03  WK-OPN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPN-TBL      OCCURS 5000.
             05  WK-OP-KEY     PIC  X(010) VALUE SPACE.
             05  WK-OP-DUE     PIC  9(008) VALUE ZERO.
             05  WK-OP-REF     PIC  X(020) VALUE SPACE.
             05  WK-OP-OLD     PIC S9(011) VALUE ZERO.
             05  WK-OP-BAL     PIC S9(011) VALUE ZERO.
      *    *** 金額/期日が数字でない明細は消込対象外でそのまま残す
             05  WK-OP-OK      PIC  X(001) VALUE "Y".

      *    *** 相手先→得意先(最大2000)
       01  MAP-TBL-AREA.
           03  WK-MAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAP-TBL      OCCURS 2000.
             05  WK-MP-CP      PIC  X(020) VALUE SPACE.
             05  WK-MP-KEY     PIC  X(010) VALUE SPACE.

      *    *** 入金(前回の未消込+今回の一致、最大3000)
       01  RCV-TBL-AREA.
           03  WK-RCV-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RCV-TBL      OCCURS 3000.
             05  WK-RV-YMD     PIC  9(008) VALUE ZERO.
             05  WK-RV-AMT     PIC S9(011) VALUE ZERO.
             05  WK-RV-CP      PIC  X(020) VALUE SPACE.
             05  WK-RV-KEY     PIC  X(010) VALUE SPACE.
             05  WK-RV-KIND    PIC  X(001) VALUE SPACE.
             05  WK-RV-AGE     PIC  9(003) VALUE ZERO.
             05  WK-RV-REST    PIC S9(011) VALUE ZERO.

      *    *** 消込(遅延履歴へ書く分、最大5000)
       01  APL-TBL-AREA.
           03  WK-APL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-APL-TBL      OCCURS 5000.
             05  WK-AP-KEY     PIC  X(010) VALUE SPACE.
             05  WK-AP-RCV     PIC  9(008) VALUE ZERO.
             05  WK-AP-DUE     PIC  9(008) VALUE ZERO.
             05  WK-AP-AMT     PIC S9(011) VALUE ZERO.
             05  WK-AP-REF     PIC  X(020) VALUE SPACE.
             05  WK-AP-HOW     PIC  X(003) VALUE SPACE.
             05  WK-AP-CP      PIC  X(020) VALUE SPACE.
             05  WK-AP-BAL     PIC S9(011) VALUE ZERO.

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

      *    *** 未決済明細、相手先対応、入金の読込み
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX
           PERFORM S200-10     THRU    S200-EX

      *    *** 消込
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-RCV-CNT
               PERFORM S300-10     THRU    S300-EX
           END-PERFORM

      *    *** 新世代、未消込入金、検算と置き換え
           PERFORM S400-10     THRU    S400-EX
           PERFORM S500-10     THRU    S500-EX

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
                                       POT2-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

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
      *    *** AGERPTのPRM1からは F-IN/DT=/KEY=1/DUE=/AMT=/REF= を取る
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
                   WHEN "REF"
                       MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-REF-IX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO  TO  S030-EX
           END-IF

           EVALUATE WK-PRM01
               WHEN "APRM"
                   MOVE    WK-PRM02    TO      WK-APRM-F-NAME
               WHEN "F-RCV"
                   MOVE    WK-PRM02    TO      WK-PIN2-F-NAME
               WHEN "F-NEW"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-UNA"
                   MOVE    WK-PRM02    TO      WK-UNA1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-MAP"
                   MOVE    WK-PRM02    TO      WK-MAP1-F-NAME
               WHEN "F-LATE"
                   MOVE    WK-PRM02    TO      WK-LAT1-F-NAME
               WHEN "F-REG"
                   MOVE    WK-PRM02    TO      WK-REG1-F-NAME
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "REF"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-REF-IX
                   END-IF
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
           IF      WK-REF-IX   >=      1       AND
                   WK-REF-IX   <=      20
                   MOVE    TBL01-DT-P (WK-REF-IX) TO WK-REF-P
                   MOVE    TBL01-DT-L (WK-REF-IX) TO WK-REF-L
                   IF      WK-REF-L    >       20
                           MOVE    20          TO      WK-REF-L
                   END-IF
           END-IF

           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      POT2-REC
           STRING  "入金消込 明細=" DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " 入金="            DELIMITED BY SIZE
                   WK-PIN2-F-NAME      DELIMITED BY SPACE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           .
       S040-EX.
           EXIT.

      *    *** 未決済明細をテーブルへ(1回目の読込み)
       S100-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S100-EX.
           EXIT.

      *    *** 未決済明細1件
       S110-10.

           IF      WK-OPN-CNT  >=      5000
                   DISPLAY WK-PGM-NAME
                           " 未決済明細は5000件まで"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-OPN-CNT
           MOVE    WK-OPN-CNT  TO      J

           MOVE    SPACE       TO      WK-OP-KEY (J)
           MOVE    PIN1-REC (WK-KEY-P:WK-KEY-L) TO WK-OP-KEY (J)
           MOVE    SPACE       TO      WK-OP-REF (J)
           IF      WK-REF-L    >       ZERO
                   MOVE    PIN1-REC (WK-REF-P:WK-REF-L) TO
                           WK-OP-REF (J)
           END-IF
           MOVE    "Y"         TO      WK-OP-OK (J)

           MOVE    PIN1-REC (WK-DUE-P:8) TO WK-DUE-YMD-X
           PERFORM S120-10     THRU    S120-EX
           IF      WK-DUE-YMD-X IS NOT NUMERIC OR
                   WK-ZSU      IS NOT NUMERIC
                   MOVE    "N"         TO      WK-OP-OK (J)
                   MOVE    ZERO        TO      WK-OP-OLD (J)
                                               WK-OP-BAL (J)
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S110-EX
           END-IF
           MOVE    WK-DUE-YMD  TO      WK-OP-DUE (J)
           MOVE    WK-ZSU      TO      WK-OP-OLD (J)
                                       WK-OP-BAL (J)
           ADD     WK-ZSU      TO      WK-TOT-OLD
           .
       S110-EX.
           EXIT.

      *    *** 金額項目を右詰め11桁(符号付きゾーン)で取出す
       S120-10.

           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           .
       S120-EX.
           EXIT.

      *    *** 相手先→得意先の対応(任意)
       S150-10.

           IF      WK-MAP1-F-NAME =    SPACE
                   GO  TO  S150-EX
           END-IF

           OPEN    INPUT       MAP1-F
           IF      WK-MAP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MAP1-F OPEN ERROR STATUS="
                           WK-MAP1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-MAP1-EOF = HIGH-VALUE
               READ    MAP1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MAP1-EOF
                   NOT AT  END
                       IF      MAP1-REC (1:1) NOT = "*"    AND
                               MAP1-CP     NOT =   SPACE   AND
                               WK-MAP-CNT  <       2000
                           ADD     1           TO      WK-MAP-CNT
                           MOVE    MAP1-CP     TO
                                   WK-MP-CP (WK-MAP-CNT)
                           MOVE    MAP1-KEY    TO
                                   WK-MP-KEY (WK-MAP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MAP1-F
           .
       S150-EX.
           EXIT.

      *    *** 入金の読込み。前回の未消込を先に、続いて今回の一致
      *    *** (1:1と1:Nの見出し行。1:N+の構成行は台帳側なので読まない)
       S200-10.

           OPEN    INPUT       UNA1-F
           IF      WK-UNA1-STATUS =    ZERO
               PERFORM UNTIL WK-UNA1-EOF = HIGH-VALUE
                   READ    UNA1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-UNA1-EOF
                       NOT AT  END
                           IF      UNA1-AMT    IS NUMERIC  AND
                                   UNA1-YMD    IS NUMERIC
                               PERFORM S210-10     THRU    S210-EX
                               MOVE    UNA1-YMD    TO
                                       WK-RV-YMD (WK-RCV-CNT)
                               MOVE    UNA1-AMT    TO
                                       WK-RV-AMT (WK-RCV-CNT)
                               MOVE    UNA1-CP     TO
                                       WK-RV-CP (WK-RCV-CNT)
                               MOVE    UNA1-AGE    TO
                                       WK-RV-AGE (WK-RCV-CNT)
                               MOVE    UNA1-KEY    TO
                                       WK-RV-KEY (WK-RCV-CNT)
                               MOVE    UNA1-KIND   TO
                                       WK-RV-KIND (WK-RCV-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   UNA1-F
           END-IF

           OPEN    INPUT       PIN2-F
           IF      WK-PIN2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN2-F OPEN ERROR STATUS="
                           WK-PIN2-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN2-EOF = HIGH-VALUE
               READ    PIN2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN2-EOF
                   NOT AT  END
                       IF    ( PIN2-KBN    =   "MT 1:1 "   OR
                               PIN2-KBN    =   "MT 1:N " ) AND
                               PIN2-YMD    IS NUMERIC      AND
                               PIN2-AMT    IS NUMERIC
                           ADD     1           TO      WK-PIN2-CNT
                           PERFORM S210-10     THRU    S210-EX
                           MOVE    PIN2-YMD    TO
                                   WK-RV-YMD (WK-RCV-CNT)
                           MOVE    PIN2-AMT    TO
                                   WK-RV-AMT (WK-RCV-CNT)
                           MOVE    PIN2-CP     TO
                                   WK-RV-CP (WK-RCV-CNT)
                           MOVE    ZERO        TO
                                   WK-RV-AGE (WK-RCV-CNT)
                           MOVE    SPACE       TO
                                   WK-RV-KEY (WK-RCV-CNT)
                                   WK-RV-KIND (WK-RCV-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN2-F

      *    *** 消込済みの一致ファイルか(消込台帳で確認)
           IF      WK-PIN2-CNT >       ZERO
                   PERFORM S220-10     THRU    S220-EX
                   PERFORM S230-10     THRU    S230-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 入金テーブルに1行追加
       S210-10.

           IF      WK-RCV-CNT  >=      3000
                   DISPLAY WK-PGM-NAME " 入金は3000件まで"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-RCV-CNT
           .
       S210-EX.
           EXIT.

      *    *** 一致ファイルのバイト数とチェックサム(Adler-32)を
      *    *** バイトストリームで測る
       S220-10.

           MOVE    ZERO        TO      WK-MS-BYTES
           MOVE    1           TO      WK-MS-S1
           MOVE    ZERO        TO      WK-MS-S2

           MOVE    SPACE       TO      WK-CFILE
           STRING  WK-PIN2-F-NAME DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " CBL_OPEN_FILE ERROR RC="
                           RETURN-CODE " (" WK-PIN2-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** FLAGS=128 でファイルサイズをOFFSETへ受け取る
           MOVE    ZERO        TO      WK-OFFSET
           MOVE    128         TO      WK-FLAGS
           MOVE    1           TO      WK-READ-LEN
           CALL    "CBL_READ_FILE" USING WK-FH
                                         WK-OFFSET
                                         WK-READ-LEN
                                         WK-FLAGS
                                         WK-BUF
           MOVE    WK-OFFSET   TO      WK-MS-REST
           MOVE    WK-MS-REST  TO      WK-MS-BYTES

           MOVE    ZERO        TO      WK-OFFSET
           MOVE    ZERO        TO      WK-FLAGS
           PERFORM UNTIL WK-MS-REST = ZERO
               IF      WK-MS-REST  >       4096
                       MOVE    4096        TO      WK-READ-LEN
               ELSE
                       MOVE    WK-MS-REST  TO      WK-READ-LEN
               END-IF
               CALL    "CBL_READ_FILE" USING WK-FH
                                             WK-OFFSET
                                             WK-READ-LEN
                                             WK-FLAGS
                                             WK-BUF
               IF      RETURN-CODE NOT =   ZERO
                       DISPLAY WK-PGM-NAME " CBL_READ_FILE ERROR RC="
                               RETURN-CODE " (" WK-PIN2-F-NAME ")"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
               END-IF
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WK-READ-LEN
                   MOVE    WK-BUF (J:1) TO     PIC-X
                   ADD     PIC-Halfword TO     WK-MS-S1
                   IF      WK-MS-S1    >=      65521
                           SUBTRACT 65521  FROM    WK-MS-S1
                   END-IF
                   ADD     WK-MS-S1    TO      WK-MS-S2
                   IF      WK-MS-S2    >=      65521
                           SUBTRACT 65521  FROM    WK-MS-S2
                   END-IF
               END-PERFORM
               ADD     WK-READ-LEN TO      WK-OFFSET
               SUBTRACT WK-READ-LEN FROM   WK-MS-REST
           END-PERFORM

           CALL    "CBL_CLOSE_FILE" USING WK-FH
           MOVE    ZERO        TO      RETURN-CODE

           COMPUTE WK-MS-SUM   =       WK-MS-S2 * 65536 + WK-MS-S1
           .
       S220-EX.
           EXIT.

      *    *** 消込台帳に同じバイト数とチェックサムがあれば中止
      *    *** (ファイル名が変わっていても同じ内容なら消込済み)
       S230-10.

           OPEN    INPUT       REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   GO  TO  S230-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-REG1-EOF
           PERFORM UNTIL WK-REG1-EOF = HIGH-VALUE
               READ    REG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-REG1-EOF
                   NOT AT  END
                       IF      REG1-BYTES  =       WK-MS-BYTES AND
                               REG1-SUM    =       WK-MS-SUM
                               MOVE    HIGH-VALUE TO WK-REG1-EOF
                               PERFORM S240-10     THRU    S240-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   REG1-F
           .
       S230-EX.
           EXIT.

      *    *** 消込済み: リストに理由を書いて中止
       S240-10.

           MOVE    SPACE       TO      POT2-REC
           STRING  "*** 消込済み "     DELIMITED BY SIZE
                   REG1-YMD            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   REG1-FILE           DELIMITED BY SPACE
                   " 中止 ***"         DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           DISPLAY WK-PGM-NAME " *** 消込済み " REG1-YMD " "
                   REG1-FILE " ***"
           DISPLAY WK-PGM-NAME " BYTES=" WK-MS-BYTES
                   " SUM=" WK-MS-SUM " 消込中止"
           CLOSE   REG1-F
           PERFORM S900-10     THRU    S900-EX
           MOVE    8           TO      RETURN-CODE
           STOP    RUN
           .
       S240-EX.
           EXIT.

      *    *** 入金1件(I)の消込
       S300-10.

           MOVE    WK-RV-AMT (I) TO    WK-REST
           ADD     WK-RV-AMT (I) TO    WK-TOT-RCV

      *    *** 相手先を "名前/請求書番号" に分け、得意先を決める
      *    *** (前回の過入金は決まっている得意先をそのまま使う)
           MOVE    SPACE       TO      WK-CP-NAME
                                       WK-CP-REF
           MOVE    WK-RV-KEY (I) TO    WK-KEY1
           UNSTRING WK-RV-CP (I) DELIMITED BY "/"
               INTO WK-CP-NAME
                    WK-CP-REF
           END-UNSTRING
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-MAP-CNT OR WK-KEY1 NOT = SPACE
               IF      WK-MP-CP (K) =      WK-CP-NAME
                       MOVE    WK-MP-KEY (K) TO    WK-KEY1
               END-IF
           END-PERFORM
           IF      WK-KEY1     =       SPACE
                   MOVE    WK-CP-NAME (1:WK-KEY-L) TO WK-KEY1
           END-IF

      *    *** 請求書番号の指定があれば、その明細へ先に充てる
      *    *** (得意先が判らなくても請求書番号で得意先が決まる)
           IF      WK-CP-REF   NOT =   SPACE   AND
                   WK-REF-L    >       ZERO
               MOVE    ZERO        TO      J
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-OPN-CNT OR J > ZERO
                   IF      WK-OP-OK (K) =      "Y"         AND
                           WK-OP-BAL (K) >     ZERO        AND
                           WK-OP-REF (K) =     WK-CP-REF
                           MOVE    K           TO      J
                   END-IF
               END-PERFORM
               IF      J           >       ZERO
                   MOVE    WK-OP-KEY (J) TO    WK-KEY1
                   MOVE    "REF"       TO      WK-HOW
                   PERFORM S320-10     THRU    S320-EX
               END-IF
           END-IF

      *    *** 残りは同じ得意先の明細へ期日の古い順に
           MOVE    "DUE"       TO      WK-HOW
           PERFORM S310-10     THRU    S310-EX
           PERFORM UNTIL WK-REST <= ZERO OR J = ZERO
               PERFORM S320-10     THRU    S320-EX
               PERFORM S310-10     THRU    S310-EX
           END-PERFORM

           MOVE    WK-KEY1     TO      WK-RV-KEY (I)
           MOVE    WK-REST     TO      WK-RV-REST (I)
           .
       S300-EX.
           EXIT.

      *    *** 得意先WK-KEY1の残高のある明細で期日の最も古いもの(J)
       S310-10.

           MOVE    ZERO        TO      J
           MOVE    99999999    TO      WK-MIN-DUE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OPN-CNT
               IF      WK-OP-OK (K) =      "Y"         AND
                       WK-OP-BAL (K) >     ZERO        AND
                       WK-OP-KEY (K) =     WK-KEY1     AND
                       WK-OP-DUE (K) <     WK-MIN-DUE
                       MOVE    K           TO      J
                       MOVE    WK-OP-DUE (K) TO    WK-MIN-DUE
               END-IF
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 明細(J)へ min(残入金, 明細残高) を充て、リストに出す
       S320-10.

           IF      WK-REST     <       WK-OP-BAL (J)
                   MOVE    WK-REST     TO      WK-APPLY
           ELSE
                   MOVE    WK-OP-BAL (J) TO    WK-APPLY
           END-IF
           SUBTRACT WK-APPLY   FROM    WK-OP-BAL (J)
                                       WK-REST
           ADD     WK-APPLY    TO      WK-TOT-APPLY

           MOVE    WK-HOW      TO      WK-LS-HOW
           MOVE    WK-RV-YMD (I) TO    WK-LS-YMD
           MOVE    WK-RV-CP (I) TO     WK-LS-CP
           MOVE    WK-OP-KEY (J) TO    WK-LS-KEY
           MOVE    WK-OP-REF (J) TO    WK-LS-REF
           MOVE    WK-OP-DUE (J) TO    WK-LS-DUE
           MOVE    WK-APPLY    TO      WK-LS-APPLY
           MOVE    WK-OP-BAL (J) TO    WK-LS-BAL
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC

           IF      WK-APL-CNT  <       5000
                   ADD     1           TO      WK-APL-CNT
                   MOVE    WK-OP-KEY (J) TO    WK-AP-KEY (WK-APL-CNT)
                   MOVE    WK-RV-YMD (I) TO    WK-AP-RCV (WK-APL-CNT)
                   MOVE    WK-OP-DUE (J) TO    WK-AP-DUE (WK-APL-CNT)
                   MOVE    WK-APPLY    TO      WK-AP-AMT (WK-APL-CNT)
                   MOVE    WK-OP-REF (J) TO    WK-AP-REF (WK-APL-CNT)
                   MOVE    WK-HOW      TO      WK-AP-HOW (WK-APL-CNT)
                   MOVE    WK-RV-CP (I) TO     WK-AP-CP (WK-APL-CNT)
                   MOVE    WK-OP-BAL (J) TO    WK-AP-BAL (WK-APL-CNT)
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** 未決済明細をもう一度読み、新世代を書く
      *    *** (完済は載せず、一部入金は残額を金額項目へ)
       S400-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      J
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      J
                       PERFORM S410-10     THRU    S410-EX
               END-READ
           END-PERFORM

           CLOSE   PIN1-F
           CLOSE   POT1-F
           .
       S400-EX.
           EXIT.

      *    *** 新世代1件
       S410-10.

           IF      WK-OP-OK (J) =      "Y"
               IF      WK-OP-BAL (J) =     ZERO    AND
                       WK-OP-OLD (J) NOT = ZERO
                       ADD     1           TO      WK-PAID-CNT
                       GO  TO  S410-EX
               END-IF
               IF      WK-OP-BAL (J) NOT = WK-OP-OLD (J)
                       ADD     1           TO      WK-PART-CNT
                       MOVE    WK-OP-BAL (J) TO    WK-ZSU
                       COMPUTE N = 12 - WK-AMT-L
                       MOVE    WK-ZSU-X (N:WK-AMT-L) TO
                               PIN1-REC (WK-AMT-P:WK-AMT-L)
               END-IF
               ADD     WK-OP-BAL (J) TO    WK-TOT-NEW
           END-IF

           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO POT1-REC
           WRITE   POT1-REC
           ADD     1           TO      WK-POT1-CNT
           .
       S410-EX.
           EXIT.

      *    *** 未消込入金の書出し、合計、検算と置き換え
       S500-10.

      *    *** 作業名(+.NEW)に書き、検算OKの時だけ置き換える
           MOVE    WK-UNA1-F-NAME TO   WK-UNA1-F-ORG
           MOVE    SPACE       TO      WK-UNA1-F-NAME
           STRING  WK-UNA1-F-ORG   DELIMITED BY SPACE
                   ".NEW"          DELIMITED BY SIZE
                   INTO    WK-UNA1-F-NAME
           OPEN    OUTPUT      UNA1-F
           IF      WK-UNA1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " UNA1-F OPEN ERROR STATUS="
                           WK-UNA1-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-RCV-CNT
               IF      WK-RV-REST (I) >    ZERO
                   PERFORM S510-10     THRU    S510-EX
               END-IF
           END-PERFORM
           CLOSE   UNA1-F

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    "旧 未決済残高"     TO  WK-TL-TITLE
           MOVE    WK-TOT-OLD  TO      WK-TL-AMT
           PERFORM S520-10     THRU    S520-EX
           MOVE    "入金"      TO      WK-TL-TITLE
           MOVE    WK-TOT-RCV  TO      WK-TL-AMT
           PERFORM S520-10     THRU    S520-EX
           MOVE    "  消込"    TO      WK-TL-TITLE
           MOVE    WK-TOT-APPLY TO     WK-TL-AMT
           PERFORM S520-10     THRU    S520-EX
           MOVE    "  未消込(過入金/不明)" TO WK-TL-TITLE
           MOVE    WK-TOT-UNA  TO      WK-TL-AMT
           PERFORM S520-10     THRU    S520-EX
           MOVE    "新 未決済残高"     TO  WK-TL-TITLE
           MOVE    WK-TOT-NEW  TO      WK-TL-AMT

      *    *** 検算: 旧残高−消込=新残高、入金=消込+未消込
           IF      WK-TOT-OLD - WK-TOT-APPLY = WK-TOT-NEW  AND
                   WK-TOT-RCV  =   WK-TOT-APPLY + WK-TOT-UNA
                   MOVE    "検算OK"    TO      WK-TL-NOTE
                   PERFORM S520-10     THRU    S520-EX
                   DISPLAY WK-PGM-NAME " 検算OK 明細置換"
                   PERFORM S530-10     THRU    S530-EX
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mv "           DELIMITED BY SIZE
                           WK-PIN1-F-NAME  DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PIN1-F-NAME  DELIMITED BY SPACE
                           ".OLD && mv "   DELIMITED BY SIZE
                           WK-POT1-F-NAME  DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PIN1-F-NAME  DELIMITED BY SPACE
                           " && mv "       DELIMITED BY SIZE
                           WK-UNA1-F-NAME  DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-UNA1-F-ORG   DELIMITED BY SPACE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME " 置換エラー RC="
                                   RETURN-CODE
                           MOVE    ZERO        TO      RETURN-CODE
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S500-EX
                   END-IF
                   IF      WK-PIN2-CNT >       ZERO
                           PERFORM S540-10     THRU    S540-EX
                   END-IF
           ELSE
                   MOVE    "*** 検算NG 明細未置換 ***"
                                       TO      WK-TL-NOTE
                   PERFORM S520-10     THRU    S520-EX
                   DISPLAY WK-PGM-NAME
                           " *** 検算NG 明細未置換 ***"
                   DISPLAY WK-PGM-NAME " 未消込入金も未置換 ("
                           WK-UNA1-F-NAME ")"
                   DISPLAY WK-PGM-NAME " OLD=" WK-TOT-OLD
                           " APPLY=" WK-TOT-APPLY
                           " NEW=" WK-TOT-NEW
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 未消込入金1件(前回からの持ち越しは年齢+1)
       S510-10.

           MOVE    SPACE       TO      UNA1-REC
           IF      WK-RV-KEY (I) NOT = SPACE
                   MOVE    ZERO        TO      J
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-OPN-CNT OR J > ZERO
                       IF      WK-OP-KEY (K) =     WK-RV-KEY (I)
                               MOVE    K           TO      J
                       END-IF
                   END-PERFORM
           END-IF
      *    *** 明細のある得意先なら過入金、無ければ入金先不明
      *    *** (前回すでに過入金なら得意先の明細が無くなっても過入金)
           IF      WK-RV-KEY (I) NOT = SPACE   AND
                 ( J           >       ZERO    OR
                   WK-RV-KIND (I) =    "O" )
                   MOVE    "O"         TO      UNA1-KIND
                   MOVE    WK-RV-KEY (I) TO    UNA1-KEY
           ELSE
                   MOVE    "U"         TO      UNA1-KIND
           END-IF
           MOVE    WK-RV-YMD (I) TO    UNA1-YMD
           MOVE    WK-RV-REST (I) TO   UNA1-AMT
           MOVE    WK-RV-CP (I) TO     UNA1-CP
           COMPUTE UNA1-AGE = WK-RV-AGE (I) + 1
           WRITE   UNA1-REC
           ADD     1           TO      WK-UNA-CNT
           ADD     WK-RV-REST (I) TO   WK-TOT-UNA

           MOVE    SPACE       TO      WK-LS-LINE
           STRING  "UN"                DELIMITED BY SIZE
                   UNA1-KIND           DELIMITED BY SIZE
                   INTO    WK-LS-HOW
           MOVE    WK-RV-YMD (I) TO    WK-LS-YMD
           MOVE    WK-RV-CP (I) TO     WK-LS-CP
           MOVE    UNA1-KEY    TO      WK-LS-KEY
           MOVE    ZERO        TO      WK-LS-DUE
           MOVE    WK-RV-REST (I) TO   WK-LS-APPLY
           MOVE    ZERO        TO      WK-LS-BAL
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           IF      UNA1-AGE    >=      2
                   ADD     1           TO      WK-AGED-CNT
                   STRING  " AGE="     DELIMITED BY SIZE
                           UNA1-AGE    DELIMITED BY SIZE
                           INTO    POT2-REC (106:10)
           END-IF
           WRITE   POT2-REC
           .
       S510-EX.
           EXIT.

      *    *** 合計行1行
       S520-10.

           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-TL-LINE  TO      POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      WK-TL-NOTE
           .
       S520-EX.
           EXIT.

      *    *** 遅延履歴の追記(明細を置き換えた時だけ)
       S530-10.

           OPEN    EXTEND      LAT1-F
           IF      WK-LAT1-STATUS =    05      OR      35
                   OPEN    OUTPUT      LAT1-F
           END-IF
           IF      WK-LAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LAT1-F OPEN ERROR STATUS="
                           WK-LAT1-STATUS " (" WK-LAT1-F-NAME ")"
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S530-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-APL-CNT
               MOVE    "A"         TO      WDW-DATE2-ID
               MOVE    WK-AP-DUE (K) TO    WDW-DATE2-YMD-9
               CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
               MOVE    WDW-NISUU   TO      WK-DUE-NISUU
               MOVE    WK-AP-RCV (K) TO    WDW-DATE2-YMD-9
               CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA

               MOVE    SPACE       TO      LAT1-REC
               MOVE    WK-AP-KEY (K) TO    LAT1-KEY
               MOVE    WK-AP-RCV (K) TO    LAT1-RCV-YMD
               MOVE    WK-AP-DUE (K) TO    LAT1-DUE
               COMPUTE LAT1-DAYS = WDW-NISUU - WK-DUE-NISUU
               MOVE    WK-AP-AMT (K) TO    LAT1-AMT
               MOVE    WK-TODAY-YMD TO     LAT1-UPD-YMD
               MOVE    WK-AP-REF (K) TO    LAT1-REF
               MOVE    WK-AP-HOW (K) TO    LAT1-HOW
               MOVE    WK-AP-CP (K) TO     LAT1-CP
               MOVE    WK-AP-BAL (K) TO    LAT1-BAL
               WRITE   LAT1-REC
           END-PERFORM
           CLOSE   LAT1-F
           .
       S530-EX.
           EXIT.

      *    *** 消込台帳に今回の一致ファイルを追記
       S540-10.

           OPEN    EXTEND      REG1-F
           IF      WK-REG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      REG1-F
           END-IF
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F OPEN ERROR STATUS="
                           WK-REG1-STATUS " (" WK-REG1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S540-EX
           END-IF

           ACCEPT  WK-MS-HMS   FROM    TIME
           MOVE    SPACE       TO      REG1-REC
           MOVE    WK-TODAY-YMD TO     REG1-YMD
           MOVE    WK-MS-HMS (1:6) TO  REG1-HMS
           MOVE    WK-PIN2-F-NAME TO   REG1-FILE
           MOVE    WK-MS-BYTES TO      REG1-BYTES
           MOVE    WK-MS-SUM   TO      REG1-SUM
           MOVE    WK-PIN2-CNT TO      REG1-RECS
           MOVE    WK-CO       TO      REG1-CO
           WRITE   REG1-REC
           CLOSE   REG1-F
           .
       S540-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT2-F

           MOVE    "C"         TO      WFD-ID
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           DISPLAY WK-PGM-NAME " END 明細=" WK-PIN1-CNT
                   " 入金=" WK-PIN2-CNT
                   " 完済=" WK-PAID-CNT
                   " 一部=" WK-PART-CNT
                   " 未消込=" WK-UNA-CNT
                   " 持越し=" WK-AGED-CNT
                   " 読み捨て=" WK-SKIP-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
