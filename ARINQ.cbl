      *    *** 得意先照会(売掛の問合せ対応、参照のみ)
      *    *** 得意先から電話で問合せがあった時に、AGERPT、銀行照合/
      *    *** 消込の出力、督促状を別々に見なくても済むように、得意先
      *    *** コードで次の内容を1画面に出す。更新は一切しない。
      *    ***   ・得意先名(DECODE08の照合表、既定TXNENTRY.CSV)
      *    ***   ・与信限度と与信残高(CRDCHK、今回分=0で呼ぶ)
      *    ***   ・未決済の請求書(AGERPTの未決済明細)と期日、
      *    ***     期日経過日数(基準日−期日、期日前はマイナス)
      *    ***   ・最近の入金と消込先(CASHAPPの遅延履歴、RCVDAYS=日
      *    ***     以内の入金を新しい順)と未消込入金(CASHAPP.UNAの
      *    ***     過入金 O でその得意先の分)の残高
      *    ***   ・現在の督促レベル(DUNNINGの督促履歴)
      *    ***   請求書1件を選ぶと、請求(SEIKYUの請求履歴)、入金の
      *    ***   消込、現在の残高、督促を並べた履歴を出す。
      *    ***   開始時にSECCHKでサインオンし、(ARINQ,BROWSE)の権限
      *    ***   が無い利用者は使えない(権限マスターで売掛担当の役割
      *    ***   だけに与える)。
      *    ***
      *    *** 画面コマンド: I=得意先を照会 O=未決済の請求書
      *    ***   R=最近の入金 D,n=n番の請求書の履歴 N/P=次頁/前頁
      *    ***   Q=終了
      *    *** 起動引数: 1=PRM1名(既定ARINQ.PRM1) 2=得意先コード(任意)
      *    *** 未決済明細の位置(F-IN、DT=、KEY=1、DUE=、AMT=、REF=)は
      *    *** AGERPTのPRM1をそのまま読む(APRM=、既定AGERPT.PRM1)。
      *    *** PRM1の行(ファイルが無い時は全て既定値):
      *    ***   APRM=AGERPTのPRM1
      *    ***   F-NAME=得意先名の照合表(カンマ区切り 1列目=コード
      *    ***          2列目=名称、既定TXNENTRY.CSV)
      *    ***   F-LATE=CASHAPPの遅延履歴(既定CASHAPP.LATE)
      *    ***   F-UNA=CASHAPPの未消込入金(既定CASHAPP.UNA)
      *    ***   F-DUN=DUNNINGの督促履歴(既定DUNNING.HIS)
      *    ***   F-INV=SEIKYUの請求履歴(既定SEIKYU.HIS)
      *    ***   REF=NN   請求書番号のDT項目番号(AGERPTのPRM1でも可)
      *    ***   BASE=基準日YYYYMMDD(既定 当日)
      *    ***   RCVDAYS=nnn  最近の入金とする日数(既定90)
      *    ***   CO=会社コード(既定0001、画面の見出しに出し、与信は
      *    ***      この会社の与信マスターで見る)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ARINQ.

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

      *    *** CASHAPPの遅延履歴(入金の消込)
           SELECT LAT1-F           ASSIGN   WK-LAT1-F-NAME
                               STATUS   WK-LAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** CASHAPPの未消込入金
           SELECT UNA1-F           ASSIGN   WK-UNA1-F-NAME
                               STATUS   WK-UNA1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** DUNNINGの督促履歴
           SELECT DUN1-F           ASSIGN   WK-DUN1-F-NAME
                               STATUS   WK-DUN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SEIKYUの請求履歴
           SELECT INV1-F           ASSIGN   WK-INV1-F-NAME
                               STATUS   WK-INV1-STATUS
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
           03  FILLER          PIC  X(001).
           03  LAT1-AMT        PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  LAT1-UPD-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LAT1-REF        PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LAT1-HOW        PIC  X(003).
           03  FILLER          PIC  X(001).
           03  LAT1-CP         PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LAT1-BAL        PIC S9(011) SIGN LEADING SEPARATE.

       FD  UNA1-F
           LABEL RECORDS ARE STANDARD.
       01  UNA1-REC.
           03  UNA1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  UNA1-YMD        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  UNA1-AMT        PIC  9(010).
           03  FILLER          PIC  X(001).
           03  UNA1-CP         PIC  X(020).
           03  FILLER          PIC  X(001).
           03  UNA1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  UNA1-AGE        PIC  9(003).

       FD  DUN1-F
           LABEL RECORDS ARE STANDARD.
       01  DUN1-REC.
           03  DUN1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  DUN1-LEVEL      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  DUN1-LAST-YMD   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  DUN1-DISPUTE    PIC  X(001).
           03  FILLER          PIC  X(001).
           03  DUN1-PROMISE    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  DUN1-MEMO       PIC  X(030).

       FD  INV1-F
           LABEL RECORDS ARE STANDARD.
       01  INV1-REC.
           03  INV1-KEY        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  INV1-CUT-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  INV1-RUN-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  INV1-INV-NO     PIC  X(016).
           03  FILLER          PIC  X(001).
           03  INV1-BILL       PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  INV1-CHARGE     PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  INV1-DUE-YMD    PIC  X(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ARINQ   ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "ARINQ.PRM1".
           03  WK-APRM-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-LAT1-F-NAME  PIC  X(032) VALUE "CASHAPP.LATE".
           03  WK-UNA1-F-NAME  PIC  X(032) VALUE "CASHAPP.UNA".
           03  WK-DUN1-F-NAME  PIC  X(032) VALUE "DUNNING.HIS".
           03  WK-INV1-F-NAME  PIC  X(032) VALUE "SEIKYU.HIS".
           03  WK-NAM1-F-NAME  PIC  X(032) VALUE "TXNENTRY.CSV".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-UNA1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DUN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-INV1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-UNA1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DUN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-INV1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** PRM1の読込み元 A=AGERPTのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-OPID         PIC  X(008) VALUE SPACE.

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=/DUE=/AMT=/REF=)
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

      *    *** 照会の条件
           03  WK-BASE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-BASE-NISUU   PIC S9(009) VALUE ZERO.
           03  WK-RCV-DAYS     BINARY-LONG SYNC VALUE 90.
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-RCV-FROM     PIC  9(008) VALUE ZERO.

      *    *** 照会中の得意先
           03  WK-CUST         PIC  X(010) VALUE SPACE.
           03  WK-CUST-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPN-AMT      PIC S9(013) VALUE ZERO.
           03  WK-OVD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVD-AMT      PIC S9(013) VALUE ZERO.
           03  WK-UNA-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNA-AMT      PIC S9(013) VALUE ZERO.
           03  WK-DUN-FOUND    PIC  X(001) VALUE "N".
           03  WK-DUN-LEVEL    PIC  X(001) VALUE SPACE.
           03  WK-DUN-LAST     PIC  X(008) VALUE SPACE.
           03  WK-DUN-DISPUTE  PIC  X(001) VALUE SPACE.
           03  WK-DUN-PROMISE  PIC  X(008) VALUE SPACE.
           03  WK-DUN-MEMO     PIC  X(030) VALUE SPACE.
           03  WK-DUN-NAME     PIC  X(018) VALUE SPACE.

      *    *** 作業
           03  WK-DUE-YMD-X    PIC  X(008) VALUE SPACE.
           03  WK-DUE-YMD     REDEFINES WK-DUE-YMD-X
                               PIC  9(008).
           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).
           03  WK-KEY1         PIC  X(010) VALUE SPACE.
           03  WK-REF          PIC  X(020) VALUE SPACE.
           03  WK-DAYS         PIC S9(005) VALUE ZERO.
           03  WK-SEL-REF      PIC  X(020) VALUE SPACE.
           03  WK-SEL-FOUND    PIC  X(001) VALUE "N".

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

      *    *** 照会画面
           03  WK-END          PIC  X(001) VALUE "N".
      *    *** 一覧の種類 O=未決済の請求書 R=最近の入金 H=請求書の履歴
           03  WK-VIEW         PIC  X(001) VALUE "O".
           03  WK-VIEW-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAGE-TOP     BINARY-LONG SYNC VALUE 1.
           03  WK-SC-CUST      PIC  X(010) VALUE SPACE.
           03  WK-SCMD         PIC  X(040) VALUE SPACE.
           03  WK-SCMD1        PIC  X(008) VALUE SPACE.
           03  WK-SCMD2        PIC  X(020) VALUE SPACE.
           03  WK-CMD-NO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TITLE-LINE   PIC  X(036) VALUE SPACE.
           03  WK-NAME-LINE    PIC  X(056) VALUE SPACE.
           03  WK-CRD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-BAL-LINE     PIC  X(076) VALUE SPACE.
           03  WK-DUN-LINE     PIC  X(076) VALUE SPACE.
           03  WK-DUN-LINE2    PIC  X(076) VALUE SPACE.
           03  WK-DUN-SUM      PIC  X(060) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEAD-LINE    PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE2    PIC  X(076) VALUE SPACE.
           03  WK-NO-E         PIC  ZZZ9 VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT-E2       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-AMT-E        PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-AMT-E2       PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-AMT-E3       PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-DAY-E        PIC  -(5)9 VALUE ZERO.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPDECODE08  REPLACING ==:##:== BY ==WDE08==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPCRDCHK    REPLACING ==:##:== BY ==WCR==.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 未決済の請求書(最大500件、期日順は未決済明細の並び)
       01  OPN-TBL-AREA.
           03  WK-OPN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPN-TBL      OCCURS 500.
             05  WK-OP-REF     PIC  X(020) VALUE SPACE.
             05  WK-OP-DUE     PIC  9(008) VALUE ZERO.
             05  WK-OP-AMT     PIC S9(011) VALUE ZERO.
             05  WK-OP-DAYS    PIC S9(005) VALUE ZERO.

      *    *** 最近の入金(最大500件、古い順に積み、画面は新しい順)
      *    *** 消込方法 REF/DUE=CASHAPPの消込 UNA=未消込入金
       01  RCV-TBL-AREA.
           03  WK-RCV-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RCV-TBL      OCCURS 500.
             05  WK-RV-YMD     PIC  X(008) VALUE SPACE.
             05  WK-RV-REF     PIC  X(020) VALUE SPACE.
             05  WK-RV-AMT     PIC S9(011) VALUE ZERO.
             05  WK-RV-HOW     PIC  X(003) VALUE SPACE.
             05  WK-RV-DAYS    PIC S9(005) VALUE ZERO.
             05  WK-RV-BAL     PIC S9(011) VALUE ZERO.

      *    *** 請求書の履歴の表示行(最大100行)
       01  HST-TBL-AREA.
           03  WK-HST-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HST-TBL      OCCURS 100
                               PIC  X(076) VALUE SPACE.

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
             05  WK-SCR-L11    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L12    PIC  X(076) VALUE SPACE.
           03  WK-SCR-R        REDEFINES WK-SCR-ALL.
             05  WK-SCR-L      OCCURS 12
                               PIC  X(076).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       SCREEN                  SECTION.
       01  ARQ-SCREEN.
           03  LINE 01 COL 01  VALUE "ARINQ 得意先照会".
           03  LINE 01 COL 20  VALUE "CO=".
           03  LINE 01 COL 23  PIC X(004) FROM WK-CO.
           03  LINE 01 COL 41  PIC X(036) FROM WK-TITLE-LINE.
           03  LINE 02 COL 01  VALUE "得意先=".
           03  LINE 02 COL 08  PIC X(010) USING WK-SC-CUST.
           03  LINE 02 COL 20  PIC X(056) FROM WK-NAME-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-CRD-LINE.
           03  LINE 04 COL 01  PIC X(076) FROM WK-BAL-LINE.
           03  LINE 05 COL 01  PIC X(076) FROM WK-DUN-LINE.
           03  LINE 06 COL 01  PIC X(076) FROM WK-DUN-LINE2.
           03  LINE 07 COL 01  PIC X(076) FROM WK-HEAD-LINE.
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
           03  LINE 18 COL 01  PIC X(076) FROM WK-SCR-L11.
           03  LINE 19 COL 01  PIC X(076) FROM WK-SCR-L12.
           03  LINE 21 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 22 COL 01  PIC X(076) FROM WK-MSG-LINE2.
           03  LINE 23 COL 01
               VALUE "CMD(I/O/R/D,n/N/P/Q)=".
           03  LINE 23 COL 23  PIC X(040) USING WK-SCMD.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込、サインオン
           PERFORM S010-10     THRU    S010-EX

           IF      WK-END      NOT =   "Y"
                   PERFORM S040-10     THRU    S040-EX
      *    *** 引数で得意先の指定があれば最初に照会する
                   IF      WK-SC-CUST  NOT =   SPACE
                           PERFORM S100-10     THRU    S100-EX
                   ELSE
                           MOVE    "得意先を入れて I で照会"
                                               TO      WK-MSG-LINE
                   END-IF
                   PERFORM S600-10     THRU    S600-EX
                           UNTIL   WK-END  =       "Y"
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
           MOVE    WK-TODAY-YMD TO     WK-BASE-YMD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-SC-CUST  FROM    ARGUMENT-VALUE
           END-IF

      *    *** 自分のPRM1、続いてAGERPTのPRM1(APRM=で指定可)
           MOVE    "R"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX
           MOVE    WK-APRM-F-NAME TO   WK-PRM1-F-NAME
           MOVE    "A"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX

      *    *** サインオンと照会の権限(ARINQ,BROWSE)
           DISPLAY WK-PGM-NAME " OPERATOR ID ?"
           ACCEPT  WSC-OPID
           DISPLAY WK-PGM-NAME " PASSWORD ?"
           ACCEPT  WSC-PASS
           MOVE    "SIGNON"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    "Y"         TO      WK-END
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "ARINQ"     TO      WSC-PGM
           MOVE    "BROWSE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    "Y"         TO      WK-END
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID
           .
       S010-EX.
           EXIT.

      *    *** PRM1ファイル1本の読込み(自分のPRM1は無くてもよい)
       S020-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
               IF      WK-PRM-SRC  =       "R"
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN STATUS="
                           WK-PRM1-STATUS " (既定値で実行)"
                   GO  TO  S020-EX
               END-IF
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
                       IF      WK-REF-IX   =       ZERO
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-REF-IX
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO  TO  S030-EX
           END-IF

           EVALUATE WK-PRM01
               WHEN "APRM"
                   MOVE    WK-PRM02    TO      WK-APRM-F-NAME
               WHEN "F-NAME"
                   MOVE    WK-PRM02    TO      WK-NAM1-F-NAME
               WHEN "F-LATE"
                   MOVE    WK-PRM02    TO      WK-LAT1-F-NAME
               WHEN "F-UNA"
                   MOVE    WK-PRM02    TO      WK-UNA1-F-NAME
               WHEN "F-DUN"
                   MOVE    WK-PRM02    TO      WK-DUN1-F-NAME
               WHEN "F-INV"
                   MOVE    WK-PRM02    TO      WK-INV1-F-NAME
               WHEN "REF"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-REF-IX
               WHEN "BASE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO WK-BASE-YMD
                   ELSE
                           DISPLAY WK-PGM-NAME " BASE= ERROR "
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "RCVDAYS"
                   IF      TEST-NUMVAL(WK-PRM02) =  ZERO
                           MOVE    NUMVAL(WK-PRM02) TO WK-RCV-DAYS
                   ELSE
                           DISPLAY WK-PGM-NAME " RCVDAYS= ERROR "
                                   PRM1-REC
                           STOP    RUN
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

      *    *** 妥当性、位置の確定、照合表オープン
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

      *    *** 請求書番号(REF=)は任意。無ければ番号は空白で出す
           IF      WK-REF-IX   >=      1       AND
                   WK-REF-IX   <=      20
                   MOVE    TBL01-DT-P (WK-REF-IX) TO WK-REF-P
                   MOVE    TBL01-DT-L (WK-REF-IX) TO WK-REF-L
                   IF      WK-REF-L    >       20
                           MOVE    20          TO      WK-REF-L
                   END-IF
           END-IF

      *    *** 基準日の通算日数、最近の入金とする最初の日
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-BASE-YMD TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-NISUU   TO      WK-BASE-NISUU
           COMPUTE WDW-NISUU = WK-BASE-NISUU - WK-RCV-DAYS
           MOVE    "R"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-RCV-FROM

      *    *** 得意先コード→名称の照合表を開く(DECODE08、
      *    *** カンマ区切り 1列目=コード 2列目=名称)
           MOVE    "OPEN  "    TO      WDE08-ID
           MOVE    WK-NAM1-F-NAME TO   WDE08-FILE-NAME
           MOVE    ","         TO      WDE08-DELIM
           MOVE    2           TO      WDE08-FLDCNT
           MOVE    1           TO      WDE08-KEYFLD
           MOVE    2           TO      WDE08-VALFLD
           CALL    "DECODE08"  USING   WDE08-DECODE08-AREA

           MOVE    SPACE       TO      WK-TITLE-LINE
           STRING  "基準日="   DELIMITED BY SIZE
                   WK-BASE-YMD DELIMITED BY SIZE
                   " 利用者="  DELIMITED BY SIZE
                   WK-OPID     DELIMITED BY SPACE
                   INTO    WK-TITLE-LINE
           .
       S040-EX.
           EXIT.

      *    *** I: 得意先1件の照会。名称、与信、未決済の請求書、
      *    *** 最近の入金、未消込入金、督促レベルを集める
       S100-10.

           MOVE    SPACE       TO      WK-NAME-LINE WK-CRD-LINE
                                       WK-BAL-LINE  WK-DUN-LINE
                                       WK-DUN-LINE2 WK-DUN-SUM
           MOVE    ZERO        TO      WK-OPN-CNT WK-RCV-CNT
                                       WK-HST-CNT
           MOVE    "O"         TO      WK-VIEW
           MOVE    1           TO      WK-PAGE-TOP
           IF      WK-SC-CUST  =       SPACE
                   MOVE    SPACE       TO      WK-CUST
                   MOVE    "得意先コードを入れること"
                                       TO      WK-MSG-LINE
                   GO  TO  S100-EX
           END-IF
           MOVE    WK-SC-CUST  TO      WK-CUST
           MOVE    ZERO        TO      WK-CUST-LEN
           INSPECT WK-CUST     TALLYING WK-CUST-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE

      *    *** 得意先名(DECODE08)
           MOVE    "SEARCH"    TO      WDE08-ID
           MOVE    SPACE       TO      WDE08-NAME
           MOVE    WK-CUST     TO      WDE08-NAME
           MOVE    WK-CUST-LEN TO      WDE08-NAME-LEN
           CALL    "DECODE08"  USING   WDE08-DECODE08-AREA
           IF      WDE08-SEARCH =      "Y"
                   MOVE    WDE08-NFADDR (1:56) TO WK-NAME-LINE
           ELSE
                   MOVE    "(名称未登録)" TO   WK-NAME-LINE
           END-IF

      *    *** 与信限度と与信残高(CRDCHK、今回分=0)
           MOVE    WK-CUST     TO      WCR-CUST
           MOVE    ZERO        TO      WCR-AMT
           MOVE    WK-APRM-F-NAME TO   WCR-APRM
           MOVE    WK-CO       TO      WCR-CO
           CALL    "CRDCHK"    USING   WCR-CRDCHK-AREA
           EVALUATE TRUE
               WHEN WCR-REASON-CD =    "NG"
                   MOVE    "与信残高が求められない"
                                       TO      WK-CRD-LINE
               WHEN WCR-STATE  NOT =   "Y"
                   MOVE    WCR-EXPOSURE TO     WK-AMT-E2
                   STRING  "与信マスター未登録 与信残高="
                                       DELIMITED BY SIZE
                           WK-AMT-E2   DELIMITED BY SIZE
                           INTO    WK-CRD-LINE
               WHEN OTHER
                   MOVE    WCR-LIMIT   TO      WK-AMT-E
                   MOVE    WCR-EXPOSURE TO     WK-AMT-E2
                   COMPUTE WK-AMT-E3 = WCR-LIMIT - WCR-EXPOSURE
                   STRING  "限度="     DELIMITED BY SIZE
                           WK-AMT-E    DELIMITED BY SIZE
                           " 与信残高=" DELIMITED BY SIZE
                           WK-AMT-E2   DELIMITED BY SIZE
                           " 余力="    DELIMITED BY SIZE
                           WK-AMT-E3   DELIMITED BY SIZE
                           INTO    WK-CRD-LINE
                   IF      WCR-BLOCK   =       "Y"
                           MOVE    "取引停止の得意先(CRDMST)"
                                               TO      WK-MSG-LINE2
                   END-IF
           END-EVALUATE

           PERFORM S110-10     THRU    S110-EX
           PERFORM S120-10     THRU    S120-EX
           PERFORM S130-10     THRU    S130-EX

           MOVE    WK-OPN-CNT  TO      WK-CNT-E
           MOVE    WK-OPN-AMT  TO      WK-AMT-E
           MOVE    WK-OVD-CNT  TO      WK-CNT-E2
           MOVE    WK-OVD-AMT  TO      WK-AMT-E2
           STRING  "未決済"    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   "件"        DELIMITED BY SIZE
                   WK-AMT-E    DELIMITED BY SIZE
                   " 期日経過" DELIMITED BY SIZE
                   WK-CNT-E2   DELIMITED BY SIZE
                   "件"        DELIMITED BY SIZE
                   WK-AMT-E2   DELIMITED BY SIZE
                   INTO    WK-BAL-LINE

           MOVE    WK-UNA-AMT  TO      WK-AMT-E3
           STRING  "未消込入金=" DELIMITED BY SIZE
                   WK-AMT-E3   DELIMITED BY SIZE
                   " 督促"     DELIMITED BY SIZE
                   WK-DUN-SUM  DELIMITED BY "  "
                   INTO    WK-DUN-LINE
           MOVE    "O=請求書 R=入金 D,n=請求書の履歴"
                                       TO      WK-MSG-LINE
           .
       S100-EX.
           EXIT.

      *    *** 未決済明細からその得意先の請求書を集める
       S110-10.

           MOVE    ZERO        TO      WK-OPN-AMT WK-OVD-CNT
                                       WK-OVD-AMT
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   MOVE    "未決済明細が読めない"
                                       TO      WK-MSG-LINE2
                   GO  TO  S110-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       MOVE    SPACE       TO      WK-KEY1
                       MOVE    PIN1-REC (WK-KEY-P:WK-KEY-L) TO
                               WK-KEY1
                       IF      WK-KEY1     =       WK-CUST
                               PERFORM S115-10     THRU    S115-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S110-EX.
           EXIT.

      *    *** 未決済明細1件。期日経過日数=基準日−期日
       S115-10.

           MOVE    PIN1-REC (WK-DUE-P:8) TO WK-DUE-YMD-X
           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           IF      WK-DUE-YMD-X IS NOT NUMERIC OR
                   WK-ZSU      IS NOT NUMERIC
                   GO  TO  S115-EX
           END-IF

           MOVE    SPACE       TO      WK-REF
           IF      WK-REF-L    >       ZERO
                   MOVE    PIN1-REC (WK-REF-P:WK-REF-L) TO WK-REF
           END-IF

           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-DUE-YMD  TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           COMPUTE WK-DAYS = WK-BASE-NISUU - WDW-NISUU

           ADD     WK-ZSU      TO      WK-OPN-AMT
           IF      WK-DAYS     >       ZERO
                   ADD     1           TO      WK-OVD-CNT
                   ADD     WK-ZSU      TO      WK-OVD-AMT
           END-IF

           IF      WK-OPN-CNT  >=      500
                   MOVE    "請求書は先頭500件まで表示"
                                       TO      WK-MSG-LINE2
                   GO  TO  S115-EX
           END-IF
           ADD     1           TO      WK-OPN-CNT
           MOVE    WK-REF      TO      WK-OP-REF (WK-OPN-CNT)
           MOVE    WK-DUE-YMD  TO      WK-OP-DUE (WK-OPN-CNT)
           MOVE    WK-ZSU      TO      WK-OP-AMT (WK-OPN-CNT)
           MOVE    WK-DAYS     TO      WK-OP-DAYS (WK-OPN-CNT)
           .
       S115-EX.
           EXIT.

      *    *** 最近の入金(CASHAPPの遅延履歴)と未消込入金
       S120-10.

           MOVE    ZERO        TO      WK-UNA-CNT WK-UNA-AMT
           MOVE    LOW-VALUE   TO      WK-LAT1-EOF
           OPEN    INPUT       LAT1-F
           IF      WK-LAT1-STATUS =    ZERO
               PERFORM UNTIL WK-LAT1-EOF = HIGH-VALUE
                   READ    LAT1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LAT1-EOF
                       NOT AT  END
                           IF      LAT1-KEY    =       WK-CUST AND
                                   LAT1-RCV-YMD >=     WK-RCV-FROM
                                                           AND
                                   LAT1-AMT    IS NUMERIC
                               PERFORM S125-10     THRU    S125-EX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   LAT1-F
           END-IF

      *    *** 未消込入金は得意先の判明した過入金(O)だけが対象
           MOVE    LOW-VALUE   TO      WK-UNA1-EOF
           OPEN    INPUT       UNA1-F
           IF      WK-UNA1-STATUS =    ZERO
               PERFORM UNTIL WK-UNA1-EOF = HIGH-VALUE
                   READ    UNA1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-UNA1-EOF
                       NOT AT  END
                           IF      UNA1-KIND   =       "O"     AND
                                   UNA1-KEY    =       WK-CUST AND
                                   UNA1-AMT    IS NUMERIC
                               ADD     1           TO  WK-UNA-CNT
                               ADD     UNA1-AMT    TO  WK-UNA-AMT
                               MOVE    SPACE       TO  LAT1-REC
                               MOVE    UNA1-YMD    TO  LAT1-RCV-YMD
                               MOVE    UNA1-AMT    TO  LAT1-AMT
                               MOVE    ZERO        TO  LAT1-DAYS
                                                       LAT1-BAL
                               MOVE    "UNA"       TO  LAT1-HOW
                               PERFORM S125-10     THRU    S125-EX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   UNA1-F
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 入金1件を表へ。満杯の時は最も古いものを捨てる
       S125-10.

           IF      WK-RCV-CNT  >=      500
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K >= 500
                       MOVE    WK-RCV-TBL (K + 1) TO WK-RCV-TBL (K)
                   END-PERFORM
                   MOVE    499         TO      WK-RCV-CNT
           END-IF
           ADD     1           TO      WK-RCV-CNT
           MOVE    LAT1-RCV-YMD TO     WK-RV-YMD (WK-RCV-CNT)
           MOVE    LAT1-REF    TO      WK-RV-REF (WK-RCV-CNT)
           MOVE    LAT1-AMT    TO      WK-RV-AMT (WK-RCV-CNT)
           MOVE    LAT1-HOW    TO      WK-RV-HOW (WK-RCV-CNT)
           MOVE    ZERO        TO      WK-RV-DAYS (WK-RCV-CNT)
                                       WK-RV-BAL (WK-RCV-CNT)
           IF      LAT1-DAYS   IS NUMERIC
                   MOVE    LAT1-DAYS   TO      WK-RV-DAYS (WK-RCV-CNT)
           END-IF
           IF      LAT1-BAL    IS NUMERIC
                   MOVE    LAT1-BAL    TO      WK-RV-BAL (WK-RCV-CNT)
           END-IF
           .
       S125-EX.
           EXIT.

      *    *** 督促レベル(督促履歴の得意先の行)
       S130-10.

           MOVE    "N"         TO      WK-DUN-FOUND
           MOVE    LOW-VALUE   TO      WK-DUN1-EOF
           OPEN    INPUT       DUN1-F
           IF      WK-DUN1-STATUS =    ZERO
               PERFORM UNTIL WK-DUN1-EOF = HIGH-VALUE
                   READ    DUN1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-DUN1-EOF
                       NOT AT  END
                           IF      DUN1-KEY    =       WK-CUST
                               MOVE    "Y"         TO  WK-DUN-FOUND
                               MOVE    DUN1-LEVEL  TO  WK-DUN-LEVEL
                               MOVE    DUN1-LAST-YMD TO WK-DUN-LAST
                               MOVE    DUN1-DISPUTE TO WK-DUN-DISPUTE
                               MOVE    DUN1-PROMISE TO WK-DUN-PROMISE
                               MOVE    DUN1-MEMO   TO  WK-DUN-MEMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   DUN1-F
           END-IF

           IF      WK-DUN-FOUND =      "N"
                   MOVE    "レベル=0 (督促履歴なし)"
                                       TO      WK-DUN-SUM
                   GO  TO  S130-EX
           END-IF

           EVALUATE WK-DUN-LEVEL
               WHEN "1"
                   MOVE    "お支払いのお願い" TO WK-DUN-NAME
               WHEN "2"
                   MOVE    "再度のお願い" TO   WK-DUN-NAME
               WHEN "3"
                   MOVE    "最終通知"  TO      WK-DUN-NAME
               WHEN "4"
                   MOVE    "出荷停止"  TO      WK-DUN-NAME
               WHEN OTHER
                   MOVE    "督促なし"  TO      WK-DUN-NAME
           END-EVALUATE
           STRING  "レベル="   DELIMITED BY SIZE
                   WK-DUN-LEVEL DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-DUN-NAME DELIMITED BY SPACE
                   INTO    WK-DUN-SUM

      *    *** 前回督促日、係争、支払約束、メモ
           MOVE    1           TO      WK-PTR
           STRING  "前回督促=" DELIMITED BY SIZE
                   WK-DUN-LAST DELIMITED BY SIZE
                   INTO    WK-DUN-LINE2
                   WITH POINTER WK-PTR
           IF      WK-DUN-DISPUTE =    "Y"
                   STRING  " 係争中"   DELIMITED BY SIZE
                           INTO    WK-DUN-LINE2
                           WITH POINTER WK-PTR
           END-IF
           IF      WK-DUN-PROMISE NOT = SPACE
                   STRING  " 支払約束=" DELIMITED BY SIZE
                           WK-DUN-PROMISE DELIMITED BY SIZE
                           INTO    WK-DUN-LINE2
                           WITH POINTER WK-PTR
           END-IF
           IF      WK-DUN-MEMO NOT =   SPACE
                   STRING  " "         DELIMITED BY SIZE
                           WK-DUN-MEMO DELIMITED BY SIZE
                           INTO    WK-DUN-LINE2
                           WITH POINTER WK-PTR
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** D,n: 一覧のn番の請求書の履歴を作る
      *    *** (請求、入金の消込、現在の残高、督促)
       S200-10.

           IF      WK-CUST     =       SPACE
                   MOVE    "先に I で得意先を照会"
                                       TO      WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF
           IF      WK-SCMD2 (1:1) IS NOT NUMERIC
                   MOVE    "番号ｴﾗｰ"   TO      WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF
           MOVE    NUMVAL(WK-SCMD2) TO WK-CMD-NO
           IF      WK-CMD-NO   <       1       OR
                   WK-CMD-NO   >       WK-VIEW-CNT
                   MOVE    "番号ｴﾗｰ"   TO      WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF

           EVALUATE WK-VIEW
               WHEN "O"
                   MOVE    WK-OP-REF (WK-CMD-NO) TO WK-SEL-REF
               WHEN "R"
                   COMPUTE K = WK-RCV-CNT - WK-CMD-NO + 1
                   MOVE    WK-RV-REF (K) TO    WK-SEL-REF
               WHEN OTHER
                   MOVE    "O か R の一覧から選ぶこと" TO
                           WK-MSG-LINE
                   GO  TO  S200-EX
           END-EVALUATE
           IF      WK-SEL-REF  =       SPACE
                   MOVE    "請求書番号が無い(REF=未指定)"
                                       TO      WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF

           MOVE    ZERO        TO      WK-HST-CNT
           MOVE    SPACE       TO      WK-HST-TBL (1)
           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX
           PERFORM S230-10     THRU    S230-EX

      *    *** 督促は得意先単位
           IF      WK-HST-CNT  <       100
                   ADD     1           TO      WK-HST-CNT
                   MOVE    SPACE       TO      WK-HST-TBL (WK-HST-CNT)
                   STRING  "督促 "     DELIMITED BY SIZE
                           WK-DUN-SUM  DELIMITED BY "  "
                           " "         DELIMITED BY SIZE
                           WK-DUN-LINE2 DELIMITED BY "  "
                           INTO    WK-HST-TBL (WK-HST-CNT)
           END-IF

           MOVE    "H"         TO      WK-VIEW
           MOVE    1           TO      WK-PAGE-TOP
           .
       S200-EX.
           EXIT.

      *    *** 請求(SEIKYUの請求履歴で請求書番号が一致する行)
       S210-10.

           MOVE    LOW-VALUE   TO      WK-INV1-EOF
           OPEN    INPUT       INV1-F
           IF      WK-INV1-STATUS NOT =  ZERO
                   GO  TO  S210-EX
           END-IF
           PERFORM UNTIL WK-INV1-EOF = HIGH-VALUE
               READ    INV1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-INV1-EOF
                   NOT AT  END
                       IF      INV1-INV-NO =       WK-SEL-REF (1:16)
                                                           AND
                               WK-SEL-REF (17:4) = SPACE   AND
                               INV1-CHARGE IS NUMERIC      AND
                               WK-HST-CNT  <       100
                           ADD     1           TO      WK-HST-CNT
                           MOVE    SPACE       TO
                                   WK-HST-TBL (WK-HST-CNT)
                           MOVE    INV1-CHARGE TO      WK-AMT-E
                           STRING  "請求 "     DELIMITED BY SIZE
                                   INV1-RUN-YMD DELIMITED BY SIZE
                                   " 締日="    DELIMITED BY SIZE
                                   INV1-CUT-YMD DELIMITED BY SIZE
                                   " 額="      DELIMITED BY SIZE
                                   WK-AMT-E    DELIMITED BY SIZE
                                   " 期日="    DELIMITED BY SIZE
                                   INV1-DUE-YMD DELIMITED BY SIZE
                                   INTO    WK-HST-TBL (WK-HST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   INV1-F
           .
       S210-EX.
           EXIT.

      *    *** 入金の消込(遅延履歴で得意先と請求書番号が一致する行、
      *    *** 期間を問わず全件)
       S220-10.

           MOVE    LOW-VALUE   TO      WK-LAT1-EOF
           OPEN    INPUT       LAT1-F
           IF      WK-LAT1-STATUS NOT =  ZERO
                   GO  TO  S220-EX
           END-IF
           PERFORM UNTIL WK-LAT1-EOF = HIGH-VALUE
               READ    LAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LAT1-EOF
                   NOT AT  END
                       IF      LAT1-KEY    =       WK-CUST     AND
                               LAT1-REF    =       WK-SEL-REF  AND
                               LAT1-AMT    IS NUMERIC          AND
                               LAT1-DAYS   IS NUMERIC          AND
                               WK-HST-CNT  <       100
                           ADD     1           TO      WK-HST-CNT
                           MOVE    SPACE       TO
                                   WK-HST-TBL (WK-HST-CNT)
                           MOVE    LAT1-AMT    TO      WK-AMT-E
                           MOVE    LAT1-DAYS   TO      WK-DAY-E
                           MOVE    ZERO        TO      WK-AMT-E2
                           IF      LAT1-BAL    IS NUMERIC
                               MOVE    LAT1-BAL    TO  WK-AMT-E2
                           END-IF
                           STRING  "入金 "     DELIMITED BY SIZE
                                   LAT1-RCV-YMD DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   WK-AMT-E    DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   LAT1-HOW    DELIMITED BY SIZE
                                   " 遅延="    DELIMITED BY SIZE
                                   WK-DAY-E    DELIMITED BY SIZE
                                   " 残="      DELIMITED BY SIZE
                                   WK-AMT-E2   DELIMITED BY SIZE
                                   INTO    WK-HST-TBL (WK-HST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LAT1-F
           .
       S220-EX.
           EXIT.

      *    *** 現在の残高(未決済の請求書に無ければ完済)
       S230-10.

           MOVE    "N"         TO      WK-SEL-FOUND
           IF      WK-HST-CNT  >=      100
                   GO  TO  S230-EX
           END-IF
           ADD     1           TO      WK-HST-CNT
           MOVE    SPACE       TO      WK-HST-TBL (WK-HST-CNT)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OPN-CNT OR WK-SEL-FOUND = "Y"
               IF      WK-OP-REF (K) =     WK-SEL-REF
                       MOVE    "Y"         TO      WK-SEL-FOUND
                       MOVE    WK-OP-AMT (K) TO    WK-AMT-E
                       MOVE    WK-OP-DAYS (K) TO   WK-DAY-E
                       STRING  "現在 残高=" DELIMITED BY SIZE
                               WK-AMT-E    DELIMITED BY SIZE
                               " 期日="    DELIMITED BY SIZE
                               WK-OP-DUE (K) DELIMITED BY SIZE
                               " 期日経過=" DELIMITED BY SIZE
                               WK-DAY-E    DELIMITED BY SIZE
                               "日"        DELIMITED BY SIZE
                               INTO    WK-HST-TBL (WK-HST-CNT)
               END-IF
           END-PERFORM
           IF      WK-SEL-FOUND =      "N"
                   MOVE    "現在 完済(未決済明細に無い)"
                                       TO      WK-HST-TBL (WK-HST-CNT)
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** 画面1周。一覧を出し、コマンドを1件処理する
       S600-10.

           PERFORM S640-10     THRU    S640-EX

           MOVE    SPACE       TO      WK-SCMD
           DISPLAY ARQ-SCREEN
           ACCEPT  ARQ-SCREEN

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

               WHEN "I"
               WHEN "i"
                   PERFORM S100-10     THRU    S100-EX

               WHEN "O"
               WHEN "o"
                   MOVE    "O"         TO      WK-VIEW
                   MOVE    1           TO      WK-PAGE-TOP

               WHEN "R"
               WHEN "r"
                   MOVE    "R"         TO      WK-VIEW
                   MOVE    1           TO      WK-PAGE-TOP

               WHEN "N"
               WHEN "n"
                   IF      WK-PAGE-TOP + 12 <= WK-VIEW-CNT
                           ADD     12          TO      WK-PAGE-TOP
                   END-IF

               WHEN "P"
               WHEN "p"
                   IF      WK-PAGE-TOP >       12
                           SUBTRACT 12         FROM    WK-PAGE-TOP
                   ELSE
                           MOVE    1           TO      WK-PAGE-TOP
                   END-IF

               WHEN "D"
               WHEN "d"
                   PERFORM S200-10     THRU    S200-EX

               WHEN OTHER
                   MOVE    "CMD ERROR I/O/R/D/N/P/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S600-EX.
           EXIT.

      *    *** 一覧行(1頁12件)を編集する
      *    *** O=未決済の請求書 R=最近の入金(新しい順) H=請求書の履歴
       S640-10.

           MOVE    SPACE       TO      WK-SCR-ALL WK-HEAD-LINE
           EVALUATE WK-VIEW
               WHEN "O"
                   MOVE    WK-OPN-CNT  TO      WK-VIEW-CNT
                   STRING  "  No 請求書番号          期日"
                                       DELIMITED BY SIZE
                           "        残高  経過"
                                       DELIMITED BY SIZE
                           INTO    WK-HEAD-LINE
               WHEN "R"
                   MOVE    WK-RCV-CNT  TO      WK-VIEW-CNT
                   STRING  "  No 入金日   請求書番号"
                                       DELIMITED BY SIZE
                           "             消込額 方法"
                                       DELIMITED BY SIZE
                           "  遅延    消込後"
                                       DELIMITED BY SIZE
                           INTO    WK-HEAD-LINE
               WHEN OTHER
                   MOVE    WK-HST-CNT  TO      WK-VIEW-CNT
                   STRING  "請求書の履歴 " DELIMITED BY SIZE
                           WK-SEL-REF  DELIMITED BY SPACE
                           INTO    WK-HEAD-LINE
           END-EVALUATE

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM WK-PAGE-TOP BY 1
                   UNTIL I > WK-VIEW-CNT OR K >= 12
               ADD     1           TO      K
               MOVE    I           TO      WK-NO-E
               EVALUATE WK-VIEW
                   WHEN "O"
                       MOVE    WK-OP-AMT (I) TO    WK-AMT-E
                       MOVE    WK-OP-DAYS (I) TO   WK-DAY-E
                       STRING  WK-NO-E     DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-OP-REF (I) DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-OP-DUE (I) DELIMITED BY SIZE
                               WK-AMT-E    DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-DAY-E    DELIMITED BY SIZE
                               "日"        DELIMITED BY SIZE
                               INTO    WK-SCR-L (K)
                   WHEN "R"
                       COMPUTE J = WK-RCV-CNT - I + 1
                       MOVE    WK-RV-AMT (J) TO    WK-AMT-E
                       MOVE    WK-RV-DAYS (J) TO   WK-DAY-E
                       MOVE    WK-RV-BAL (J) TO    WK-AMT-E2
                       STRING  WK-NO-E     DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-RV-YMD (J) DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-RV-REF (J) DELIMITED BY SIZE
                               WK-AMT-E    DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-RV-HOW (J) DELIMITED BY SIZE
                               WK-DAY-E    DELIMITED BY SIZE
                               WK-AMT-E2   DELIMITED BY SIZE
                               INTO    WK-SCR-L (K)
                   WHEN OTHER
                       MOVE    WK-HST-TBL (I) TO   WK-SCR-L (K)
               END-EVALUATE
           END-PERFORM
           .
       S640-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-RC-SAVE  =       ZERO
                   MOVE    "CLOSE "    TO      WDE08-ID
                   CALL    "DECODE08"  USING   WDE08-DECODE08-AREA
           END-IF

           DISPLAY WK-PGM-NAME " END 利用者=" WK-OPID

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
