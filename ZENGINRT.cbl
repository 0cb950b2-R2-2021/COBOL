      *    *** 全銀 振込結果(不能通知)ファイルの取込み
      *    *** ZENGINで作った振込ファイルに対して銀行が返す結果
      *    *** ファイル(全銀フォーマット、120バイト固定)を読み、
      *    *** データレコード(種別2)を銀行/支店/口座/金額で元の
      *    *** 支払明細に突き合わせる。
      *    ***   ・結果コード0(振込済み)は決済として集計する
      *    ***   ・0以外(不能)は
      *    ***       1. 計上仕訳(CPJRNL、GLPOSTと同じ形式)に戻し仕訳
      *    ***          借方=預金勘定 貸方=買掛/未払勘定 を書く
      *    ***       2. 元の支払明細を再振込キュー(理由20+元レコード)
      *    ***          へ積む。理由は銀行の不能事由コード+名称
      *    ***       3. 不能明細リストに載せる
      *    ***   ・元明細に突き合わない結果はリジェクトへ退避
      *    *** リスト末尾で 元の振込トレーラー合計−決済額=不能額
      *    *** である事を示し、一致しなければRC=4
      *    *** 取込んだ結果ファイルはバイト数とチェックサム(Adler-32、
      *    *** CASHAPP/RCVREGと同じ方式)を取込台帳(ZENGINRT.REG)に
      *    *** 記録し、同じ内容のファイルは再取込みしない(戻し仕訳
      *    *** と再振込キューを二重に作らない。RC=8で中止)
      *    ***
      *    *** 元の支払明細の位置(F-IN、F-OT、DT=)はZENGINのPRM1を
      *    *** そのまま読む(ZPRM=、既定ZENGIN.PRM1)。
      *    *** PRM1(ZENGINRT.PRM1、引数1で別名指定可)の行:
      *    ***   ZPRM=ZENGINのPRM1
      *    ***   F-RS=振込結果ファイル(必須)
      *    ***   F-JR=戻し仕訳の名前の元(既定ZENGINRT.POT1、実際の
      *    ***        名前はPDATEの期の ZENGINRT.POT1.0001.FYFP。
      *    ***        既にあれば後ろへ追加する、JRNLNM)
      *    ***   F-RQ=再振込キュー(既定ZENGINRT.POT2、追記。ZENGINへ
      *    ***        再投入したら消すか名前を変える)
      *    ***   F-REG=取込台帳(既定ZENGINRT.REG、追記)
      *    ***   F-LS=不能明細リスト(既定ZENGINRT.POT3)
      *    ***   F-RJ=突合不能の結果レコード(既定ZENGINRT.POT4)
      *    ***   ACCT-BANK=預金勘定  ACCT-PAY=買掛/未払勘定(必須)
      *    ***   PDATE=戻し仕訳の取引日(既定 当日)
      *    ***   BATCHNO=戻し仕訳のバッチ番号(既定は採番NUMSVCの
      *    ***           系列BATCHSER=、既定BATCHから払い出す)
      *    ***   CO=会社コード(既定0001、期間チェックと戻し仕訳は
      *    ***      この会社)
      *    ***   RSLTPOS=結果コードの位置(既定112)
      *    ***   RESULT=ALL|FAIL  結果ファイルが全件(既定)か不能分
      *    ***                    だけか。FAILは決済額を差額で求める
      *    ***   RSN=c,名称       不能事由コードの名称(既定を上書)
      *    ***   DT=CUST,POS=p,LEN=8  支払先コード(任意、仕訳のCUST)
      *    *** ZENGINのPRM1にDT=PAYEE,POS=pがあれば、元明細の口座は
      *    *** ZENGINと同じく支払先口座マスターから引く(PAYCHK。
      *    *** ZENGINでリジェクトされた支払先は突合せ対象外)。
      *    *** DT=CUSTが無い時は支払先コードの先頭8桁を仕訳のCUSTに
      *    *** する。
      *    *** 再振込キューの元レコードは21桁目から始まる為、
      *    *** ZENGINへ再投入する時はDT=のPOSに20を加える
      *    *** 取込台帳の1行: 1-8 取込日 10-15 時刻 17-48 結果ファイル
      *    ***   50-61 バイト数 63-72 チェックサム 74-82 レコード件数
      *    ***   84-87 会社コード

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ZENGINRT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 元の支払明細(ZENGINの入力)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 元の全銀振込ファイル(ZENGINの出力)
           SELECT PIN2-F           ASSIGN   WK-PIN2-F-NAME
                               STATUS   WK-PIN2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 振込結果ファイル
           SELECT PIN3-F           ASSIGN   WK-PIN3-F-NAME
                               STATUS   WK-PIN3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 戻し仕訳(CPJRNL)
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 再振込キュー(理由+元レコード)
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 不能明細リスト
           SELECT POT3-F           ASSIGN   WK-POT3-F-NAME
                               STATUS   WK-POT3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** リジェクト(理由+結果レコード)
           SELECT POT4-F           ASSIGN   WK-POT4-F-NAME
                               STATUS   WK-POT4-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 取込台帳
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(1000).

       FD  PIN2-F
           LABEL RECORDS ARE STANDARD.
       01  PIN2-REC            PIC  X(120).

       FD  PIN3-F
           LABEL RECORDS ARE STANDARD.
       01  PIN3-REC            PIC  X(120).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-POT2-LEN.
       01  POT2-REC.
           03  FILLER          PIC  X(1020).

       FD  POT3-F
           LABEL RECORDS ARE STANDARD.
       01  POT3-REC.
           03  FILLER          PIC  X(120).

       FD  POT4-F
           LABEL RECORDS ARE STANDARD.
       01  POT4-REC.
           03  FILLER          PIC  X(140).

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

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ZENGINRT".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "ZENGINRT.PRM1".
           03  WK-ZPRM-F-NAME  PIC  X(032) VALUE "ZENGIN.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PIN2-F-NAME  PIC  X(032) VALUE "ZENGIN.POT1".
           03  WK-PIN3-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** 戻し仕訳の名前の元(F-JR)と期のファイル名
           03  WK-POT1-F-BASE  PIC  X(032) VALUE "ZENGINRT.POT1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "ZENGINRT.POT2".
           03  WK-POT3-F-NAME  PIC  X(032) VALUE "ZENGINRT.POT3".
           03  WK-POT4-F-NAME  PIC  X(032) VALUE "ZENGINRT.POT4".
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "ZENGINRT.REG".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN3-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT3-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT4-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN3-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT2-LEN     BINARY-LONG SYNC VALUE 1020.

      *    *** PRM1の読込み元 Z=ZENGINのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-PDATE        PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
      *    *** バッチ番号 BATCHNO=の指定が無ければ採番(NUMSVC)の
      *    *** 系列(BATCHSER=、既定BATCH)から払い出す
           03  WK-BATCH-NO     PIC  9(004) VALUE ZERO.
           03  WK-BATCH-SET    PIC  X(001) VALUE "N".
           03  WK-BATCH-SER    PIC  X(008) VALUE "BATCH".
           03  WK-BATCH-ISS    PIC  X(001) VALUE "N".
           03  WK-ACCT-BANK    PIC  X(008) VALUE SPACE.
           03  WK-ACCT-PAY     PIC  X(008) VALUE SPACE.
           03  WK-RSLT-POS     BINARY-LONG SYNC VALUE 112.
           03  WK-RESULT-MODE  PIC  X(004) VALUE "ALL ".
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** バイト数/チェックサムの測定(CASHAPPと同じ方式)
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

      *    *** 元明細の項目位置(ZENGINのDT=、CUSTは自分のDT=)
           03  WK-P-BANK       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-BRANCH     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-KAMOKU     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-KOZA       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-NAME       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-AMOUNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-CUST       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-PAYEE      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数/金額
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIN3-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RJ-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORG-CNT      PIC  9(006) VALUE ZERO.
           03  WK-ORG-AMT      PIC  9(012) VALUE ZERO.
           03  WK-ORG-TRL      PIC  X(001) VALUE "N".
           03  WK-RS-TRL-CNT   PIC  9(006) VALUE ZERO.
           03  WK-RS-TRL-AMT   PIC  9(012) VALUE ZERO.
           03  WK-RS-TRL       PIC  X(001) VALUE "N".
           03  WK-RS-CNT       PIC  9(006) VALUE ZERO.
           03  WK-RS-AMT       PIC  9(012) VALUE ZERO.
           03  WK-SET-CNT      PIC  9(006) VALUE ZERO.
           03  WK-SET-AMT      PIC S9(012) VALUE ZERO.
           03  WK-RET-CNT      PIC  9(006) VALUE ZERO.
           03  WK-RET-AMT      PIC  9(012) VALUE ZERO.
           03  WK-CHK-AMT      PIC S9(012) VALUE ZERO.

      *    *** 明細取出しワーク
           03  WK-BANK         PIC  X(004) VALUE SPACE.
           03  WK-BRANCH       PIC  X(003) VALUE SPACE.
           03  WK-KAMOKU       PIC  X(001) VALUE SPACE.
           03  WK-KOZA         PIC  X(007) VALUE SPACE.
           03  WK-NAME         PIC  X(030) VALUE SPACE.
           03  WK-AMT-X        PIC  X(010) VALUE SPACE.
           03  WK-AMT          PIC  9(010) VALUE ZERO.
           03  WK-CUST         PIC  X(008) VALUE SPACE.
           03  WK-RSLT         PIC  X(001) VALUE SPACE.
           03  WK-RSN-NAME     PIC  X(018) VALUE SPACE.
           03  WK-RJ-REASON    PIC  X(020) VALUE SPACE.
           03  WK-LINE-NO      PIC  9(004) VALUE ZERO.

           03  WK-PRM01        PIC  X(012) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(018) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.

           03  WK-PIN1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-RJ-CNT-E     PIC --,---,---,--9 VALUE ZERO.

      *    *** 結果ファイルのデータレコード(ZENGINのWK-ZDと同じ並び)
           03  WK-RD.
             05  WK-RD-KBN     PIC  X(001).
             05  WK-RD-BANK    PIC  X(004).
             05  FILLER        PIC  X(015).
             05  WK-RD-BRN     PIC  X(003).
             05  FILLER        PIC  X(015).
             05  FILLER        PIC  X(004).
             05  WK-RD-KMK     PIC  X(001).
             05  WK-RD-KOZA    PIC  X(007).
             05  WK-RD-NAME    PIC  X(030).
             05  WK-RD-AMT     PIC  X(010).
             05  FILLER        PIC  X(030).
      *    *** トレーラーレコード(種別8)
           03  WK-RT           REDEFINES WK-RD.
             05  WK-RT-KBN     PIC  X(001).
             05  WK-RT-CNT     PIC  X(006).
             05  WK-RT-AMT     PIC  X(012).
             05  FILLER        PIC  X(101).

      *    *** 不能明細リスト行
           03  WK-LS-LINE.
             05  WK-LS-BANK    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LS-BRN     PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-KMK     PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-KOZA    PIC  X(007) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RSLT    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RSN     PIC  X(018) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CUST    PIC  X(008) VALUE SPACE.

      *    *** 合計行
           03  WK-TL-LINE.
             05  WK-TL-TITLE   PIC  X(030) VALUE SPACE.
             05  WK-TL-CNT     PIC  ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-TL-AMT     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-TL-NOTE    PIC  X(030) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==WAC==.

           COPY    CPPAYCHK    REPLACING ==:##:== BY ==WPY==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

      *    *** 不能事由コード(全銀 振込不能の事由、RSN=で上書き)
       01  RSN-TBL-AREA.
           03  WK-RSN-CNT      BINARY-LONG SYNC VALUE 7.
           03  WK-RSN-TBL      OCCURS 20.
             05  WK-RS-CODE    PIC  X(001) VALUE SPACE.
             05  WK-RS-NAME    PIC  X(018) VALUE SPACE.

      *    *** 元の支払明細(最大5000件、入力順=レコード番号)
      *    *** 状態 空白=未突合 S=決済 F=不能 X=明細不正(ZENGINで
      *    *** リジェクト済みの為突合対象外)
       01  ORG-TBL-AREA.
           03  WK-ORG-TCNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORG-TBL      OCCURS 5000.
             05  WK-OD-BANK    PIC  X(004) VALUE SPACE.
             05  WK-OD-BRN     PIC  X(003) VALUE SPACE.
             05  WK-OD-KOZA    PIC  X(007) VALUE SPACE.
             05  WK-OD-AMT     PIC  9(010) VALUE ZERO.
             05  WK-OD-STATE   PIC  X(001) VALUE SPACE.
             05  WK-OD-RSLT    PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 元の支払明細と元の振込トレーラー
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX

      *    *** 結果ファイルの突合
           PERFORM S200-10     THRU    S200-EX

      *    *** 不能分の戻し仕訳/再振込キュー/リスト
           PERFORM S300-10     THRU    S300-EX

      *    *** 合計と検証
           PERFORM S500-10     THRU    S500-EX

      *    *** 取込台帳への追記
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
           MOVE    WK-TODAY-YMD TO     WK-PDATE

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 不能事由の既定
           MOVE    "1"         TO      WK-RS-CODE (1)
           MOVE    "NO ACCOUNT"    TO  WK-RS-NAME (1)
           MOVE    "2"         TO      WK-RS-CODE (2)
           MOVE    "WRONG BRANCH"  TO  WK-RS-NAME (2)
           MOVE    "3"         TO      WK-RS-CODE (3)
           MOVE    "NAME MISMATCH" TO  WK-RS-NAME (3)
           MOVE    "4"         TO      WK-RS-CODE (4)
           MOVE    "WRONG KAMOKU"  TO  WK-RS-NAME (4)
           MOVE    "5"         TO      WK-RS-CODE (5)
           MOVE    "CLOSED ACCOUNT" TO WK-RS-NAME (5)
           MOVE    "8"         TO      WK-RS-CODE (6)
           MOVE    "PAYER REQUEST" TO  WK-RS-NAME (6)
           MOVE    "9"         TO      WK-RS-CODE (7)
           MOVE    "OTHER"         TO  WK-RS-NAME (7)

      *    *** 自分のPRM1、続いてZENGINのPRM1(ZPRM=で指定可)
           MOVE    "R"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX
           MOVE    WK-ZPRM-F-NAME TO   WK-PRM1-F-NAME
           MOVE    "Z"         TO      WK-PRM-SRC
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
      *    *** ZENGINのPRM1からは元明細の F-IN/F-OT/DT= だけを取る
       S030-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S030-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           IF      WK-PRM-SRC  =       "Z"
               EVALUATE WK-PRM01
                   WHEN "F-IN"
                       MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
                   WHEN "F-OT"
                       MOVE    WK-PRM02    TO      WK-PIN2-F-NAME
                   WHEN "DT"
                       PERFORM S035-10     THRU    S035-EX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO  TO  S030-EX
           END-IF

           EVALUATE WK-PRM01
               WHEN "ZPRM"
                   MOVE    WK-PRM02    TO      WK-ZPRM-F-NAME
               WHEN "F-RS"
                   MOVE    WK-PRM02    TO      WK-PIN3-F-NAME
               WHEN "F-JR"
                   MOVE    WK-PRM02    TO      WK-POT1-F-BASE
               WHEN "F-RQ"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT3-F-NAME
               WHEN "F-RJ"
                   MOVE    WK-PRM02    TO      WK-POT4-F-NAME
               WHEN "F-REG"
                   MOVE    WK-PRM02    TO      WK-REG1-F-NAME
               WHEN "ACCT-BANK"
                   MOVE    WK-PRM02 (1:8) TO   WK-ACCT-BANK
               WHEN "ACCT-PAY"
                   MOVE    WK-PRM02 (1:8) TO   WK-ACCT-PAY
               WHEN "PDATE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                           MOVE    WK-PRM02 (1:8) TO   WK-PDATE
                   ELSE
                           DISPLAY WK-PGM-NAME " PDATE ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "BATCHNO"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-BATCH-NO
                           MOVE    "Y"         TO      WK-BATCH-SET
                   END-IF
               WHEN "BATCHSER"
                   MOVE    WK-PRM02    TO      WK-BATCH-SER
               WHEN "RSLTPOS"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-RSLT-POS
                   END-IF
               WHEN "RESULT"
                   IF      WK-PRM02    =   "ALL" OR "FAIL"
                           MOVE    WK-PRM02    TO  WK-RESULT-MODE
                   ELSE
                           DISPLAY WK-PGM-NAME " RESULT=ALL/FAIL ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "RSN"
                   PERFORM S038-10     THRU    S038-EX
               WHEN "DT"
                   IF      WK-PRM02    =   "CUST"
                           PERFORM S035-10     THRU    S035-EX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S030-EX.
           EXIT.

      *    *** DT=名前,POS=p の位置設定
       S035-10.

           IF      WK-PRM03    NOT =   "POS"   OR
                   WK-PRM04 (1:1) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                           PRM1-REC
                   STOP    RUN
           END-IF

           EVALUATE WK-PRM02
               WHEN "BANK"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-BANK
               WHEN "BRANCH"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-BRANCH
               WHEN "KAMOKU"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-KAMOKU
               WHEN "KOZA"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-KOZA
               WHEN "NAME"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-NAME
               WHEN "AMOUNT"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-AMOUNT
               WHEN "CUST"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-CUST
               WHEN "PAYEE"
                   MOVE FUNCTION NUMVAL(WK-PRM04) TO WK-P-PAYEE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " DT=名前ERROR=" PRM1-REC
                   STOP    RUN
           END-EVALUATE
           .
       S035-EX.
           EXIT.

      *    *** RSN=c,名称 (同じコードは上書き、無ければ追加)
       S038-10.

           IF      WK-PRM02 (1:1) =    SPACE
                   GO  TO  S038-EX
           END-IF

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-RSN-CNT
               IF      WK-RS-CODE (I) =    WK-PRM02 (1:1)
                       MOVE    I           TO      K
               END-IF
           END-PERFORM
           IF      K           =       ZERO
               IF  WK-RSN-CNT  >=      20
                   DISPLAY WK-PGM-NAME " RSN=は20件まで"
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-RSN-CNT
               MOVE    WK-RSN-CNT  TO      K
               MOVE    WK-PRM02 (1:1) TO   WK-RS-CODE (K)
           END-IF
           MOVE    WK-PRM03    TO      WK-RS-NAME (K)
           .
       S038-EX.
           EXIT.

      *    *** 妥当性、勘定/期間チェック、オープン
       S040-10.

           IF      WK-PIN1-F-NAME =    SPACE   OR
                   WK-PIN3-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " F-IN=(ZPRM)/F-RS="
                           " 指定がない"
                   STOP    RUN
           END-IF
           IF      WK-P-PAYEE  =   ZERO    AND
                 ( WK-P-BANK   =   ZERO    OR
                   WK-P-BRANCH =   ZERO    OR
                   WK-P-KAMOKU =   ZERO    OR
                   WK-P-KOZA   =   ZERO    OR
                   WK-P-NAME   =   ZERO    OR
                   WK-P-AMOUNT =   ZERO )
                   DISPLAY WK-PGM-NAME
                           " DT=BANK/BRANCH/KAMOKU/KOZA/NAME"
                           "/AMOUNT 全て必要 (" WK-ZPRM-F-NAME ")"
                   STOP    RUN
           END-IF
           IF      WK-P-PAYEE  NOT =   ZERO    AND
                   WK-P-AMOUNT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " DT=PAYEE の時も DT=AMOUNT は必要 ("
                           WK-ZPRM-F-NAME ")"
                   STOP    RUN
           END-IF
           IF      WK-ACCT-BANK =      SPACE   OR
                   WK-ACCT-PAY =       SPACE
                   DISPLAY WK-PGM-NAME " ACCT-BANK=/ACCT-PAY= が無い"
                   STOP    RUN
           END-IF

      *    *** 戻し仕訳の勘定と期間
           MOVE    WK-ACCT-BANK TO     WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " ACCT-BANK 未登録/無効="
                           WK-ACCT-BANK
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WK-ACCT-PAY TO      WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " ACCT-PAY 未登録/無効="
                           WK-ACCT-PAY
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WK-CO       TO      WPC-CO
           MOVE    WK-PDATE    TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " PERIOD CLOSED PDATE="
                           WK-PDATE " FY=" WPC-FY " FP=" WPC-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
      *    *** 戻し仕訳はPDATEの期のファイル
           MOVE    "P"         TO      WJN-ID
           MOVE    WK-POT1-F-BASE TO   WJN-BASE
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WPC-FY      TO      WJN-FY
           MOVE    WPC-FP      TO      WJN-FP
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           IF      WJN-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " JRNLNM ERROR F-JR="
                           WK-POT1-F-BASE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WJN-F-NAME  TO      WK-POT1-F-NAME

      *    *** 取込済みの結果ファイルか(取込台帳で確認)
           PERFORM S050-10     THRU    S050-EX
           PERFORM S055-10     THRU    S055-EX

      *    *** 仕訳のバッチ番号
           PERFORM S060-10     THRU    S060-EX

      *    *** 戻し仕訳と再振込キューは前の実行の分を消さずに追加する
           OPEN    EXTEND      POT1-F
           IF      WK-POT1-STATUS =    35
                   OPEN    OUTPUT      POT1-F
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   STOP    RUN
           END-IF
           OPEN    EXTEND      POT2-F
           IF      WK-POT2-STATUS =    35
                   OPEN    OUTPUT      POT2-F
           END-IF
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
           OPEN    OUTPUT      POT4-F
           IF      WK-POT4-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT4-F OPEN ERROR STATUS="
                           WK-POT4-STATUS
                   STOP    RUN
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 結果ファイルのバイト数とチェックサム(Adler-32)を
      *    *** バイトストリームで測る
       S050-10.

           MOVE    ZERO        TO      WK-MS-BYTES
           MOVE    1           TO      WK-MS-S1
           MOVE    ZERO        TO      WK-MS-S2

           MOVE    SPACE       TO      WK-CFILE
           STRING  WK-PIN3-F-NAME DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " CBL_OPEN_FILE ERROR RC="
                           RETURN-CODE " (" WK-PIN3-F-NAME ")"
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
                               RETURN-CODE " (" WK-PIN3-F-NAME ")"
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
       S050-EX.
           EXIT.

      *    *** 取込台帳に同じバイト数とチェックサムがあれば中止
      *    *** (ファイル名が変わっていても同じ内容なら取込済み)
       S055-10.

           OPEN    INPUT       REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   GO  TO  S055-EX
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
                               PERFORM S057-10     THRU    S057-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   REG1-F
           .
       S055-EX.
           EXIT.

      *    *** 取込済み: 戻し仕訳/再振込キューを書かずに中止
       S057-10.

           DISPLAY WK-PGM-NAME " *** 取込済み " REG1-YMD " "
                   REG1-FILE " ***"
           DISPLAY WK-PGM-NAME " BYTES=" WK-MS-BYTES
                   " SUM=" WK-MS-SUM " 取込中止"
           CLOSE   REG1-F
           MOVE    8           TO      RETURN-CODE
           STOP    RUN
           .
       S057-EX.
           EXIT.

      *    *** 仕訳のバッチ番号の払出し(BATCHNO=の指定が無い時)
      *    *** 採番できない/4桁を超える時は仕訳を書かずに中止する
       S060-10.

           IF      WK-BATCH-SET =      "Y"
                   GO  TO  S060-EX
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
           .
       S060-EX.
           EXIT.

      *    *** 元の支払明細をテーブルへ(ZENGINと同じ検査で
      *    *** 振込ファイルに載らなかった明細は対象外)
       S100-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
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

      *    *** 元明細1件
       S110-10.

           IF      WK-ORG-TCNT >=      5000
                   DISPLAY WK-PGM-NAME " 支払明細は5000件まで"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-ORG-TCNT
           MOVE    WK-ORG-TCNT TO      I

           PERFORM S120-10     THRU    S120-EX
           MOVE    WK-BANK     TO      WK-OD-BANK (I)
           MOVE    WK-BRANCH   TO      WK-OD-BRN (I)
           MOVE    WK-KOZA     TO      WK-OD-KOZA (I)
           MOVE    SPACE       TO      WK-OD-STATE (I)

           IF      WK-BANK     IS NOT NUMERIC  OR
                   WK-BRANCH   IS NOT NUMERIC  OR
                   WK-AMT-X    IS NOT NUMERIC  OR
                 ( WK-P-PAYEE  >       ZERO    AND
                   WPY-RESULT  NOT =   "Y" )
                   MOVE    "X"         TO      WK-OD-STATE (I)
                   GO  TO  S110-EX
           END-IF
           MOVE    FUNCTION NUMVAL(WK-AMT-X) TO WK-OD-AMT (I)
           IF      WK-OD-AMT (I) =     ZERO
                   MOVE    "X"         TO      WK-OD-STATE (I)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 元明細から項目を取出す
       S120-10.

           MOVE    SPACE       TO      WK-CUST
           IF      WK-P-PAYEE  =       ZERO
               MOVE    PIN1-REC (WK-P-BANK:4)   TO  WK-BANK
               MOVE    PIN1-REC (WK-P-BRANCH:3) TO  WK-BRANCH
               MOVE    PIN1-REC (WK-P-KAMOKU:1) TO  WK-KAMOKU
               MOVE    PIN1-REC (WK-P-KOZA:7)   TO  WK-KOZA
               MOVE    PIN1-REC (WK-P-NAME:30)  TO  WK-NAME
           ELSE
               MOVE    PIN1-REC (WK-P-PAYEE:10) TO  WPY-PAYEE
               CALL    "PAYCHK"    USING   WPY-PAYCHK-AREA
               MOVE    WPY-BANK    TO      WK-BANK
               MOVE    WPY-BRANCH  TO      WK-BRANCH
               MOVE    WPY-KAMOKU  TO      WK-KAMOKU
               MOVE    WPY-KOZA    TO      WK-KOZA
               MOVE    WPY-KANA    TO      WK-NAME
               MOVE    WPY-PAYEE (1:8) TO  WK-CUST
           END-IF
           MOVE    PIN1-REC (WK-P-AMOUNT:10) TO WK-AMT-X
           IF      WK-P-CUST   >       ZERO
                   MOVE    PIN1-REC (WK-P-CUST:8) TO WK-CUST
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 元の振込ファイルのトレーラー(種別8)
       S150-10.

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
                       IF      PIN2-REC (1:1) =    "8"
                           MOVE    PIN2-REC    TO      WK-RD
                           MOVE    WK-RT-CNT   TO      WK-ORG-CNT
                           MOVE    WK-RT-AMT   TO      WK-ORG-AMT
                           MOVE    "Y"         TO      WK-ORG-TRL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN2-F

           IF      WK-ORG-TRL  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 元の振込ファイルに"
                           "トレーラーが無い ("
                           WK-PIN2-F-NAME ")"
                   STOP    RUN
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** 振込結果ファイルの読込みと突合
       S200-10.

           OPEN    INPUT       PIN3-F
           IF      WK-PIN3-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN3-F OPEN ERROR STATUS="
                           WK-PIN3-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN3-EOF = HIGH-VALUE
               READ    PIN3-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN3-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN3-CNT
                       MOVE    PIN3-REC    TO      WK-RD
                       EVALUATE WK-RD-KBN
                           WHEN "2"
                               PERFORM S210-10     THRU    S210-EX
                           WHEN "8"
                               MOVE    WK-RT-CNT   TO  WK-RS-TRL-CNT
                               MOVE    WK-RT-AMT   TO  WK-RS-TRL-AMT
                               MOVE    "Y"         TO  WK-RS-TRL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE   PIN3-F
           .
       S200-EX.
           EXIT.

      *    *** 結果データレコード1件の突合
      *    *** 銀行/支店/口座/金額が一致する未突合の元明細の先頭へ
       S210-10.

           MOVE    PIN3-REC (WK-RSLT-POS:1) TO WK-RSLT
           MOVE    SPACE       TO      WK-RJ-REASON
           IF      WK-RD-AMT   IS NOT NUMERIC
                   MOVE    "RESULT AMOUNT NG"  TO  WK-RJ-REASON
                   PERFORM S290-10     THRU    S290-EX
                   GO  TO  S210-EX
           END-IF
           MOVE    WK-RD-AMT   TO      WK-AMT
           ADD     1           TO      WK-RS-CNT
           ADD     WK-AMT      TO      WK-RS-AMT

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ORG-TCNT OR K > ZERO
               IF      WK-OD-STATE (I) =   SPACE       AND
                       WK-OD-BANK (I) =    WK-RD-BANK  AND
                       WK-OD-BRN (I) =     WK-RD-BRN   AND
                       WK-OD-KOZA (I) =    WK-RD-KOZA  AND
                       WK-OD-AMT (I) =     WK-AMT
                       MOVE    I           TO      K
               END-IF
           END-PERFORM

           IF      K           =       ZERO
                   MOVE    "NO ORIGINAL"   TO  WK-RJ-REASON
                   PERFORM S290-10     THRU    S290-EX
                   GO  TO  S210-EX
           END-IF

           IF      WK-RSLT     =       "0"
                   MOVE    "S"         TO      WK-OD-STATE (K)
                   ADD     1           TO      WK-SET-CNT
                   ADD     WK-AMT      TO      WK-SET-AMT
           ELSE
                   MOVE    "F"         TO      WK-OD-STATE (K)
                   MOVE    WK-RSLT     TO      WK-OD-RSLT (K)
                   ADD     1           TO      WK-RET-CNT
                   ADD     WK-AMT      TO      WK-RET-AMT
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** リジェクト書出し(理由20バイト+結果レコード)
       S290-10.

           ADD     1           TO      WK-RJ-CNT
           MOVE    SPACE       TO      POT4-REC
           MOVE    WK-RJ-REASON TO     POT4-REC (1:20)
           MOVE    PIN3-REC    TO      POT4-REC (21:120)
           WRITE   POT4-REC
           .
       S290-EX.
           EXIT.

      *    *** 元の支払明細をもう一度読み、不能分を処理する
       S300-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT3-REC
           STRING  "振込不能明細 結果=" DELIMITED BY SIZE
                   WK-PIN3-F-NAME      DELIMITED BY SPACE
                   " 元=" DELIMITED BY SIZE
                   WK-PIN2-F-NAME      DELIMITED BY SPACE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT3-REC
           WRITE   POT3-REC
           MOVE    SPACE       TO      POT3-REC
           WRITE   POT3-REC

           MOVE    ZERO        TO      I
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      I
                       IF      I           <=      WK-ORG-TCNT
                           IF  WK-OD-STATE (I) =   "F"
                               PERFORM S310-10     THRU    S310-EX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S300-EX.
           EXIT.

      *    *** 不能1件: 戻し仕訳、再振込キュー、リスト
       S310-10.

           PERFORM S120-10     THRU    S120-EX
           MOVE    WK-OD-AMT (I) TO    WK-AMT
           MOVE    WK-OD-RSLT (I) TO   WK-RSLT

           MOVE    "UNKNOWN REASON" TO WK-RSN-NAME
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-RSN-CNT
               IF      WK-RS-CODE (K) =    WK-RSLT
                       MOVE    WK-RS-NAME (K) TO   WK-RSN-NAME
                       MOVE    WK-RSN-CNT  TO      K
               END-IF
           END-PERFORM

      *    *** 戻し仕訳 借方=預金(戻り) 貸方=買掛/未払(債務の復活)
           ADD     1           TO      WK-LINE-NO
           MOVE    "D"         TO      WJR-DC
           MOVE    WK-ACCT-BANK TO     WJR-ACCT
           MOVE    SPACE       TO      WJR-SIGN
           PERFORM S350-10     THRU    S350-EX
           MOVE    "C"         TO      WJR-DC
           MOVE    WK-ACCT-PAY TO      WJR-ACCT
           MOVE    "-"         TO      WJR-SIGN
           PERFORM S350-10     THRU    S350-EX

      *    *** 再振込キュー(不能事由コード+名称 20バイト+元明細)
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-RSLT     TO      POT2-REC (1:1)
           MOVE    WK-RSN-NAME TO      POT2-REC (3:18)
           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO
                   POT2-REC (21:WK-PIN1-LEN)
           COMPUTE WK-POT2-LEN = 20 + WK-PIN1-LEN
           WRITE   POT2-REC

      *    *** 不能明細リスト行
           MOVE    WK-BANK     TO      WK-LS-BANK
           MOVE    WK-BRANCH   TO      WK-LS-BRN
           MOVE    WK-KAMOKU   TO      WK-LS-KMK
           MOVE    WK-KOZA     TO      WK-LS-KOZA
           MOVE    WK-NAME     TO      WK-LS-NAME
           MOVE    WK-AMT      TO      WK-LS-AMT
           MOVE    WK-RSLT     TO      WK-LS-RSLT
           MOVE    WK-RSN-NAME TO      WK-LS-RSN
           MOVE    WK-CUST     TO      WK-LS-CUST
           MOVE    SPACE       TO      POT3-REC
           MOVE    WK-LS-LINE  TO      POT3-REC
           WRITE   POT3-REC
           .
       S310-EX.
           EXIT.

      *    *** 戻し仕訳1行の書出し(DC/ACCT/SIGNは呼出し前にセット)
       S350-10.

           MOVE    WK-PDATE    TO      WJR-YMD
           MOVE    WK-TODAY-YMD TO     WJR-POST-YMD
           MOVE    WK-PDATE    TO      WJR-BATCH-YMD
           MOVE    WK-BATCH-NO TO      WJR-BATCH-NO
           MOVE    WK-LINE-NO  TO      WJR-LINE
           MOVE    WK-AMT      TO      WJR-AMT
           MOVE    WK-CUST     TO      WJR-CUST
           MOVE    "RT"        TO      WJR-TYPE
           MOVE    WK-PGM-NAME TO      WJR-SRC
           MOVE    WK-CO       TO      WJR-CO
           MOVE    SPACE       TO      WJR-MEMO
           STRING  "RETURN "           DELIMITED BY SIZE
                   WK-RSLT             DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-RSN-NAME         DELIMITED BY SIZE
                   INTO    WJR-MEMO
           END-STRING

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

      *    *** 合計と検証(元トレーラー−決済=不能)
       S500-10.

      *    *** 不能分だけの結果ファイルは決済額を差額で求める
           IF      WK-RESULT-MODE =    "FAIL"
                   COMPUTE WK-SET-AMT = WK-ORG-AMT - WK-RET-AMT
                   COMPUTE WK-SET-CNT = WK-ORG-CNT - WK-RET-CNT
           END-IF
           COMPUTE WK-CHK-AMT = WK-ORG-AMT - WK-SET-AMT

           MOVE    SPACE       TO      POT3-REC
           WRITE   POT3-REC

           MOVE    "元の振込トレーラー"  TO  WK-TL-TITLE
           MOVE    WK-ORG-CNT  TO      WK-TL-CNT
           MOVE    WK-ORG-AMT  TO      WK-TL-AMT
           MOVE    SPACE       TO      WK-TL-NOTE
           PERFORM S510-10     THRU    S510-EX

           MOVE    "決済(振込済み)"      TO  WK-TL-TITLE
           MOVE    WK-SET-CNT  TO      WK-TL-CNT
           MOVE    WK-SET-AMT  TO      WK-TL-AMT
           IF      WK-RESULT-MODE =    "FAIL"
                   MOVE    "(差額)"    TO      WK-TL-NOTE
           END-IF
           PERFORM S510-10     THRU    S510-EX

           MOVE    "振込不能"  TO      WK-TL-TITLE
           MOVE    WK-RET-CNT  TO      WK-TL-CNT
           MOVE    WK-RET-AMT  TO      WK-TL-AMT
           PERFORM S510-10     THRU    S510-EX

           MOVE    "突合不能(リジェクト)" TO WK-TL-TITLE
           MOVE    WK-RJ-CNT   TO      WK-TL-CNT
           MOVE    ZERO        TO      WK-TL-AMT
           PERFORM S510-10     THRU    S510-EX

           MOVE    "トレーラー−決済" TO  WK-TL-TITLE
           COMPUTE WK-TL-CNT = WK-ORG-CNT - WK-SET-CNT
           MOVE    WK-CHK-AMT  TO      WK-TL-AMT
           IF      WK-CHK-AMT  =       WK-RET-AMT  AND
                   WK-ORG-CNT  =       WK-SET-CNT + WK-RET-CNT
                   MOVE    "= 振込不能 OK"     TO  WK-TL-NOTE
           ELSE
                   MOVE    "<> 振込不能 *** NG ***" TO WK-TL-NOTE
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           PERFORM S510-10     THRU    S510-EX

      *    *** 結果ファイル自身のトレーラー検証
           IF      WK-RS-TRL   =       "Y"
               MOVE    "結果トレーラー"    TO  WK-TL-TITLE
               MOVE    WK-RS-TRL-CNT TO    WK-TL-CNT
               MOVE    WK-RS-TRL-AMT TO    WK-TL-AMT
               IF      WK-RS-TRL-CNT =     WK-RS-CNT   AND
                       WK-RS-TRL-AMT =     WK-RS-AMT
                       MOVE    "= 結果明細 OK"     TO  WK-TL-NOTE
               ELSE
                       MOVE    "<> 結果明細 *** NG ***"
                                       TO      WK-TL-NOTE
                       MOVE    4           TO      WK-RC-SAVE
               END-IF
               PERFORM S510-10     THRU    S510-EX
           END-IF

           IF      WK-RJ-CNT   >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 合計行1行
       S510-10.

           MOVE    SPACE       TO      POT3-REC
           MOVE    WK-TL-LINE  TO      POT3-REC
           WRITE   POT3-REC
           MOVE    SPACE       TO      WK-TL-NOTE
           .
       S510-EX.
           EXIT.

      *    *** 取込台帳に今回の結果ファイルを追記(戻し仕訳を
      *    *** 書いた後なので、検証NGでも記録する)
       S600-10.

           OPEN    EXTEND      REG1-F
           IF      WK-REG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      REG1-F
           END-IF
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F OPEN ERROR STATUS="
                           WK-REG1-STATUS " (" WK-REG1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF

           ACCEPT  WK-MS-HMS   FROM    TIME
           MOVE    SPACE       TO      REG1-REC
           MOVE    WK-TODAY-YMD TO     REG1-YMD
           MOVE    WK-MS-HMS (1:6) TO  REG1-HMS
           MOVE    WK-PIN3-F-NAME TO   REG1-FILE
           MOVE    WK-MS-BYTES TO      REG1-BYTES
           MOVE    WK-MS-SUM   TO      REG1-SUM
           MOVE    WK-PIN3-CNT TO      REG1-RECS
           MOVE    WK-CO       TO      REG1-CO
           WRITE   REG1-REC
           CLOSE   REG1-F
           .
       S600-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
           CLOSE   POT2-F
           CLOSE   POT3-F
           CLOSE   POT4-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           MOVE    WK-PIN1-CNT TO      WK-PIN1-CNT-E
           DISPLAY WK-PGM-NAME " PIN1 ｹﾝｽｳ = " WK-PIN1-CNT-E
                   " (" WK-PIN1-F-NAME ")"
           DISPLAY WK-PGM-NAME " 決済 = " WK-SET-CNT
                   " 不能 = " WK-RET-CNT " 不能額 = " WK-RET-AMT
           DISPLAY WK-PGM-NAME " 戻し仕訳 = " WK-POT1-CNT
                   " (" WK-POT1-F-NAME ")"
           MOVE    WK-RJ-CNT   TO      WK-RJ-CNT-E
           DISPLAY WK-PGM-NAME " ﾘｼﾞｪｸﾄ = " WK-RJ-CNT-E
                   " (" WK-POT4-F-NAME ")"

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

           IF      WK-POT1-CNT >       ZERO
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
