      *    *** マスター一式の時点整合バックアップセット
      *    *** 夜間のOSコピーはチェーンのSTEPがマスターを更新中でも
      *    *** 走る為、JOBCHAINの静止点(更新STEPの後、次の更新STEP
      *    *** の前)にSTEPとして置き、管制ファイルに並べたマスター
      *    *** を1つの日付付きバックアップセットへ複写する。
      *    ***
      *    *** 起動引数: 1=PRM1(既定BKUPSET.PRM1)
      *    ***           2=MODE(BACKUP/VERIFY/REPORT、既定BACKUP)
      *    ***           3=VERIFYするセットID(既定=最新)
      *    *** MODE=BACKUP
      *    ***   ・BKUPDIR/セットID(YYYYMMDD.HHMMSS)へ複写し、
      *    ***     ファイル毎の件数、バイト数、チェックサムを
      *    ***     マニフェスト(セット内のMANIFEST)へ書く
      *    ***   ・複写後にコピー側を測り直し、元と違えば
      *    ***     (複写中に更新された)CHANGEDとする
      *    ***   ・無いマスター/CHANGEDがあればセットは不完全(I)、
      *    ***     RETURN-CODE=8(CONDSETの停止条件で止められる)
      *    *** MODE=VERIFY
      *    ***   ・セットをSCRATCHディレクトリへ戻し、各ファイルを
      *    ***     種別のレイアウトで開き直して全件読み、件数/
      *    ***     バイト数/チェックサムがマニフェストと合うか確認
      *    ***   ・合えば検証済み(V)、合わなければ検証NG(E)、RC=8
      *    *** MODE=REPORT
      *    ***   ・業務日毎に使えるバックアップセットの一覧(POT1)
      *    *** 各セットはカタログ(BKUPSET.CAT)に記録する。
      *    ***
      *    *** PRM1の行:
      *    ***   FILE=マスター名,TYPE=種別
      *    ***     種別 LS      = 行順ファイル(件数=行数)
      *    ***          PERCTL  = 会計期間マスター(PERCTL.DAT)
      *    ***          BALROLL = 残高マスター(BALROLL)
      *    ***          PIN3    = PIN3形式インデックスマスター
      *    ***          PRMLIB  = パラメータライブラリ(PRMLIB.DAT)
      *    ***          BIN     = バイト数/チェックサムのみ
      *    ***     インデックスの.dat/.idxが別ファイルの時は一緒に
      *    ***     複写し、バイト数/チェックサムは合計で持つ
      *    ***   BKUPDIR=バックアップ先(既定BKUPSET)
      *    ***   SCRATCH=VERIFYの戻し先(既定BKUPSET.WRK)
      *    ***   BDATE=業務日YYYYMMDD(既定=当日)
      *    ***   F-CAT=カタログ(既定BKUPSET.CAT)
      *    ***   F-OT=レポート(既定BKUPSET.POT1)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BKUPSET.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** マニフェスト(セット内)
           SELECT MAN1-F           ASSIGN   WK-MAN1-F-NAME
                               STATUS   WK-MAN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** カタログ(全件読み/書き直し)
           SELECT CAT1-F           ASSIGN   WK-CAT1-F-NAME
                               STATUS   WK-CAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 件数を数える為の種別毎の定義(同じ名前へ割当て)
           SELECT LS1-F            ASSIGN   WK-CN-PATH
                               STATUS   WK-CN-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT PER1-F           ASSIGN   WK-CN-PATH
                               STATUS   WK-CN-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PER1-KEY.

           SELECT BAL1-F           ASSIGN   WK-CN-PATH
                               STATUS   WK-CN-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY BAL1-KEY.

           SELECT PN3-F            ASSIGN   WK-CN-PATH
                               STATUS   WK-CN-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PN3-KEY.

           SELECT LIB1-F           ASSIGN   WK-CN-PATH
                               STATUS   WK-CN-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY LIB1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  MAN1-F
           LABEL RECORDS ARE STANDARD.
       01  MAN1-REC.
           03  MAN1-NAME       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  MAN1-TYPE       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  MAN1-REC-CNT    PIC  9(009).
           03  FILLER          PIC  X(001).
           03  MAN1-BYTES      PIC  9(012).
           03  FILLER          PIC  X(001).
           03  MAN1-SUM        PIC  9(010).
           03  FILLER          PIC  X(001).
      *    *** 本体/.dat/.idx の有無(Y/N)
           03  MAN1-COMP       PIC  X(003).
           03  FILLER          PIC  X(001).
      *    *** OK/MISSING/CHANGED
           03  MAN1-STATE      PIC  X(008).

       FD  CAT1-F
           LABEL RECORDS ARE STANDARD.
       01  CAT1-REC.
           03  CAT1-SETID      PIC  X(015).
           03  FILLER          PIC  X(001).
           03  CAT1-BDATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CAT1-FILES      PIC  9(004).
           03  FILLER          PIC  X(001).
      *    *** C=作成済み(未検証) V=検証済み E=検証NG I=不完全
           03  CAT1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CAT1-VDATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CAT1-DIR        PIC  X(048).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  LS1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-LS1-LEN.
       01  LS1-REC.
           03  FILLER          PIC  X(32760).

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

       FD  BAL1-F
           LABEL RECORDS ARE STANDARD.
       01  BAL1-REC.
           03  BAL1-KEY.
             05  BAL1-CO       PIC  X(004).
             05  BAL1-ACCT     PIC  X(008).
           03  BAL1-BAL        PIC S9(013).

       FD  PN3-F
           LABEL RECORDS ARE STANDARD.
       01  PN3-REC.
           03  PN3-KEY         PIC  9(004).
           03  PN3-DATA        PIC  X(2048).

       FD  LIB1-F
           LABEL RECORDS ARE STANDARD.
       01  LIB1-REC.
           03  LIB1-KEY.
             05  LIB1-UTIL     PIC  X(008).
             05  LIB1-MEMBER   PIC  X(012).
             05  LIB1-VER      PIC  9(004).
             05  LIB1-LINENO   PIC  9(004).
           03  LIB1-DATA       PIC  X(128).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "BKUPSET ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "BKUPSET.PRM1".
           03  WK-MAN1-F-NAME  PIC  X(080) VALUE SPACE.
           03  WK-CAT1-F-NAME  PIC  X(032) VALUE "BKUPSET.CAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "BKUPSET.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MAN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CN-STATUS    PIC  X(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-MAN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CN-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-LS1-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-MODE         PIC  X(008) VALUE "BACKUP".
           03  WK-BKUP-DIR     PIC  X(032) VALUE "BKUPSET".
           03  WK-SCR-DIR      PIC  X(032) VALUE "BKUPSET.WRK".
           03  WK-SETID        PIC  X(015) VALUE SPACE.
           03  WK-SET-DIR      PIC  X(048) VALUE SPACE.
           03  WK-BDATE        PIC  9(008) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.

      *    *** 件数
           03  WK-FILE-CNT     PIC  9(004) VALUE ZERO.
           03  WK-OK-CNT       PIC  9(004) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(004) VALUE ZERO.

      *    *** 1ファイル分の作業
           03  WK-F-NAME       PIC  X(032) VALUE SPACE.
           03  WK-F-TYPE       PIC  X(008) VALUE SPACE.
      *    *** セット内の名前("/"を"_"へ)
           03  WK-F-COPY       PIC  X(032) VALUE SPACE.
           03  WK-F-STATE      PIC  X(008) VALUE SPACE.
           03  WK-SRC-BASE     PIC  X(080) VALUE SPACE.
           03  WK-DST-BASE     PIC  X(080) VALUE SPACE.
           03  WK-SRC-COMP     PIC  X(003) VALUE SPACE.
           03  WK-SRC-BYTES    PIC  9(012) VALUE ZERO.
           03  WK-SRC-SUM      PIC  9(010) VALUE ZERO.
           03  WK-SRC-REC      PIC  9(009) VALUE ZERO.

      *    *** 本体/.dat/.idx の添字付き接尾辞
           03  WK-SFX-AREA.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE ".dat".
             05  FILLER        PIC  X(004) VALUE ".idx".
           03  WK-SFX-TBL      REDEFINES WK-SFX-AREA.
             05  WK-SFX        PIC  X(004) OCCURS 3.

      *    *** バイト数/チェックサムの測定(S300)
      *    *** WK-MS-BASE + 接尾辞の各部品を連結したものとして測る
           03  WK-MS-BASE      PIC  X(080) VALUE SPACE.
           03  WK-MS-PATH      PIC  X(080) VALUE SPACE.
           03  WK-MS-COMP      PIC  X(003) VALUE SPACE.
           03  WK-MS-BYTES     PIC  9(012) VALUE ZERO.
           03  WK-MS-SUM       PIC  9(010) VALUE ZERO.
           03  WK-MS-S1        PIC  9(005) VALUE ZERO.
           03  WK-MS-S2        PIC  9(006) VALUE ZERO.
           03  WK-MS-REST      PIC  9(012) VALUE ZERO.

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
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.

      *    *** 件数の測定(S400)
           03  WK-CN-PATH      PIC  X(080) VALUE SPACE.
           03  WK-CN-REC       PIC  9(009) VALUE ZERO.
           03  WK-CN-OK        PIC  X(001) VALUE "Y".

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート行
           03  WK-RPT-LINE.
             05  WK-RPT-STATE  PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RPT-FILE   PIC  X(032) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RPT-TYPE   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(005) VALUE " REC=".
             05  WK-RPT-REC    PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(007) VALUE " BYTES=".
             05  WK-RPT-BYTES  PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(005) VALUE " SUM=".
             05  WK-RPT-SUM    PIC  9(010) VALUE ZERO.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** 対象マスター(最大50件)
       01  FIL-TBL-AREA.
           03  WK-FL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FL-TBL       OCCURS 50.
             05  WK-FL-NAME    PIC  X(032) VALUE SPACE.
             05  WK-FL-TYPE    PIC  X(008) VALUE SPACE.

      *    *** カタログ(最大500セット)
       01  CAT-TBL-AREA.
           03  WK-CT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CT-TBL       OCCURS 500.
             05  WK-CT-SETID   PIC  X(015) VALUE SPACE.
             05  WK-CT-BDATE   PIC  9(008) VALUE ZERO.
             05  WK-CT-FILES   PIC  9(004) VALUE ZERO.
             05  WK-CT-STATE   PIC  X(001) VALUE SPACE.
             05  WK-CT-VDATE   PIC  9(008) VALUE ZERO.
             05  WK-CT-DIR     PIC  X(048) VALUE SPACE.
             05  WK-CT-DONE    PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1、カタログ読込
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "BACKUP"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "VERIFY"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "REPORT"
                   PERFORM S700-10     THRU    S700-EX
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

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           MOVE    WK-TODAY-YMD TO     WK-BDATE
           ACCEPT  WK-NOW-X    FROM    TIME

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-SETID    FROM    ARGUMENT-VALUE
           END-IF

           IF      WK-MODE     NOT =   "BACKUP"    AND
                   WK-MODE     NOT =   "VERIFY"    AND
                   WK-MODE     NOT =   "REPORT"
                   DISPLAY WK-PGM-NAME
                           " ARG-2=BACKUP/VERIFY/REPORT ERROR="
                           WK-MODE
                   STOP    RUN
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
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

           IF      WK-MODE     =       "BACKUP"    AND
                   WK-FL-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " FILE= 指定がない"
                   STOP    RUN
           END-IF

           MOVE    WK-BKUP-DIR TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-SCR-DIR  TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX

           PERFORM S030-10     THRU    S030-EX

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
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

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04

           EVALUATE WK-PRM01
               WHEN "FILE"
                   IF      WK-FL-CNT   >=      50
                           DISPLAY WK-PGM-NAME
                                   " FILE= 50件ｵｰﾊﾞｰ"
                           STOP    RUN
                   END-IF
                   IF      WK-PRM03    NOT =   "TYPE"
                           DISPLAY WK-PGM-NAME " TYPE= が無い "
                                   PRM1-REC (1:40)
                           STOP    RUN
                   END-IF
                   IF      WK-PRM04    NOT =   "LS"        AND
                           WK-PRM04    NOT =   "PERCTL"    AND
                           WK-PRM04    NOT =   "BALROLL"   AND
                           WK-PRM04    NOT =   "PIN3"      AND
                           WK-PRM04    NOT =   "PRMLIB"    AND
                           WK-PRM04    NOT =   "BIN"
                           DISPLAY WK-PGM-NAME " TYPE ERROR="
                                   WK-PRM04
                           STOP    RUN
                   END-IF
                   MOVE    WK-PRM02    TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   ADD     1           TO      WK-FL-CNT
                   MOVE    WK-PRM02    TO      WK-FL-NAME (WK-FL-CNT)
                   MOVE    WK-PRM04    TO      WK-FL-TYPE (WK-FL-CNT)
               WHEN "BKUPDIR"
                   MOVE    WK-PRM02    TO      WK-BKUP-DIR
               WHEN "SCRATCH"
                   MOVE    WK-PRM02    TO      WK-SCR-DIR
               WHEN "BDATE"
                   IF      WK-PRM02 (1:8) IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME " BDATE ERROR="
                                   WK-PRM02
                           STOP    RUN
                   END-IF
                   MOVE    WK-PRM02 (1:8) TO   WK-BDATE
               WHEN "F-CAT"
                   MOVE    WK-PRM02    TO      WK-CAT1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** カタログ読込(無ければ空)
       S030-10.

           OPEN    INPUT       CAT1-F
           IF      WK-CAT1-STATUS =    35
                   GO  TO  S030-EX
           END-IF
           IF      WK-CAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CAT1-F OPEN ERROR STATUS="
                           WK-CAT1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-CAT1-EOF = HIGH-VALUE
               READ    CAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAT1-EOF
                   NOT AT  END
                       IF      WK-CT-CNT   >=      500
                           DISPLAY WK-PGM-NAME
                                   " カタログ 500件ｵｰﾊﾞｰ"
                           STOP    RUN
                       END-IF
                       ADD     1           TO      WK-CT-CNT
                       MOVE    CAT1-SETID  TO  WK-CT-SETID (WK-CT-CNT)
                       MOVE    CAT1-BDATE  TO  WK-CT-BDATE (WK-CT-CNT)
                       MOVE    CAT1-FILES  TO  WK-CT-FILES (WK-CT-CNT)
                       MOVE    CAT1-STATE  TO  WK-CT-STATE (WK-CT-CNT)
                       MOVE    CAT1-VDATE  TO  WK-CT-VDATE (WK-CT-CNT)
                       MOVE    CAT1-DIR    TO  WK-CT-DIR (WK-CT-CNT)
               END-READ
           END-PERFORM
           CLOSE   CAT1-F
           .
       S030-EX.
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

      *    *** シェルコマンドの実行(WK-CMD)
       S060-10.

           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " コマンドNG " WK-CMD (1:60)
                   MOVE    "NG"        TO      WK-F-STATE
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           .
       S060-EX.
           EXIT.

      *    *** BACKUP: セットディレクトリ作成、マスター毎の複写と
      *    *** マニフェスト、カタログ追加
       S100-10.

           MOVE    SPACE       TO      WK-SETID
           STRING  WK-TODAY-YMD        DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   WK-NOW-X (1:6)      DELIMITED BY SIZE
                   INTO    WK-SETID
           MOVE    SPACE       TO      WK-SET-DIR
           STRING  WK-BKUP-DIR         DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-SETID            DELIMITED BY SPACE
                   INTO    WK-SET-DIR

           MOVE    SPACE       TO      WK-CMD
           STRING  "mkdir -p "         DELIMITED BY SIZE
                   WK-SET-DIR          DELIMITED BY SPACE
                   INTO    WK-CMD
           PERFORM S060-10     THRU    S060-EX
           IF      WK-F-STATE  =       "NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           MOVE    SPACE       TO      WK-MAN1-F-NAME
           STRING  WK-SET-DIR          DELIMITED BY SPACE
                   "/MANIFEST"         DELIMITED BY SIZE
                   INTO    WK-MAN1-F-NAME
           OPEN    OUTPUT      MAN1-F
           IF      WK-MAN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MAN1-F OPEN ERROR STATUS="
                           WK-MAN1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "バックアップセット "   DELIMITED BY SIZE
                   WK-SETID            DELIMITED BY SIZE
                   " 業務日="          DELIMITED BY SIZE
                   WK-BDATE            DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   WK-SET-DIR          DELIMITED BY SPACE
                   ")"                 DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-FL-CNT
               PERFORM S110-10     THRU    S110-EX
           END-PERFORM
           CLOSE   MAN1-F

      *    *** カタログへ追加
           IF      WK-CT-CNT   >=      500
                   DISPLAY WK-PGM-NAME
                           " カタログ 500件ｵｰﾊﾞｰ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           ADD     1           TO      WK-CT-CNT
           MOVE    WK-SETID    TO      WK-CT-SETID (WK-CT-CNT)
           MOVE    WK-BDATE    TO      WK-CT-BDATE (WK-CT-CNT)
           MOVE    WK-FILE-CNT TO      WK-CT-FILES (WK-CT-CNT)
           IF      WK-NG-CNT   >       ZERO
                   MOVE    "I"         TO      WK-CT-STATE (WK-CT-CNT)
           ELSE
                   MOVE    "C"         TO      WK-CT-STATE (WK-CT-CNT)
           END-IF
           MOVE    ZERO        TO      WK-CT-VDATE (WK-CT-CNT)
           MOVE    WK-SET-DIR  TO      WK-CT-DIR (WK-CT-CNT)
           PERFORM S800-10     THRU    S800-EX

           MOVE    SPACE       TO      POT1-REC
           STRING  "** ファイル="      DELIMITED BY SIZE
                   WK-FILE-CNT         DELIMITED BY SIZE
                   " OK="              DELIMITED BY SIZE
                   WK-OK-CNT           DELIMITED BY SIZE
                   " NG="              DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   " 状態="            DELIMITED BY SIZE
                   WK-CT-STATE (WK-CT-CNT) DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " SET=" WK-SETID " FILES=" WK-FILE-CNT
                   " NG=" WK-NG-CNT

           IF      WK-NG-CNT   >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** マスター1件: 測定、複写、コピー側の再測定
       S110-10.

           ADD     1           TO      WK-FILE-CNT
           MOVE    WK-FL-NAME (I) TO   WK-F-NAME
           MOVE    WK-FL-TYPE (I) TO   WK-F-TYPE
           MOVE    "OK"        TO      WK-F-STATE
           MOVE    ZERO        TO      WK-SRC-BYTES
                                       WK-SRC-SUM
                                       WK-SRC-REC
           MOVE    "NNN"       TO      WK-SRC-COMP
           PERFORM S120-10     THRU    S120-EX

           MOVE    WK-F-NAME   TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-MS-COMP  =       "NNN"
                   MOVE    "MISSING"   TO      WK-F-STATE
                   GO  TO  S110-80
           END-IF
           MOVE    WK-MS-COMP  TO      WK-SRC-COMP
           MOVE    WK-MS-BYTES TO      WK-SRC-BYTES
           MOVE    WK-MS-SUM   TO      WK-SRC-SUM

           MOVE    WK-F-NAME   TO      WK-CN-PATH
           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-CN-REC   TO      WK-SRC-REC
           IF      WK-CN-OK    =       "N"
                   MOVE    "OPEN-NG"   TO      WK-F-STATE
                   GO  TO  S110-80
           END-IF

      *    *** 部品毎に複写
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF      WK-SRC-COMP (K:1) = "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cp "           DELIMITED BY SIZE
                           WK-SRC-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-DST-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           INTO    WK-CMD
                   PERFORM S060-10     THRU    S060-EX
               END-IF
           END-PERFORM
           IF      WK-F-STATE  =       "NG"
                   GO  TO  S110-80
           END-IF

      *    *** 元とコピーの再測定(複写中の更新を検出する)
           MOVE    WK-F-NAME   TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-MS-BYTES NOT =   WK-SRC-BYTES    OR
                   WK-MS-SUM   NOT =   WK-SRC-SUM
                   MOVE    "CHANGED"   TO      WK-F-STATE
                   GO  TO  S110-80
           END-IF
           MOVE    WK-DST-BASE TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-MS-BYTES NOT =   WK-SRC-BYTES    OR
                   WK-MS-SUM   NOT =   WK-SRC-SUM
                   MOVE    "CHANGED"   TO      WK-F-STATE
           END-IF
           .
       S110-80.

           IF      WK-F-STATE  =       "OK"
                   ADD     1           TO      WK-OK-CNT
           ELSE
                   ADD     1           TO      WK-NG-CNT
           END-IF

           MOVE    SPACE       TO      MAN1-REC
           MOVE    WK-F-NAME   TO      MAN1-NAME
           MOVE    WK-F-TYPE   TO      MAN1-TYPE
           MOVE    WK-SRC-REC  TO      MAN1-REC-CNT
           MOVE    WK-SRC-BYTES TO     MAN1-BYTES
           MOVE    WK-SRC-SUM  TO      MAN1-SUM
           MOVE    WK-SRC-COMP TO      MAN1-COMP
           MOVE    WK-F-STATE  TO      MAN1-STATE
           WRITE   MAN1-REC

           MOVE    WK-F-STATE  TO      WK-RPT-STATE
           PERFORM S130-10     THRU    S130-EX
           .
       S110-EX.
           EXIT.

      *    *** 元とセット内の名前(I番目のマスター、WK-F-NAME)
       S120-10.

           MOVE    WK-F-NAME   TO      WK-F-COPY
           INSPECT WK-F-COPY   REPLACING ALL "/" BY "_"
           MOVE    WK-F-NAME   TO      WK-SRC-BASE
           MOVE    SPACE       TO      WK-DST-BASE
           STRING  WK-SET-DIR          DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-F-COPY           DELIMITED BY SPACE
                   INTO    WK-DST-BASE
           MOVE    WK-DST-BASE TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           .
       S120-EX.
           EXIT.

      *    *** レポート1行
       S130-10.

           MOVE    WK-F-NAME   TO      WK-RPT-FILE
           MOVE    WK-F-TYPE   TO      WK-RPT-TYPE
           MOVE    WK-SRC-REC  TO      WK-RPT-REC
           MOVE    WK-SRC-BYTES TO     WK-RPT-BYTES
           MOVE    WK-SRC-SUM  TO      WK-RPT-SUM
           MOVE    WK-RPT-LINE TO      POT1-REC
           WRITE   POT1-REC
           IF      WK-RPT-STATE NOT =  "OK"
                   DISPLAY WK-PGM-NAME " " WK-RPT-STATE " "
                           WK-F-NAME
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** バイト数/チェックサムの測定
      *    *** WK-MS-BASE + (空白/.dat/.idx) の有る部品を連結して測る
      *    *** チェックサムは Adler-32 (S2*65536+S1、S1/S2は65521を法)
       S300-10.

           MOVE    "NNN"       TO      WK-MS-COMP
           MOVE    ZERO        TO      WK-MS-BYTES
           MOVE    1           TO      WK-MS-S1
           MOVE    ZERO        TO      WK-MS-S2

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
               MOVE    SPACE       TO      WK-MS-PATH
               STRING  WK-MS-BASE      DELIMITED BY SPACE
                       WK-SFX (L)      DELIMITED BY SPACE
                       INTO    WK-MS-PATH
               CALL    "CBL_CHECK_FILE_EXIST" USING WK-MS-PATH
                                                  WK-FX-DETAILS
               END-CALL
               IF      RETURN-CODE =       ZERO
                       MOVE    "Y"         TO      WK-MS-COMP (L:1)
                       PERFORM S310-10     THRU    S310-EX
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
           END-PERFORM

           COMPUTE WK-MS-SUM   =       WK-MS-S2 * 65536 + WK-MS-S1
           .
       S300-EX.
           EXIT.

      *    *** 部品1本(WK-MS-PATH)をバイトストリームで読む
       S310-10.

           MOVE    SPACE       TO      WK-CFILE
           STRING  WK-MS-PATH  DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " CBL_OPEN_FILE ERROR RC="
                           RETURN-CODE " (" WK-MS-PATH (1:40) ")"
                   MOVE    "N"         TO      WK-MS-COMP (L:1)
                   GO  TO  S310-EX
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
           ADD     WK-MS-REST  TO      WK-MS-BYTES

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
                               RETURN-CODE " (" WK-MS-PATH (1:40) ")"
                       MOVE    ZERO        TO      WK-MS-REST
               ELSE
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
               END-IF
           END-PERFORM

           CALL    "CBL_CLOSE_FILE" USING WK-FH
           MOVE    ZERO        TO      RETURN-CODE
           .
       S310-EX.
           EXIT.

      *    *** 件数の測定(WK-CN-PATHを種別のレイアウトで開いて全件読む)
      *    *** 開けない時は WK-CN-OK = N
       S400-10.

           MOVE    ZERO        TO      WK-CN-REC
           MOVE    "Y"         TO      WK-CN-OK
           MOVE    LOW-VALUE   TO      WK-CN-EOF

           EVALUATE WK-F-TYPE
               WHEN "LS"
                   OPEN    INPUT       LS1-F
                   IF      WK-CN-STATUS NOT =  "00"
                           MOVE    "N"         TO      WK-CN-OK
                           GO  TO  S400-90
                   END-IF
                   PERFORM UNTIL WK-CN-EOF = HIGH-VALUE
                       READ    LS1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-CN-EOF
                           NOT AT  END
                               ADD     1           TO      WK-CN-REC
                       END-READ
                   END-PERFORM
                   CLOSE   LS1-F
               WHEN "PERCTL"
                   OPEN    INPUT       PER1-F
                   IF      WK-CN-STATUS NOT =  "00"
                           MOVE    "N"         TO      WK-CN-OK
                           GO  TO  S400-90
                   END-IF
                   PERFORM UNTIL WK-CN-EOF = HIGH-VALUE
                       READ    PER1-F  NEXT
                           AT  END
                               MOVE    HIGH-VALUE TO WK-CN-EOF
                           NOT AT  END
                               ADD     1           TO      WK-CN-REC
                       END-READ
                   END-PERFORM
                   CLOSE   PER1-F
               WHEN "BALROLL"
                   OPEN    INPUT       BAL1-F
                   IF      WK-CN-STATUS NOT =  "00"
                           MOVE    "N"         TO      WK-CN-OK
                           GO  TO  S400-90
                   END-IF
                   PERFORM UNTIL WK-CN-EOF = HIGH-VALUE
                       READ    BAL1-F  NEXT
                           AT  END
                               MOVE    HIGH-VALUE TO WK-CN-EOF
                           NOT AT  END
                               ADD     1           TO      WK-CN-REC
                       END-READ
                   END-PERFORM
                   CLOSE   BAL1-F
               WHEN "PIN3"
                   OPEN    INPUT       PN3-F
                   IF      WK-CN-STATUS NOT =  "00"
                           MOVE    "N"         TO      WK-CN-OK
                           GO  TO  S400-90
                   END-IF
                   PERFORM UNTIL WK-CN-EOF = HIGH-VALUE
                       READ    PN3-F   NEXT
                           AT  END
                               MOVE    HIGH-VALUE TO WK-CN-EOF
                           NOT AT  END
                               ADD     1           TO      WK-CN-REC
                       END-READ
                   END-PERFORM
                   CLOSE   PN3-F
               WHEN "PRMLIB"
                   OPEN    INPUT       LIB1-F
                   IF      WK-CN-STATUS NOT =  "00"
                           MOVE    "N"         TO      WK-CN-OK
                           GO  TO  S400-90
                   END-IF
                   PERFORM UNTIL WK-CN-EOF = HIGH-VALUE
                       READ    LIB1-F  NEXT
                           AT  END
                               MOVE    HIGH-VALUE TO WK-CN-EOF
                           NOT AT  END
                               ADD     1           TO      WK-CN-REC
                       END-READ
                   END-PERFORM
                   CLOSE   LIB1-F
           END-EVALUATE

      *    *** 読込み途中の異常(AT END以外の状態)
           IF      WK-CN-STATUS NOT =  "00"    AND
                   WK-CN-STATUS NOT =  "10"
                   MOVE    "N"         TO      WK-CN-OK
           END-IF
           .
       S400-90.

           IF      WK-CN-OK    =       "N"
                   DISPLAY WK-PGM-NAME " " WK-F-TYPE " OPEN/READ NG"
                           " STATUS=" WK-CN-STATUS " ("
                           WK-CN-PATH (1:40) ")"
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** VERIFY: セットをSCRATCHへ戻し、開き直して
      *    *** マニフェストと照合する
       S500-10.

      *    *** 対象セット(指定が無ければ最新の不完全でないもの)
           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-CT-CNT
               IF      WK-SETID    =       SPACE
                   IF      WK-CT-STATE (I) NOT = "I"
                           MOVE    I           TO      K
                   END-IF
               ELSE
                   IF      WK-CT-SETID (I) =   WK-SETID
                           MOVE    I           TO      K
                   END-IF
               END-IF
           END-PERFORM
           IF      K           =       ZERO
                   DISPLAY WK-PGM-NAME " 対象セットが無い "
                           WK-SETID
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    WK-CT-SETID (K) TO  WK-SETID
           MOVE    SPACE       TO      WK-SET-DIR
           STRING  WK-SCR-DIR          DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-SETID            DELIMITED BY SPACE
                   INTO    WK-SET-DIR

           MOVE    SPACE       TO      WK-CMD
           STRING  "mkdir -p "         DELIMITED BY SIZE
                   WK-SET-DIR          DELIMITED BY SPACE
                   INTO    WK-CMD
           MOVE    SPACE       TO      WK-F-STATE
           PERFORM S060-10     THRU    S060-EX
           IF      WK-F-STATE  =       "NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    SPACE       TO      WK-MAN1-F-NAME
           STRING  WK-CT-DIR (K)       DELIMITED BY SPACE
                   "/MANIFEST"         DELIMITED BY SIZE
                   INTO    WK-MAN1-F-NAME
           OPEN    INPUT       MAN1-F
           IF      WK-MAN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MAN1-F OPEN ERROR STATUS="
                           WK-MAN1-STATUS " (" WK-MAN1-F-NAME (1:40)
                           ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "検証 セット="      DELIMITED BY SIZE
                   WK-SETID            DELIMITED BY SIZE
                   " 業務日="          DELIMITED BY SIZE
                   WK-CT-BDATE (K)     DELIMITED BY SIZE
                   " 戻し先="          DELIMITED BY SIZE
                   WK-SET-DIR          DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM UNTIL WK-MAN1-EOF = HIGH-VALUE
               READ    MAN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MAN1-EOF
                   NOT AT  END
                       PERFORM S510-10     THRU    S510-EX
               END-READ
           END-PERFORM
           CLOSE   MAN1-F

           IF      WK-FILE-CNT =       ZERO    OR
                   WK-FILE-CNT NOT =   WK-CT-FILES (K)
                   DISPLAY WK-PGM-NAME
                           " マニフェストの件数が違う "
                           WK-FILE-CNT
                   ADD     1           TO      WK-NG-CNT
           END-IF

           IF      WK-NG-CNT   >       ZERO
                   MOVE    "E"         TO      WK-CT-STATE (K)
                   MOVE    8           TO      WK-RC-SAVE
           ELSE
                   MOVE    "V"         TO      WK-CT-STATE (K)
           END-IF
           MOVE    WK-TODAY-YMD TO     WK-CT-VDATE (K)
           PERFORM S800-10     THRU    S800-EX

           MOVE    SPACE       TO      POT1-REC
           STRING  "** ファイル="      DELIMITED BY SIZE
                   WK-FILE-CNT         DELIMITED BY SIZE
                   " OK="              DELIMITED BY SIZE
                   WK-OK-CNT           DELIMITED BY SIZE
                   " NG="              DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   " 状態="            DELIMITED BY SIZE
                   WK-CT-STATE (K)     DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " VERIFY SET=" WK-SETID
                   " 状態=" WK-CT-STATE (K)
           .
       S500-EX.
           EXIT.

      *    *** マニフェスト1行: 戻し、測定、開き直し
       S510-10.

           ADD     1           TO      WK-FILE-CNT
           MOVE    MAN1-NAME   TO      WK-F-NAME
           MOVE    MAN1-TYPE   TO      WK-F-TYPE
           MOVE    MAN1-REC-CNT TO     WK-SRC-REC
           MOVE    MAN1-BYTES  TO      WK-SRC-BYTES
           MOVE    MAN1-SUM    TO      WK-SRC-SUM
           MOVE    MAN1-COMP   TO      WK-SRC-COMP
           MOVE    "OK"        TO      WK-F-STATE

           IF      MAN1-STATE  NOT =   "OK"
                   MOVE    MAN1-STATE  TO      WK-F-STATE
                   GO  TO  S510-80
           END-IF

      *    *** セット内のコピーをSCRATCHへ(元の名前の"/"は"_")
           MOVE    WK-F-NAME   TO      WK-F-COPY
           INSPECT WK-F-COPY   REPLACING ALL "/" BY "_"
           MOVE    SPACE       TO      WK-SRC-BASE
           STRING  WK-CT-DIR (K)       DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-F-COPY           DELIMITED BY SPACE
                   INTO    WK-SRC-BASE
           MOVE    SPACE       TO      WK-DST-BASE
           STRING  WK-SET-DIR          DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-F-COPY           DELIMITED BY SPACE
                   INTO    WK-DST-BASE
           MOVE    WK-SRC-BASE TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-DST-BASE TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
               IF      WK-SRC-COMP (L:1) = "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cp "           DELIMITED BY SIZE
                           WK-SRC-BASE     DELIMITED BY SPACE
                           WK-SFX (L)      DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-DST-BASE     DELIMITED BY SPACE
                           WK-SFX (L)      DELIMITED BY SPACE
                           INTO    WK-CMD
                   PERFORM S060-10     THRU    S060-EX
               END-IF
           END-PERFORM
           IF      WK-F-STATE  =       "NG"
                   MOVE    "COPY-NG"   TO      WK-F-STATE
                   GO  TO  S510-80
           END-IF

           MOVE    WK-DST-BASE TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-MS-COMP  NOT =   WK-SRC-COMP     OR
                   WK-MS-BYTES NOT =   WK-SRC-BYTES    OR
                   WK-MS-SUM   NOT =   WK-SRC-SUM
                   MOVE    "SUM-NG"    TO      WK-F-STATE
                   GO  TO  S510-80
           END-IF

           IF      WK-F-TYPE   NOT =   "BIN"
                   MOVE    WK-DST-BASE TO      WK-CN-PATH
                   PERFORM S400-10     THRU    S400-EX
                   IF      WK-CN-OK    =       "N"
                           MOVE    "OPEN-NG"   TO      WK-F-STATE
                           GO  TO  S510-80
                   END-IF
                   IF      WK-CN-REC   NOT =   WK-SRC-REC
                           MOVE    "REC-NG"    TO      WK-F-STATE
                   END-IF
           END-IF
           .
       S510-80.

           IF      WK-F-STATE  =       "OK"
                   ADD     1           TO      WK-OK-CNT
           ELSE
                   ADD     1           TO      WK-NG-CNT
           END-IF
           MOVE    WK-F-STATE  TO      WK-RPT-STATE
           PERFORM S130-10     THRU    S130-EX
           .
       S510-EX.
           EXIT.

      *    *** REPORT: 業務日毎に使えるバックアップセット
      *    *** V=使用可(検証済み) C=未検証 E/I=使用不可
       S700-10.

           MOVE    SPACE       TO      POT1-REC
           STRING  "業務日別バックアップセット 作成日="
                                       DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-CT-CNT
               IF      WK-CT-DONE (I) =    SPACE
                   PERFORM S710-10     THRU    S710-EX
               END-IF
           END-PERFORM

           IF      WK-CT-CNT   =       ZERO
                   MOVE    "** バックアップセットなし"
                                       TO      POT1-REC
                   WRITE   POT1-REC
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** I番目のセットの業務日の分をまとめて出す
       S710-10.

           MOVE    ZERO        TO      WK-OK-CNT
                                       WK-NG-CNT
                                       WK-FILE-CNT
           MOVE    SPACE       TO      WK-SETID
           PERFORM VARYING J FROM I BY 1 UNTIL J > WK-CT-CNT
               IF      WK-CT-BDATE (J) =   WK-CT-BDATE (I)
                   EVALUATE WK-CT-STATE (J)
                       WHEN "V"
                           ADD     1           TO      WK-OK-CNT
                           MOVE    WK-CT-SETID (J) TO  WK-SETID
                       WHEN "C"
                           ADD     1           TO      WK-FILE-CNT
                       WHEN OTHER
                           ADD     1           TO      WK-NG-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "業務日 "           DELIMITED BY SIZE
                   WK-CT-BDATE (I)     DELIMITED BY SIZE
                   " 使用可="          DELIMITED BY SIZE
                   WK-OK-CNT           DELIMITED BY SIZE
                   " 未検証="          DELIMITED BY SIZE
                   WK-FILE-CNT         DELIMITED BY SIZE
                   " 使用不可="        DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   " 最新使用可="      DELIMITED BY SIZE
                   WK-SETID            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING J FROM I BY 1 UNTIL J > WK-CT-CNT
               IF      WK-CT-BDATE (J) =   WK-CT-BDATE (I)
                   MOVE    "Y"         TO      WK-CT-DONE (J)
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "    "              DELIMITED BY SIZE
                           WK-CT-SETID (J)     DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           INTO    POT1-REC
                   EVALUATE WK-CT-STATE (J)
                       WHEN "V"
                           MOVE    "使用可  " TO POT1-REC (21:)
                       WHEN "C"
                           MOVE    "未検証  " TO POT1-REC (21:)
                       WHEN "E"
                           MOVE    "検証NG  " TO POT1-REC (21:)
                       WHEN OTHER
                           MOVE    "不完全  " TO POT1-REC (21:)
                   END-EVALUATE
                   MOVE    "FILES="    TO      POT1-REC (33:6)
                   MOVE    WK-CT-FILES (J) TO  POT1-REC (39:4)
                   IF      WK-CT-VDATE (J) NOT = ZERO
                           MOVE    " 検証日=" TO POT1-REC (43:11)
                           MOVE    WK-CT-VDATE (J) TO
                                   POT1-REC (54:8)
                   END-IF
                   MOVE    WK-CT-DIR (J) TO    POT1-REC (63:48)
                   WRITE   POT1-REC
               END-IF
           END-PERFORM
           .
       S710-EX.
           EXIT.

      *    *** カタログ書き直し
       S800-10.

           OPEN    OUTPUT      CAT1-F
           IF      WK-CAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CAT1-F OPEN ERROR STATUS="
                           WK-CAT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S800-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-CT-CNT
               MOVE    SPACE       TO      CAT1-REC
               MOVE    WK-CT-SETID (J) TO  CAT1-SETID
               MOVE    WK-CT-BDATE (J) TO  CAT1-BDATE
               MOVE    WK-CT-FILES (J) TO  CAT1-FILES
               MOVE    WK-CT-STATE (J) TO  CAT1-STATE
               MOVE    WK-CT-VDATE (J) TO  CAT1-VDATE
               MOVE    WK-CT-DIR (J) TO    CAT1-DIR
               WRITE   CAT1-REC
           END-PERFORM
           CLOSE   CAT1-F
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
