      *    *** チェーン起動前の事前点検(プリフライト)
      *    *** JOBSCHEDがJOBCHAINへチェーンを渡す前に起動し、分かり
      *    *** きった失敗(未コンパイルのプログラム、空のシンボルで
      *    *** 展開されたPRM1、どこも指さない入力ファイル名等)を
      *    *** 起動前に見つける。結果は1本の合否レポートにまとめ、
      *    *** RETURN-CODEで返す(0=合格 4=注意あり 8=不合格)。
      *    ***
      *    *** 起動引数: 1=チェーン定義(既定JOBCHAIN.PRM1)
      *    ***           2=管制ファイル(既定PREFLT.PRM1、無くても可)
      *    *** 点検内容
      *    ***   MODULE  各STEPのプログラムのモジュール(.so)が
      *    ***           カレントかCOB_LIBRARY_PATHの何れかにある
      *    ***   RUNVARS RUNVARS.PRM1があればRUNVARSで展開し直し、
      *    ***           展開後のパラメータファイルを点検対象にする
      *    ***   SYMBOL  展開後に&シンボルが残っていない
      *    ***   EMPTY   展開後に値が空の項目(KEY=の後が空)がない
      *    ***   FILE    F-xx=名前の各項目をCFGNAMEで解決し、入力
      *    ***           (NEED=で指定、既定F-IN)は実在すること、
      *    ***           その他(出力)は出力先ディレクトリがある事
      *    ***   PRMLIB  MEMBER=で指定したパラメータファイルが
      *    ***           PRMLIB.DATの承認済み最新版と一致する
      *    ***   SPACE   出力ファイルのFGROWTH履歴(FGROWTH.HIS)から
      *    ***           見込み増加量(平均日増と直近増分の大きい方)
      *    ***           を求め、ファイルシステム毎に合計して空き
      *    ***           容量(df)が余裕率込みで足りる事(履歴の無い
      *    ***           出力は見込みに含めず、参考行"--"で示す)
      *    *** 管制ファイルの行:
      *    ***   PARM=ファイル名     RUNVARS展開分以外の点検対象
      *    ***   MEMBER=ファイル名,UTIL=ﾕｰﾃｨﾘﾃｨ,NAME=ﾒﾝﾊﾞｰ
      *    ***   NEED=F-xx           F-IN以外に実在必須とする入力
      *    ***                       項目名(前方一致)
      *    ***   MARGIN=nn           空き容量の余裕率%(既定20)
      *    ***   F-OT=レポート(既定PREFLT.POT1)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PREFLT.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** チェーン定義(JOBCHAIN.PRM1と同じ形式)
           SELECT CHN1-F           ASSIGN   WK-CHN1-F-NAME
                               STATUS   WK-CHN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 管制ファイル
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** RUNVARS展開一覧(IN=元,OUT=先)
           SELECT RUN1-F           ASSIGN   WK-RUN1-F-NAME
                               STATUS   WK-RUN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 点検するパラメータファイル(1件ずつ開き直す)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** パラメータライブラリ
           SELECT LIB1-F           ASSIGN   WK-LIB1-F-NAME
                               STATUS   WK-LIB1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LIB1-KEY.

      *    *** ファイル増加量履歴
           SELECT HIS1-F           ASSIGN   WK-HIS1-F-NAME
                               STATUS   WK-HIS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** df の出力(作業用)
           SELECT DF1-F            ASSIGN   WK-DF1-F-NAME
                               STATUS   WK-DF1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 合否レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CHN1-F
           LABEL RECORDS ARE STANDARD.
       01  CHN1-REC.
           03  CHN1-STEP-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CHN1-PGM-NAME   PIC  X(008).
           03  FILLER          PIC  X(126).

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  RUN1-F
           LABEL RECORDS ARE STANDARD.
       01  RUN1-REC.
           03  FILLER          PIC  X(080).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(512).

       FD  LIB1-F
           LABEL RECORDS ARE STANDARD.
       01  LIB1-REC.
           03  LIB1-KEY.
             05  LIB1-UTIL     PIC  X(008).
             05  LIB1-MEMBER   PIC  X(012).
             05  LIB1-VER      PIC  9(004).
             05  LIB1-LINENO   PIC  9(004).
           03  LIB1-DATA       PIC  X(128).
           03  LIB1-DATA-R    REDEFINES LIB1-DATA.
      *    *** 行番号0000(ヘッダー)の時の内訳
             05  LIB1-H-STATE  PIC  X(001).
             05  LIB1-H-OPID   PIC  X(008).
             05  LIB1-H-YMD    PIC  9(008).
             05  LIB1-H-LINES  PIC  9(004).
             05  FILLER        PIC  X(107).

       FD  HIS1-F
           LABEL RECORDS ARE STANDARD.
       01  HIS1-REC.
           03  HIS1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  HIS1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  HIS1-RECS       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  HIS1-BYTES      PIC  9(012).

       FD  DF1-F
           LABEL RECORDS ARE STANDARD.
       01  DF1-REC.
           03  FILLER          PIC  X(200).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PREFLT  ".

           03  WK-CHN1-F-NAME  PIC  X(032) VALUE "JOBCHAIN.PRM1".
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "PREFLT.PRM1".
           03  WK-RUN1-F-NAME  PIC  X(032) VALUE "RUNVARS.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-LIB1-F-NAME  PIC  X(032) VALUE "PRMLIB.DAT".
           03  WK-HIS1-F-NAME  PIC  X(032) VALUE "FGROWTH.HIS".
           03  WK-DF1-F-NAME   PIC  X(032) VALUE "PREFLT.DF".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "PREFLT.POT1".

           03  WK-CHN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RUN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LIB1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-HIS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DF1-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-CHN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RUN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LIB1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIS1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DF1-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.
           03  WK-EXIST        PIC  X(001) VALUE "N".

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.

           03  WK-MARGIN       PIC  9(003) VALUE 20.

      *    *** 件数
           03  WK-STEP-CNT     PIC  9(004) VALUE ZERO.
           03  WK-CHK-CNT      PIC  9(005) VALUE ZERO.
           03  WK-OK-CNT       PIC  9(005) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(005) VALUE ZERO.
           03  WK-WARN-CNT     PIC  9(005) VALUE ZERO.

      *    *** モジュール探索(カレント+COB_LIBRARY_PATH、最大10)
           03  WK-LIBPATH      PIC  X(256) VALUE SPACE.
           03  WK-LP-PTR       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LP-WK        PIC  X(064) VALUE SPACE.
           03  WK-LP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LP-DIR       OCCURS 10
                               PIC  X(064) VALUE SPACE.
           03  WK-MOD-PATH     PIC  X(080) VALUE SPACE.

      *    *** パラメータ行の解析
           03  WK-LINE         PIC  X(512) VALUE SPACE.
           03  WK-LINE-NO      PIC  9(004) VALUE ZERO.
           03  WK-LINE-NO-X    REDEFINES WK-LINE-NO
                               PIC  X(004).
           03  WK-ITEM         PIC  X(128) VALUE SPACE.
           03  WK-ITEM-PTR     BINARY-LONG SYNC VALUE ZERO.
           03  WK-EQ-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY          PIC  X(016) VALUE SPACE.
           03  WK-VAL          PIC  X(080) VALUE SPACE.
           03  WK-SYM          PIC  X(016) VALUE SPACE.
           03  WK-C            PIC  X(001) VALUE SPACE.
           03  WK-NEED-YN      PIC  X(001) VALUE "N".
           03  WK-NEED-L       BINARY-LONG SYNC VALUE ZERO.

      *    *** 解決後の物理パスと出力先ディレクトリ
           03  WK-PHYS         PIC  X(032) VALUE SPACE.
           03  WK-DIR          PIC  X(064) VALUE SPACE.
           03  WK-SLASH        BINARY-LONG SYNC VALUE ZERO.

      *    *** PRMLIB照合
           03  WK-MB-FILE      PIC  X(032) VALUE SPACE.
           03  WK-MB-UTIL      PIC  X(008) VALUE SPACE.
           03  WK-MB-NAME      PIC  X(012) VALUE SPACE.
           03  WK-CUR-VER      PIC  9(004) VALUE ZERO.
           03  WK-LIB-LINES    PIC  9(004) VALUE ZERO.
           03  WK-LIB-OPEN     PIC  X(001) VALUE "N".
           03  WK-DIFF-NO      PIC  9(004) VALUE ZERO.

      *    *** 増加量の見込み(FGROWTH S350と同じ求め方)
           03  WK-POINT-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIRST-NISUU  PIC  9(007) VALUE ZERO.
           03  WK-LAST-NISUU   PIC  9(007) VALUE ZERO.
           03  WK-FIRST-BYTES  PIC  9(012) VALUE ZERO.
           03  WK-LAST-BYTES   PIC  9(012) VALUE ZERO.
           03  WK-PREV-BYTES   PIC  9(012) VALUE ZERO.
           03  WK-LAST-DELTA   PIC S9(012) VALUE ZERO.
           03  WK-SPAN-DAYS    BINARY-LONG SYNC VALUE ZERO.
           03  WK-RATE         PIC S9(012) VALUE ZERO.
           03  WK-EXPECT       PIC  9(015) VALUE ZERO.

      *    *** df の1行(Filesystem 1024-blocks Used Available ...)
           03  WK-DF-FS        PIC  X(040) VALUE SPACE.
           03  WK-DF-BLOCKS    PIC  X(020) VALUE SPACE.
           03  WK-DF-USED      PIC  X(020) VALUE SPACE.
           03  WK-DF-AVAIL     PIC  X(020) VALUE SPACE.
           03  WK-DF-LINE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-AVAIL-B      PIC  9(015) VALUE ZERO.
           03  WK-NEED-B       PIC  9(015) VALUE ZERO.

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.

           03  WK-BYTES-E      PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-AVAIL-E      PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** レポート行
           03  WK-RPT-LINE.
             05  WK-RPT-RES    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RPT-KIND   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RPT-TGT    PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RPT-MSG    PIC  X(077) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** 点検するパラメータファイル(最大50)
       01  PRM-TBL-AREA.
           03  WK-PF-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PF-TBL       OCCURS 50.
             05  WK-PF-NAME    PIC  X(032) VALUE SPACE.

      *    *** 実在必須の入力項目名(最大20、既定F-IN)
       01  NEED-TBL-AREA.
           03  WK-ND-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ND-TBL       OCCURS 20.
             05  WK-ND-KEY     PIC  X(016) VALUE SPACE.

      *    *** PRMLIB照合対象(最大50)
       01  MEM-TBL-AREA.
           03  WK-MB-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-MB-TBL       OCCURS 50.
             05  WK-MB-T-FILE  PIC  X(032) VALUE SPACE.
             05  WK-MB-T-UTIL  PIC  X(008) VALUE SPACE.
             05  WK-MB-T-NAME  PIC  X(012) VALUE SPACE.

      *    *** 出力ファイル(最大100、物理パスで重複除き)
       01  OUT-TBL-AREA.
           03  WK-OT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OT-TBL       OCCURS 100.
             05  WK-OT-LOG     PIC  X(032) VALUE SPACE.
             05  WK-OT-PHYS    PIC  X(032) VALUE SPACE.
             05  WK-OT-DIR     PIC  X(064) VALUE SPACE.

      *    *** ファイルシステム毎の空き/見込み(最大20)
       01  FS-TBL-AREA.
           03  WK-FS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FS-TBL       OCCURS 20.
             05  WK-FS-NAME    PIC  X(040) VALUE SPACE.
             05  WK-FS-AVAIL   PIC  9(015) VALUE ZERO.
             05  WK-FS-NEED    PIC  9(015) VALUE ZERO.
             05  WK-FS-FILES   PIC  9(004) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、管制ファイル、レポートOPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 各STEPのモジュール
           PERFORM S100-10     THRU    S100-EX

      *    *** RUNVARS展開
           PERFORM S200-10     THRU    S200-EX

      *    *** パラメータファイルのシンボル/空値/ファイル名
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-PF-CNT
               PERFORM S300-10     THRU    S300-EX
           END-PERFORM

      *    *** PRMLIB承認済み最新版との照合
           PERFORM S400-10     THRU    S400-EX

      *    *** 出力の見込み増加量と空き容量
           PERFORM S500-10     THRU    S500-EX

      *    *** 合否、CLOSE
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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-CHN1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 実在必須の入力項目名。F-INは常に対象
           MOVE    1           TO      WK-ND-CNT
           MOVE    "F-IN"      TO      WK-ND-KEY (1)

      *    *** 管制ファイル(無ければ既定のまま)
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    ZERO
                   PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
                       READ    PRM1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-PRM1-EOF
                           NOT AT  END
                               PERFORM S020-10     THRU    S020-EX
                       END-READ
                   END-PERFORM
                   CLOSE   PRM1-F
           ELSE
                   DISPLAY WK-PGM-NAME
                           " PRM1-F ﾅｼ(既定で点検) "
                           WK-PRM1-F-NAME
           END-IF

      *    *** 共有ファイルの物理パス
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "PRMLIB.DAT" TO     WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LIB1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "FGROWTH.HIS" TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-HIS1-F-NAME

      *    *** モジュール探索ディレクトリ(カレント+COB_LIBRARY_PATH)
           MOVE    1           TO      WK-LP-CNT
           MOVE    "."         TO      WK-LP-DIR (1)
           ACCEPT  WK-LIBPATH  FROM    ENVIRONMENT "COB_LIBRARY_PATH"
           MOVE    1           TO      WK-LP-PTR
           PERFORM UNTIL WK-LP-PTR > 256 OR WK-LP-CNT >= 10
               MOVE    SPACE       TO      WK-LP-WK
               UNSTRING WK-LIBPATH DELIMITED BY ":"
                   INTO WK-LP-WK
                   WITH POINTER WK-LP-PTR
               END-UNSTRING
               IF      WK-LP-WK    NOT =   SPACE
                   ADD     1           TO      WK-LP-CNT
                   MOVE    WK-LP-WK    TO      WK-LP-DIR (WK-LP-CNT)
               END-IF
           END-PERFORM

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "PREFLT 事前点検 CHAIN=" DELIMITED BY SIZE
                   WK-CHN1-F-NAME      DELIMITED BY SPACE
                   " DATE=20"          DELIMITED BY SIZE
                   WDT-DATE-YY WDT-DATE-MM WDT-DATE-DD
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** 管制ファイル1行の解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
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

           EVALUATE WK-PRM01
               WHEN "PARM"
                   IF      WK-PF-CNT   <       50
                           ADD     1           TO      WK-PF-CNT
                           MOVE    WK-PRM02    TO
                                   WK-PF-NAME (WK-PF-CNT)
                   END-IF
               WHEN "MEMBER"
                   IF      WK-PRM03    NOT =   "UTIL"  OR
                           WK-PRM05    NOT =   "NAME"
                           DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                                   PRM1-REC (1:60)
                           DISPLAY WK-PGM-NAME
                                   " MEMBER=file,UTIL=util,"
                                   "NAME=member で指定"
                           GO  TO  S020-EX
                   END-IF
                   IF      WK-MB-CNT   <       50
                           ADD     1           TO      WK-MB-CNT
                           MOVE    WK-PRM02    TO
                                   WK-MB-T-FILE (WK-MB-CNT)
                           MOVE    WK-PRM04    TO
                                   WK-MB-T-UTIL (WK-MB-CNT)
                           MOVE    WK-PRM06    TO
                                   WK-MB-T-NAME (WK-MB-CNT)
                   END-IF
               WHEN "NEED"
                   IF      WK-ND-CNT   <       20
                           ADD     1           TO      WK-ND-CNT
                           MOVE    WK-PRM02    TO
                                   WK-ND-KEY (WK-ND-CNT)
                   END-IF
               WHEN "MARGIN"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-MARGIN
                   END-IF
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC (1:60)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** MODULE: チェーン定義の各STEPのモジュールがあるか
       S100-10.

           OPEN    INPUT       CHN1-F
           IF      WK-CHN1-STATUS NOT =  ZERO
                   MOVE    "MODULE"    TO      WK-RPT-KIND
                   MOVE    WK-CHN1-F-NAME TO   WK-RPT-TGT
                   MOVE    "チェーン定義が開けない"
                           TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-CHN1-EOF = HIGH-VALUE
               READ    CHN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CHN1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   CHN1-F
           .
       S100-EX.
           EXIT.

      *    *** STEP1行。制御レコード(*IF/*ELSE/*ENDIF/*SKIPTO)は
      *    *** プログラムを持たないので対象外
       S110-10.

           IF      CHN1-STEP-NAME =    SPACE   OR
                   CHN1-STEP-NAME (1:1) = "*"
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-STEP-CNT
           MOVE    "MODULE"    TO      WK-RPT-KIND
           MOVE    SPACE       TO      WK-RPT-TGT
           STRING  CHN1-STEP-NAME      DELIMITED BY SPACE
                   " PGM="             DELIMITED BY SIZE
                   CHN1-PGM-NAME       DELIMITED BY SPACE
                   INTO    WK-RPT-TGT

           IF      CHN1-PGM-NAME =     SPACE
                   MOVE    "プログラム名が無い" TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S110-EX
           END-IF

           MOVE    "N"         TO      WK-EXIST
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-LP-CNT OR WK-EXIST = "Y"
               MOVE    SPACE       TO      WK-MOD-PATH
               STRING  WK-LP-DIR (J)       DELIMITED BY SPACE
                       "/"                 DELIMITED BY SIZE
                       CHN1-PGM-NAME       DELIMITED BY SPACE
                       ".so"               DELIMITED BY SIZE
                       INTO    WK-MOD-PATH
               CALL    "CBL_CHECK_FILE_EXIST" USING WK-MOD-PATH
                                                  WK-FX-DETAILS
               END-CALL
               IF      RETURN-CODE =       ZERO
                       MOVE    "Y"         TO      WK-EXIST
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
           END-PERFORM

           IF      WK-EXIST    =       "Y"
                   MOVE    WK-MOD-PATH TO      WK-RPT-MSG
                   PERFORM S800-10     THRU    S800-EX
           ELSE
                   MOVE    "モジュールが無い" TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** RUNVARS: RUNVARS.PRM1があればJOBCHAINと同じく展開し、
      *    *** 展開先(OUT=)を点検対象に加える
       S200-10.

           CALL    "CBL_CHECK_FILE_EXIST" USING WK-RUN1-F-NAME
                                              WK-FX-DETAILS
           END-CALL
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                   GO  TO  S200-EX
           END-IF

           MOVE    "RUNVARS"   TO      WK-RPT-KIND
           MOVE    WK-RUN1-F-NAME TO   WK-RPT-TGT
      *    *** 引数は読込み済みの為、RUNVARSは既定のファイル名で動く
           MOVE    "展開OK"    TO      WK-RPT-MSG
           CALL    "RUNVARS"
               ON  EXCEPTION
                   MOVE    "RUNVARS CALL ERROR" TO WK-RPT-MSG
           END-CALL
           MOVE    ZERO        TO      RETURN-CODE
           IF      WK-RPT-MSG  =       "展開OK"
                   PERFORM S800-10     THRU    S800-EX
           ELSE
                   PERFORM S810-10     THRU    S810-EX
           END-IF

           OPEN    INPUT       RUN1-F
           IF      WK-RUN1-STATUS NOT =  ZERO
                   GO  TO  S200-EX
           END-IF
           PERFORM UNTIL WK-RUN1-EOF = HIGH-VALUE
               READ    RUN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RUN1-EOF
                   NOT AT  END
                       IF      RUN1-REC (1:1) NOT = "*"    AND
                               RUN1-REC NOT = SPACE
                           MOVE    SPACE       TO  WK-PRM01 WK-PRM02
                                                   WK-PRM03 WK-PRM04
                           UNSTRING RUN1-REC
                               DELIMITED BY "," OR "=" OR SPACE
                               INTO WK-PRM01
                                    WK-PRM02
                                    WK-PRM03
                                    WK-PRM04
                           END-UNSTRING
                           IF      WK-PRM03 = "OUT"        AND
                                   WK-PRM04 NOT = SPACE    AND
                                   WK-PF-CNT < 50
                               ADD     1           TO  WK-PF-CNT
                               MOVE    WK-PRM04    TO
                                       WK-PF-NAME (WK-PF-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   RUN1-F
           .
       S200-EX.
           EXIT.

      *    *** パラメータファイル(I)を1行ずつ点検する
       S300-10.

           MOVE    WK-PF-NAME (I) TO   WK-PIN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    ZERO        TO      WK-LINE-NO

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   MOVE    "PARM"      TO      WK-RPT-KIND
                   MOVE    WK-PIN1-F-NAME TO   WK-RPT-TGT
                   MOVE    "パラメータファイルが無い"
                           TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S300-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
                       MOVE    SPACE       TO      WK-LINE
                       IF      WK-PIN1-LEN >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO WK-LINE
                       END-IF
                       IF      WK-LINE (1:1) NOT = "*"     AND
                               WK-LINE NOT = SPACE
                           PERFORM S310-10     THRU    S310-EX
                           PERFORM S320-10     THRU    S320-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S300-EX.
           EXIT.

      *    *** SYMBOL: &に英字が続く並び(展開されなかったシンボル)
       S310-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 511
               IF      WK-LINE (J:1) = "&"     AND
                       WK-LINE (J + 1:1) IS ALPHABETIC AND
                       WK-LINE (J + 1:1) NOT = SPACE
                   MOVE    SPACE       TO      WK-SYM
                   UNSTRING WK-LINE (J:)
                       DELIMITED BY "," OR "=" OR SPACE OR "."
                       INTO WK-SYM
                   END-UNSTRING
                   MOVE    "SYMBOL"    TO      WK-RPT-KIND
                   PERFORM S330-10     THRU    S330-EX
                   STRING  "未解決のシンボル " DELIMITED BY SIZE
                           WK-SYM              DELIMITED BY SPACE
                           INTO    WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
               END-IF
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** EMPTY/FILE: カンマ区切りの KEY=値 を1項目ずつ見る
       S320-10.

           MOVE    1           TO      WK-ITEM-PTR
           PERFORM UNTIL WK-ITEM-PTR > 512
               MOVE    SPACE       TO      WK-ITEM
               UNSTRING WK-LINE    DELIMITED BY ","
                   INTO WK-ITEM
                   WITH POINTER WK-ITEM-PTR
               END-UNSTRING
               MOVE    ZERO        TO      WK-EQ-CNT
               INSPECT WK-ITEM     TALLYING WK-EQ-CNT FOR ALL "="
               IF      WK-EQ-CNT   >       ZERO
                   MOVE    SPACE       TO      WK-KEY  WK-VAL
                   UNSTRING WK-ITEM    DELIMITED BY "="
                       INTO WK-KEY
                            WK-VAL
                   END-UNSTRING
                   MOVE    FUNCTION TRIM(WK-KEY) TO WK-KEY
                   EVALUATE TRUE
                       WHEN WK-KEY = SPACE
                           CONTINUE
                       WHEN WK-VAL = SPACE
                           MOVE    "EMPTY"     TO      WK-RPT-KIND
                           PERFORM S330-10     THRU    S330-EX
                           STRING  "値が空 "   DELIMITED BY SIZE
                                   WK-KEY      DELIMITED BY SPACE
                                   "="         DELIMITED BY SIZE
                                   INTO    WK-RPT-MSG
                           PERFORM S810-10     THRU    S810-EX
                       WHEN WK-KEY (1:2) = "F-"
                           MOVE    FUNCTION TRIM(WK-VAL) TO WK-VAL
                           PERFORM S340-10     THRU    S340-EX
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       S320-EX.
           EXIT.

      *    *** レポートの対象欄(ファイル名:行番号)
       S330-10.

           MOVE    SPACE       TO      WK-RPT-TGT  WK-RPT-MSG
           STRING  WK-PIN1-F-NAME      DELIMITED BY SPACE
                   ":"                 DELIMITED BY SIZE
                   WK-LINE-NO-X        DELIMITED BY SIZE
                   INTO    WK-RPT-TGT
           .
       S330-EX.
           EXIT.

      *    *** FILE: F-xx=名前 をCFGNAMEで解決して実在を確かめる
       S340-10.

           MOVE    "FILE"      TO      WK-RPT-KIND
           PERFORM S330-10     THRU    S330-EX

      *    *** 実在必須の入力項目か(NEED=の前方一致)
           MOVE    "N"         TO      WK-NEED-YN
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-ND-CNT OR WK-NEED-YN = "Y"
               MOVE    ZERO        TO      WK-NEED-L
               INSPECT WK-ND-KEY (K) TALLYING WK-NEED-L
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF      WK-NEED-L   >       ZERO    AND
                       WK-KEY (1:WK-NEED-L) = WK-ND-KEY (K)
                       MOVE    "Y"         TO      WK-NEED-YN
               END-IF
           END-PERFORM

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-VAL      TO      WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PHYS

           CALL    "CBL_CHECK_FILE_EXIST" USING WK-PHYS
                                              WK-FX-DETAILS
           END-CALL
           IF      RETURN-CODE =       ZERO
                   MOVE    "Y"         TO      WK-EXIST
           ELSE
                   MOVE    "N"         TO      WK-EXIST
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           IF      WK-NEED-YN  =       "Y"
               IF      WK-EXIST    =       "Y"
                   STRING  WK-KEY      DELIMITED BY SPACE
                           "="         DELIMITED BY SIZE
                           WK-PHYS     DELIMITED BY SPACE
                           INTO    WK-RPT-MSG
                   PERFORM S800-10     THRU    S800-EX
               ELSE
                   STRING  WK-KEY      DELIMITED BY SPACE
                           "="         DELIMITED BY SIZE
                           WK-PHYS     DELIMITED BY SPACE
                           " 入力ファイルが無い"
                                               DELIMITED BY SIZE
                           INTO    WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
               END-IF
               GO  TO  S340-EX
           END-IF

      *    *** 出力: 出力先ディレクトリ(パスの最後の/まで)
           MOVE    ZERO        TO      WK-SLASH
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 32
               IF      WK-PHYS (K:1) = "/"
                       MOVE    K           TO      WK-SLASH
               END-IF
           END-PERFORM
           MOVE    SPACE       TO      WK-DIR
           IF      WK-SLASH    >       1
                   MOVE    WK-PHYS (1:WK-SLASH - 1) TO WK-DIR
           ELSE
               IF      WK-SLASH    =       1
                   MOVE    "/"         TO      WK-DIR
               ELSE
                   MOVE    "."         TO      WK-DIR
               END-IF
           END-IF

           IF      WK-EXIST    NOT =   "Y"
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-DIR
                                                      WK-FX-DETAILS
                   END-CALL
                   IF      RETURN-CODE NOT =   ZERO
                       MOVE    ZERO        TO      RETURN-CODE
                       STRING  WK-KEY      DELIMITED BY SPACE
                               "="         DELIMITED BY SIZE
                               WK-PHYS     DELIMITED BY SPACE
                               " 出力先ディレクトリが無い"
                                           DELIMITED BY SIZE
                               INTO    WK-RPT-MSG
                       PERFORM S810-10     THRU    S810-EX
                       GO  TO  S340-EX
                   END-IF
                   MOVE    ZERO        TO      RETURN-CODE
           END-IF

           STRING  WK-KEY      DELIMITED BY SPACE
                   "="         DELIMITED BY SIZE
                   WK-PHYS     DELIMITED BY SPACE
                   INTO    WK-RPT-MSG
           PERFORM S800-10     THRU    S800-EX

      *    *** 空き容量点検用に出力として控える
           MOVE    ZERO        TO      L
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OT-CNT OR L > ZERO
               IF      WK-OT-PHYS (K) = WK-PHYS
                       MOVE    K           TO      L
               END-IF
           END-PERFORM
           IF      L           =       ZERO    AND
                   WK-OT-CNT   <       100
                   ADD     1           TO      WK-OT-CNT
                   MOVE    WK-VAL      TO      WK-OT-LOG (WK-OT-CNT)
                   MOVE    WK-PHYS     TO      WK-OT-PHYS (WK-OT-CNT)
                   MOVE    WK-DIR      TO      WK-OT-DIR (WK-OT-CNT)
           END-IF
           .
       S340-EX.
           EXIT.

      *    *** PRMLIB: MEMBER=の各ファイルを承認済み最新版と照合
       S400-10.

           IF      WK-MB-CNT   =       ZERO
                   GO  TO  S400-EX
           END-IF

           OPEN    INPUT       LIB1-F
           IF      WK-LIB1-STATUS NOT = "00"
                   MOVE    "PRMLIB"    TO      WK-RPT-KIND
                   MOVE    WK-LIB1-F-NAME TO   WK-RPT-TGT
                   MOVE    SPACE       TO      WK-RPT-MSG
                   STRING  "ライブラリが開けない STATUS="
                                       DELIMITED BY SIZE
                           WK-LIB1-STATUS DELIMITED BY SIZE
                           INTO    WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S400-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-MB-CNT
               PERFORM S410-10     THRU    S410-EX
           END-PERFORM

           CLOSE   LIB1-F
           .
       S400-EX.
           EXIT.

      *    *** 照合対象(I)1件
       S410-10.

           MOVE    WK-MB-T-FILE (I) TO WK-MB-FILE
           MOVE    WK-MB-T-UTIL (I) TO WK-MB-UTIL
           MOVE    WK-MB-T-NAME (I) TO WK-MB-NAME

           MOVE    "PRMLIB"    TO      WK-RPT-KIND
           MOVE    SPACE       TO      WK-RPT-TGT  WK-RPT-MSG
           STRING  WK-MB-FILE  DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-MB-UTIL  DELIMITED BY SPACE
                   "/"         DELIMITED BY SIZE
                   WK-MB-NAME  DELIMITED BY SPACE
                   INTO    WK-RPT-TGT

      *    *** 承認済み最新版(PRMLIB S150と同じ探し方)
           MOVE    ZERO        TO      WK-CUR-VER  WK-LIB-LINES
           MOVE    LOW-VALUE   TO      WK-LIB1-EOF
           MOVE    WK-MB-UTIL  TO      LIB1-UTIL
           MOVE    WK-MB-NAME  TO      LIB1-MEMBER
           MOVE    ZERO        TO      LIB1-VER    LIB1-LINENO
           START   LIB1-F      KEY NOT <   LIB1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-LIB1-EOF
           END-START
           PERFORM UNTIL WK-LIB1-EOF = HIGH-VALUE
               READ    LIB1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LIB1-EOF
                   NOT AT  END
                       IF      LIB1-UTIL   NOT =   WK-MB-UTIL  OR
                               LIB1-MEMBER NOT =   WK-MB-NAME
                           MOVE    HIGH-VALUE  TO  WK-LIB1-EOF
                       ELSE
                           IF  LIB1-LINENO =   ZERO    AND
                               LIB1-H-STATE =  "A"     AND
                               LIB1-VER    >   WK-CUR-VER
                               MOVE    LIB1-VER TO WK-CUR-VER
                               MOVE    LIB1-H-LINES TO WK-LIB-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF      WK-CUR-VER  =       ZERO
                   MOVE    "承認済みの版が無い(未登録)" TO
                           WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S410-EX
           END-IF

      *    *** ファイルと版の本文を行毎に比べる
           MOVE    WK-MB-FILE  TO      WK-PIN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    ZERO        TO      WK-LINE-NO  WK-DIFF-NO
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   MOVE    "パラメータファイルが無い"
                           TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S410-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE OR WK-DIFF-NO > ZERO
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
                       MOVE    SPACE       TO      WK-LINE
                       IF      WK-PIN1-LEN >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO WK-LINE
                       END-IF
                       MOVE    WK-MB-UTIL  TO      LIB1-UTIL
                       MOVE    WK-MB-NAME  TO      LIB1-MEMBER
                       MOVE    WK-CUR-VER  TO      LIB1-VER
                       MOVE    WK-LINE-NO  TO      LIB1-LINENO
                       READ    LIB1-F
                           INVALID
                               MOVE    WK-LINE-NO  TO  WK-DIFF-NO
                           NOT INVALID
                               IF      LIB1-DATA NOT = WK-LINE (1:128)
                                   MOVE    WK-LINE-NO TO WK-DIFF-NO
                               END-IF
                       END-READ
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           IF      WK-DIFF-NO  =       ZERO    AND
                   WK-LINE-NO  NOT =   WK-LIB-LINES
                   COMPUTE WK-DIFF-NO = WK-LINE-NO + 1
           END-IF

           IF      WK-DIFF-NO  =       ZERO
                   STRING  "承認済み最新版 VER="
                                       DELIMITED BY SIZE
                           WK-CUR-VER          DELIMITED BY SIZE
                           " と一致"           DELIMITED BY SIZE
                           INTO    WK-RPT-MSG
                   PERFORM S800-10     THRU    S800-EX
           ELSE
                   STRING  "承認済み最新版 VER="
                                       DELIMITED BY SIZE
                           WK-CUR-VER          DELIMITED BY SIZE
                           " と相違 行="       DELIMITED BY SIZE
                           WK-DIFF-NO          DELIMITED BY SIZE
                           INTO    WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
           END-IF
           .
       S410-EX.
           EXIT.

      *    *** SPACE: 出力毎の見込み増加量をファイルシステム毎に
      *    *** 合計し、空き容量と比べる
       S500-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-OT-CNT
               PERFORM S510-10     THRU    S510-EX
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-FS-CNT
               MOVE    "SPACE"     TO      WK-RPT-KIND
               MOVE    WK-FS-NAME (I) TO   WK-RPT-TGT
               MOVE    SPACE       TO      WK-RPT-MSG
               COMPUTE WK-NEED-B =
                       WK-FS-NEED (I) * ( 100 + WK-MARGIN ) / 100
               MOVE    WK-NEED-B   TO      WK-BYTES-E
               MOVE    WK-FS-AVAIL (I) TO  WK-AVAIL-E
               STRING  "見込み="   DELIMITED BY SIZE
                       WK-BYTES-E  DELIMITED BY SIZE
                       " 空き="    DELIMITED BY SIZE
                       WK-AVAIL-E  DELIMITED BY SIZE
                       INTO    WK-RPT-MSG
               IF      WK-NEED-B   >       WK-FS-AVAIL (I)
                       PERFORM S810-10     THRU    S810-EX
               ELSE
                       PERFORM S800-10     THRU    S800-EX
               END-IF
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** 出力(I)1件: 履歴から見込み、dfで所属ファイルシステム
       S510-10.

           PERFORM S520-10     THRU    S520-EX

           IF      WK-POINT-CNT <      2
                   MOVE    "SPACE"     TO      WK-RPT-KIND
                   MOVE    WK-OT-LOG (I) TO    WK-RPT-TGT
                   MOVE    "FGROWTH履歴不足(見込み対象外)" TO
                           WK-RPT-MSG
                   PERFORM S830-10     THRU    S830-EX
                   GO  TO  S510-EX
           END-IF

           MOVE    WK-OT-DIR (I) TO    WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           IF      WK-CHK-OK   =       "N"
                   MOVE    "SPACE"     TO      WK-RPT-KIND
                   MOVE    WK-OT-LOG (I) TO    WK-RPT-TGT
                   MOVE    "ディレクトリ名に不正な文字"
                           TO WK-RPT-MSG
                   PERFORM S810-10     THRU    S810-EX
                   GO  TO  S510-EX
           END-IF

           MOVE    SPACE       TO      WK-CMD
           STRING  "df -Pk "           DELIMITED BY SIZE
                   WK-OT-DIR (I)       DELIMITED BY SPACE
                   " > "               DELIMITED BY SIZE
                   WK-DF1-F-NAME       DELIMITED BY SPACE
                   " 2>/dev/null"      DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

      *    *** 2行目がファイルシステムの行
           MOVE    SPACE       TO      WK-DF-FS    WK-DF-AVAIL
           MOVE    ZERO        TO      WK-DF-LINE
           MOVE    LOW-VALUE   TO      WK-DF1-EOF
           OPEN    INPUT       DF1-F
           IF      WK-DF1-STATUS =     ZERO
               PERFORM UNTIL WK-DF1-EOF = HIGH-VALUE
                   READ    DF1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-DF1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-DF-LINE
                           IF      WK-DF-LINE  =       2
                               UNSTRING DF1-REC
                                   DELIMITED BY ALL SPACE
                                   INTO WK-DF-FS
                                        WK-DF-BLOCKS
                                        WK-DF-USED
                                        WK-DF-AVAIL
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   DF1-F
           END-IF
           CALL    "CBL_DELETE_FILE" USING WK-DF1-F-NAME
           MOVE    ZERO        TO      RETURN-CODE

           IF      WK-DF-FS    =       SPACE   OR
                   WK-DF-AVAIL (1:1) IS NOT NUMERIC
                   MOVE    "SPACE"     TO      WK-RPT-KIND
                   MOVE    WK-OT-LOG (I) TO    WK-RPT-TGT
                   MOVE    "空き容量が取れない(df)"
                           TO WK-RPT-MSG
                   PERFORM S820-10     THRU    S820-EX
                   GO  TO  S510-EX
           END-IF
           COMPUTE WK-AVAIL-B = FUNCTION NUMVAL(WK-DF-AVAIL) * 1024

      *    *** ファイルシステム表へ合算
           MOVE    ZERO        TO      L
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-FS-CNT OR L > ZERO
               IF      WK-FS-NAME (K) = WK-DF-FS
                       MOVE    K           TO      L
               END-IF
           END-PERFORM
           IF      L           =       ZERO
               IF      WK-FS-CNT   >=      20
                   GO  TO  S510-EX
               END-IF
               ADD     1           TO      WK-FS-CNT
               MOVE    WK-FS-CNT   TO      L
               MOVE    WK-DF-FS    TO      WK-FS-NAME (L)
               MOVE    WK-AVAIL-B  TO      WK-FS-AVAIL (L)
           END-IF
           ADD     WK-EXPECT   TO      WK-FS-NEED (L)
           ADD     1           TO      WK-FS-FILES (L)

           MOVE    "SPACE"     TO      WK-RPT-KIND
           MOVE    WK-OT-LOG (I) TO    WK-RPT-TGT
           MOVE    WK-EXPECT   TO      WK-BYTES-E
           MOVE    SPACE       TO      WK-RPT-MSG
           STRING  "見込み増="         DELIMITED BY SIZE
                   WK-BYTES-E          DELIMITED BY SIZE
                   " FS="              DELIMITED BY SIZE
                   WK-DF-FS            DELIMITED BY SPACE
                   INTO    WK-RPT-MSG
           PERFORM S800-10     THRU    S800-EX
           .
       S510-EX.
           EXIT.

      *    *** 出力(I)のFGROWTH履歴から1回分の見込み増加量を求める
      *    *** (平均日増と直近増分の大きい方、減少なら0)
       S520-10.

           MOVE    ZERO        TO      WK-POINT-CNT
                                       WK-FIRST-NISUU
                                       WK-LAST-NISUU
                                       WK-FIRST-BYTES
                                       WK-LAST-BYTES
                                       WK-PREV-BYTES
                                       WK-LAST-DELTA
                                       WK-EXPECT
           MOVE    LOW-VALUE   TO      WK-HIS1-EOF

           OPEN    INPUT       HIS1-F
           IF      WK-HIS1-STATUS NOT =  ZERO
                   GO  TO  S520-EX
           END-IF

           PERFORM UNTIL WK-HIS1-EOF = HIGH-VALUE
               READ    HIS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HIS1-EOF
                   NOT AT  END
                       IF      HIS1-FILE   =   WK-OT-LOG (I)   OR
                               HIS1-FILE   =   WK-OT-PHYS (I)
                           ADD     1           TO  WK-POINT-CNT
                           MOVE    HIS1-YMD    TO  WDW-DATE2-YMD-9
                           MOVE    "A"         TO  WDW-DATE2-ID
                           CALL    "DATEWEEK"  USING
                                   WDW-DATEWEEK-AREA
                           IF      WK-POINT-CNT =  1
                               MOVE    WDW-NISUU TO WK-FIRST-NISUU
                               MOVE    HIS1-BYTES TO WK-FIRST-BYTES
                           END-IF
                           MOVE    WK-LAST-BYTES TO WK-PREV-BYTES
                           MOVE    WDW-NISUU   TO  WK-LAST-NISUU
                           MOVE    HIS1-BYTES  TO  WK-LAST-BYTES
                           IF      WK-POINT-CNT >  1
                               COMPUTE WK-LAST-DELTA =
                                   WK-LAST-BYTES - WK-PREV-BYTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HIS1-F

           IF      WK-POINT-CNT <      2
                   GO  TO  S520-EX
           END-IF

           COMPUTE WK-SPAN-DAYS = WK-LAST-NISUU - WK-FIRST-NISUU
           IF      WK-SPAN-DAYS <      1
                   MOVE    1           TO      WK-SPAN-DAYS
           END-IF
           COMPUTE WK-RATE =
                   ( WK-LAST-BYTES - WK-FIRST-BYTES )
                   / WK-SPAN-DAYS
           IF      WK-LAST-DELTA >     WK-RATE
                   MOVE    WK-LAST-DELTA TO    WK-RATE
           END-IF
           IF      WK-RATE     >       ZERO
                   MOVE    WK-RATE     TO      WK-EXPECT
           END-IF
           .
       S520-EX.
           EXIT.

      *    *** シェルへ渡す名前の検査(BKUPSETと同じ許可文字)
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
           .
       S050-EX.
           EXIT.

      *    *** レポート1行(合格)
       S800-10.

           MOVE    "OK"        TO      WK-RPT-RES
           ADD     1           TO      WK-OK-CNT
           PERFORM S890-10     THRU    S890-EX
           .
       S800-EX.
           EXIT.

      *    *** レポート1行(不合格)
       S810-10.

           MOVE    "NG"        TO      WK-RPT-RES
           ADD     1           TO      WK-NG-CNT
           PERFORM S890-10     THRU    S890-EX
           .
       S810-EX.
           EXIT.

      *    *** レポート1行(注意)
       S820-10.

           MOVE    "WARN"      TO      WK-RPT-RES
           ADD     1           TO      WK-WARN-CNT
           PERFORM S890-10     THRU    S890-EX
           .
       S820-EX.
           EXIT.

      *    *** レポート1行(参考、合否に数えない)
       S830-10.

           MOVE    "--"        TO      WK-RPT-RES
           MOVE    WK-RPT-LINE TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      WK-RPT-LINE
           .
       S830-EX.
           EXIT.

       S890-10.

           ADD     1           TO      WK-CHK-CNT
           MOVE    WK-RPT-LINE TO      POT1-REC
           WRITE   POT1-REC
           IF      WK-RPT-RES  NOT =   "OK"
                   DISPLAY WK-PGM-NAME " " WK-RPT-RES " "
                           WK-RPT-KIND " " WK-RPT-TGT
                   DISPLAY WK-PGM-NAME "      " WK-RPT-MSG
           END-IF
           MOVE    SPACE       TO      WK-RPT-LINE
           .
       S890-EX.
           EXIT.

      *    *** 合否の判定とCLOSE
       S900-10.

           EVALUATE TRUE
               WHEN WK-NG-CNT   >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
               WHEN WK-WARN-CNT >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
               WHEN OTHER
                   MOVE    ZERO        TO      WK-RC-SAVE
           END-EVALUATE

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           IF      WK-NG-CNT   >       ZERO
                   STRING  "RESULT=FAIL"   DELIMITED BY SIZE
                           " STEP="        DELIMITED BY SIZE
                           WK-STEP-CNT     DELIMITED BY SIZE
                           " CHECK="       DELIMITED BY SIZE
                           WK-CHK-CNT      DELIMITED BY SIZE
                           " NG="          DELIMITED BY SIZE
                           WK-NG-CNT       DELIMITED BY SIZE
                           " WARN="        DELIMITED BY SIZE
                           WK-WARN-CNT     DELIMITED BY SIZE
                           " RC="          DELIMITED BY SIZE
                           WK-RC-SAVE      DELIMITED BY SIZE
                           INTO    POT1-REC
           ELSE
                   STRING  "RESULT=PASS"   DELIMITED BY SIZE
                           " STEP="        DELIMITED BY SIZE
                           WK-STEP-CNT     DELIMITED BY SIZE
                           " CHECK="       DELIMITED BY SIZE
                           WK-CHK-CNT      DELIMITED BY SIZE
                           " NG="          DELIMITED BY SIZE
                           WK-NG-CNT       DELIMITED BY SIZE
                           " WARN="        DELIMITED BY SIZE
                           WK-WARN-CNT     DELIMITED BY SIZE
                           " RC="          DELIMITED BY SIZE
                           WK-RC-SAVE      DELIMITED BY SIZE
                           INTO    POT1-REC
           END-IF
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END " POT1-REC (1:80)

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
