      *    *** インデックスマスターの再編成(統計付き)
      *    *** 書換え/削除を重ねたインデックスマスター(PIN3形式、
      *    *** 残高マスター、PRMLIB.DAT、支払先マスター等)は遅く、
      *    *** 大きくなるが、いつ手を入れるべきか分からなかった。
      *    *** キー順に順ファイル(作業ファイル)へ落とし、件数と
      *    *** チェックサムを確かめてから新しいファイルへ積み直す。
      *    *** 新しいファイルを読み直して件数/チェックサムが合った
      *    *** 時だけ元と入れ替え、元は .OLD として1世代残す
      *    *** (合わなければ元はそのまま、RC=8)。
      *    *** 前後でファイル毎に件数、バイト数、推定無駄領域、
      *    *** 平均使用長(後ろの空白を除く)、キー先頭の分布を出す。
      *    *** JOBCHAINのSTEPとして、マスターを更新するSTEPの無い
      *    *** 静止点に置く(引数なしで動く、モードはPRM1のMODE=)。
      *    *** PIN3形式を再編成した後は ALTINDX SYNC を流すこと
      *    *** (索引の見出しのマスター情報が変わる為)。
      *    ***
      *    *** 起動引数: 1=PRM1(既定REORG.PRM1)
      *    ***           2=MODE(PRM1のMODE=より優先)
      *    ***   ALL     全ファイルを再編成する
      *    ***   THRESH  推定無駄領域の率がLIMIT=を超えるファイルだけ
      *    ***           再編成する(既定)
      *    ***   REPORT  統計だけ出す
      *    *** 推定無駄領域 = バイト数 - 件数 * 1件当りの基準バイト数
      *    ***   基準は前回の再編成直後の1件当りのバイト数(履歴
      *    ***   REORG.HST)、履歴が無ければ レコード長+キー長
      *    ***
      *    *** PRM1の行:
      *    ***   FILE=マスター名,TYPE=種別[,PREFIX=n]
      *    ***     種別 PIN3    = PIN3形式インデックスマスター
      *    ***          BALROLL = 残高マスター
      *    ***          PRMLIB  = パラメータライブラリ(PRMLIB.DAT)
      *    ***          PAYEE   = 支払先マスター(PAYEEMST.DAT)
      *    ***          PERCTL  = 会計期間マスター(PERCTL.DAT)
      *    ***     PREFIX= 分布を取るキーの先頭桁数(既定は種別毎)
      *    ***   MODE=ALL/THRESH/REPORT
      *    ***   LIMIT=無駄領域の率%(THRESH、既定30)
      *    ***   F-HST=履歴(既定REORG.HST)
      *    ***   F-OT=レポート(既定REORG.POT1)
      *    *** マスター名はCFGNAMEで物理名にする。インデックスの
      *    *** .dat/.idxが別ファイルの時は合計で測り、一緒に入れ替える
      *    *** 作業ファイル: マスター名.UNL(落とし)、.NEW(積み直し)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             REORG.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 履歴(全件読み/書き直し)
           SELECT HST1-F           ASSIGN   WK-HST1-F-NAME
                               STATUS   WK-HST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** キー順に落とした作業ファイル
           SELECT UNL1-F           ASSIGN   WK-UNL-PATH
                               STATUS   WK-UNL-STATUS
               ORGANIZATION SEQUENTIAL.

      *    *** 種別毎のレイアウト(同じ名前へ割当て)
           SELECT PER1-F           ASSIGN   WK-IX-PATH
                               STATUS   WK-IX-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PER1-KEY.

           SELECT BAL1-F           ASSIGN   WK-IX-PATH
                               STATUS   WK-IX-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY BAL1-KEY.

           SELECT PN3-F            ASSIGN   WK-IX-PATH
                               STATUS   WK-IX-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PN3-KEY.

           SELECT LIB1-F           ASSIGN   WK-IX-PATH
                               STATUS   WK-IX-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY LIB1-KEY.

           SELECT PYM1-F           ASSIGN   WK-IX-PATH
                               STATUS   WK-IX-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PYM1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  HST1-F
           LABEL RECORDS ARE STANDARD.
       01  HST1-REC.
           03  HST1-NAME       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  HST1-TYPE       PIC  X(008).
           03  FILLER          PIC  X(001).
      *    *** 最後に再編成した日、直後の1件当りバイト数/件数/バイト数
           03  HST1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  HST1-BPR        PIC  9(007).
           03  FILLER          PIC  X(001).
           03  HST1-CNT        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  HST1-BYTES      PIC  9(012).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  UNL1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING 1 TO 2052 DEPENDING ON WK-UNL-LEN.
       01  UNL1-REC.
           03  FILLER          PIC  X(2052).

       FD  PER1-F
           LABEL RECORDS ARE STANDARD.
       01  PER1-REC.
           03  PER1-KEY        PIC  X(008).
           03  FILLER          PIC  X(017).

       FD  BAL1-F
           LABEL RECORDS ARE STANDARD.
       01  BAL1-REC.
           03  BAL1-KEY        PIC  X(012).
           03  FILLER          PIC  X(013).

       FD  PN3-F
           LABEL RECORDS ARE STANDARD.
       01  PN3-REC.
           03  PN3-KEY         PIC  9(004).
           03  FILLER          PIC  X(2048).

       FD  LIB1-F
           LABEL RECORDS ARE STANDARD.
       01  LIB1-REC.
           03  LIB1-KEY        PIC  X(028).
           03  FILLER          PIC  X(128).

       FD  PYM1-F
           LABEL RECORDS ARE STANDARD.
       01  PYM1-REC.
           03  PYM1-KEY        PIC  X(010).
           03  FILLER          PIC  X(090).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "REORG   ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "REORG.PRM1".
           03  WK-HST1-F-NAME  PIC  X(032) VALUE "REORG.HST".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "REORG.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-UNL-STATUS   PIC  X(002) VALUE ZERO.
           03  WK-IX-STATUS    PIC  X(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-UNL-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-IX-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-MODE-ARG     PIC  X(008) VALUE SPACE.
           03  WK-LIMIT        PIC  9(003) VALUE 30.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-HST-UPD      PIC  X(001) VALUE "N".

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.

      *    *** 件数
           03  WK-FILE-CNT     PIC  9(004) VALUE ZERO.
           03  WK-REORG-CNT    PIC  9(004) VALUE ZERO.
           03  WK-SKIP-CNT     PIC  9(004) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(004) VALUE ZERO.

      *    *** 1ファイル分の作業
           03  WK-F-NAME       PIC  X(032) VALUE SPACE.
           03  WK-F-TYPE       PIC  X(008) VALUE SPACE.
           03  WK-F-STATE      PIC  X(008) VALUE SPACE.
           03  WK-F-MSG        PIC  X(060) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PFX-LEN      BINARY-LONG SYNC VALUE ZERO.
      *    *** 推定に使う1件当りの基準バイト数と、その出所
           03  WK-BPR          PIC  9(007) VALUE ZERO.
           03  WK-BPR-SRC      PIC  X(001) VALUE SPACE.
           03  WK-HST-IX       BINARY-LONG SYNC VALUE ZERO.

      *    *** 元/新/退避/作業ファイルの名前
           03  WK-SRC-BASE     PIC  X(080) VALUE SPACE.
           03  WK-NEW-BASE     PIC  X(080) VALUE SPACE.
           03  WK-OLD-BASE     PIC  X(080) VALUE SPACE.
           03  WK-UNL-PATH     PIC  X(080) VALUE SPACE.
           03  WK-IX-PATH      PIC  X(080) VALUE SPACE.
           03  WK-UNL-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNL-CNT      PIC  9(009) VALUE ZERO.
           03  WK-UNL-SUM      PIC  9(010) VALUE ZERO.
           03  WK-LOAD-CNT     PIC  9(009) VALUE ZERO.

      *    *** 1件の受け渡し(種別のレイアウトとの間)
           03  WK-REC          PIC  X(2052) VALUE SPACE.
           03  WK-IX-OK        PIC  X(001) VALUE "Y".

      *    *** 本体/.dat/.idx の添字付き接尾辞(BKUPSETと同じ)
           03  WK-SFX-AREA.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE ".dat".
             05  FILLER        PIC  X(004) VALUE ".idx".
           03  WK-SFX-TBL      REDEFINES WK-SFX-AREA.
             05  WK-SFX        PIC  X(004) OCCURS 3.

      *    *** バイト数の測定(S310)
           03  WK-MS-BASE      PIC  X(080) VALUE SPACE.
           03  WK-MS-PATH      PIC  X(080) VALUE SPACE.
           03  WK-MS-COMP      PIC  X(003) VALUE SPACE.
           03  WK-MS-BYTES     PIC  9(012) VALUE ZERO.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.

      *    *** CBL_OPEN_FILE/CBL_READ_FILE 用(BKUPSETと同じ方式)
           03  WK-FH           USAGE IS POINTER.
           03  WK-CFILE        PIC  X(081) VALUE SPACE.
           03  WK-ACCESS-MODE  BINARY-LONG SYNC VALUE 1.
           03  WK-FILE-LOCK    PIC  X(001) VALUE SPACE.
           03  WK-DEVICE       PIC  X(001) VALUE SPACE.
           03  WK-OFFSET       PIC  9(018) COMP VALUE ZERO.
           03  WK-READ-LEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-FLAGS        BINARY-CHAR SYNC VALUE ZERO.
           03  WK-BUF          PIC  X(016) VALUE SPACE.

      *    *** チェックサム(Adler-32、BKUPSETと同じ)
           03  WK-CS-S1        PIC  9(005) VALUE ZERO.
           03  WK-CS-S2        PIC  9(006) VALUE ZERO.

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.

      *    *** 統計の作業
           03  WK-USED         BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXPECT       PIC  9(012) VALUE ZERO.
           03  WK-PFX          PIC  X(028) VALUE SPACE.
           03  WK-PCT-W        PIC  9(003)V9 VALUE ZERO.

      *    *** レポートの編集
           03  WK-CNT-E        PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT-E2       PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-BYTES-E      PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-WASTE-E      PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-PCT-E        PIC  ZZ9.9 VALUE ZERO.
           03  WK-AVG-E        PIC  ZZZZ9.9 VALUE ZERO.
           03  WK-NUM-E        PIC  ZZZZ9 VALUE ZERO.
           03  WK-BAR          PIC  X(040) VALUE SPACE.
           03  WK-ROW-LBL      PIC  X(020) VALUE SPACE.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** 対象マスター(最大50件)
       01  FIL-TBL-AREA.
           03  WK-FL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FL-TBL       OCCURS 50.
             05  WK-FL-NAME    PIC  X(032) VALUE SPACE.
             05  WK-FL-TYPE    PIC  X(008) VALUE SPACE.
             05  WK-FL-PFX     BINARY-LONG SYNC VALUE ZERO.

      *    *** 前(1)/後(2)の統計
       01  STAT-AREA.
           03  WK-ST-TBL       OCCURS 2.
             05  WK-ST-OK      PIC  X(001) VALUE SPACE.
             05  WK-ST-COMP    PIC  X(003) VALUE SPACE.
             05  WK-ST-CNT     PIC  9(009) VALUE ZERO.
             05  WK-ST-BYTES   PIC  9(012) VALUE ZERO.
             05  WK-ST-USED    PIC  9(015) VALUE ZERO.
             05  WK-ST-SUM     PIC  9(010) VALUE ZERO.
             05  WK-ST-WASTE   PIC  9(012) VALUE ZERO.
             05  WK-ST-PCT     PIC  9(003)V9 VALUE ZERO.
             05  WK-ST-AVG     PIC  9(005)V9 VALUE ZERO.

      *    *** キー先頭の分布(30区分、以降はその他)
       01  DIST-AREA.
           03  WK-DS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DS-OTHER     PIC  9(009) VALUE ZERO OCCURS 2.
           03  WK-DS-TBL       OCCURS 30.
             05  WK-DS-PFX     PIC  X(028) VALUE SPACE.
             05  WK-DS-N       PIC  9(009) VALUE ZERO OCCURS 2.

      *    *** 履歴(最大50件)
       01  HST-TBL-AREA.
           03  WK-HS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HS-TBL       OCCURS 50.
             05  WK-HS-NAME    PIC  X(032) VALUE SPACE.
             05  WK-HS-TYPE    PIC  X(008) VALUE SPACE.
             05  WK-HS-YMD     PIC  9(008) VALUE ZERO.
             05  WK-HS-BPR     PIC  9(007) VALUE ZERO.
             05  WK-HS-CNT-R   PIC  9(009) VALUE ZERO.
             05  WK-HS-BYTES   PIC  9(012) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1、履歴読込
           PERFORM S010-10     THRU    S010-EX

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-FL-CNT
               PERFORM S100-10     THRU    S100-EX
           END-PERFORM

      *    *** 履歴の書き直し
           IF      WK-HST-UPD  =       "Y"
                   PERFORM S800-10     THRU    S800-EX
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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-MODE-ARG FROM    ARGUMENT-VALUE
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

           IF      WK-MODE-ARG NOT =   SPACE
                   MOVE    WK-MODE-ARG TO      WK-MODE
           END-IF
           IF      WK-MODE     =       SPACE
                   MOVE    "THRESH"    TO      WK-MODE
           END-IF
           IF      WK-MODE     NOT =   "ALL"       AND
                   WK-MODE     NOT =   "THRESH"    AND
                   WK-MODE     NOT =   "REPORT"
                   DISPLAY WK-PGM-NAME
                           " MODE=ALL/THRESH/REPORT ERROR=" WK-MODE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-FL-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " FILE= 指定がない"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM S030-10     THRU    S030-EX

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WK-LIMIT    TO      WK-NUM-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "REORG インデックスマスター再編成 MODE="
                                       DELIMITED BY SIZE
                   WK-MODE     DELIMITED BY SPACE
                   " LIMIT="   DELIMITED BY SIZE
                   WK-NUM-E    DELIMITED BY SIZE
                   "% DATE="   DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
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
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06

           EVALUATE WK-PRM01
               WHEN "FILE"
                   IF      WK-FL-CNT   >=      50
                           DISPLAY WK-PGM-NAME
                                   " FILE= 50件ｵｰﾊﾞｰ"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   IF      WK-PRM03    NOT =   "TYPE"
                           DISPLAY WK-PGM-NAME " TYPE= が無い "
                                   PRM1-REC (1:40)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   IF      WK-PRM04    NOT =   "PIN3"      AND
                           WK-PRM04    NOT =   "BALROLL"   AND
                           WK-PRM04    NOT =   "PRMLIB"    AND
                           WK-PRM04    NOT =   "PAYEE"     AND
                           WK-PRM04    NOT =   "PERCTL"
                           DISPLAY WK-PGM-NAME " TYPE ERROR="
                                   WK-PRM04
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FL-CNT
                   MOVE    WK-PRM02    TO      WK-FL-NAME (WK-FL-CNT)
                   MOVE    WK-PRM04    TO      WK-FL-TYPE (WK-FL-CNT)
                   IF      WK-PRM05    =       "PREFIX"
                       IF      WK-PRM06 (1:2) IS NUMERIC
                           MOVE    WK-PRM06 (1:2) TO
                                   WK-FL-PFX (WK-FL-CNT)
                       ELSE
                           IF      WK-PRM06 (1:1) IS NUMERIC
                               MOVE    WK-PRM06 (1:1) TO
                                       WK-FL-PFX (WK-FL-CNT)
                           END-IF
                       END-IF
                   END-IF
               WHEN "MODE"
                   MOVE    WK-PRM02    TO      WK-MODE
               WHEN "LIMIT"
                   EVALUATE TRUE
                       WHEN WK-PRM02 (1:2) IS NUMERIC
                           MOVE    WK-PRM02 (1:2) TO   WK-LIMIT
                       WHEN WK-PRM02 (1:1) IS NUMERIC
                           MOVE    WK-PRM02 (1:1) TO   WK-LIMIT
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " LIMIT ERROR="
                                   WK-PRM02
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-EVALUATE
               WHEN "F-HST"
                   MOVE    WK-PRM02    TO      WK-HST1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 履歴読込(無ければ空)
       S030-10.

           OPEN    INPUT       HST1-F
           IF      WK-HST1-STATUS =    35
                   GO  TO  S030-EX
           END-IF
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HST1-F OPEN ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-HST1-EOF = HIGH-VALUE
               READ    HST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HST1-EOF
                   NOT AT  END
                       IF      WK-HS-CNT   <       50
                           ADD     1           TO      WK-HS-CNT
                           MOVE    HST1-NAME   TO
                                   WK-HS-NAME (WK-HS-CNT)
                           MOVE    HST1-TYPE   TO
                                   WK-HS-TYPE (WK-HS-CNT)
                           MOVE    HST1-YMD    TO
                                   WK-HS-YMD (WK-HS-CNT)
                           MOVE    HST1-BPR    TO
                                   WK-HS-BPR (WK-HS-CNT)
                           MOVE    HST1-CNT    TO
                                   WK-HS-CNT-R (WK-HS-CNT)
                           MOVE    HST1-BYTES  TO
                                   WK-HS-BYTES (WK-HS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HST1-F
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

      *    *** マスター1件: 前の統計、判定、再編成、後の統計、レポート
       S100-10.

           ADD     1           TO      WK-FILE-CNT
           MOVE    WK-FL-NAME (I) TO   WK-F-NAME
           MOVE    WK-FL-TYPE (I) TO   WK-F-TYPE
           MOVE    SPACE       TO      WK-F-STATE
                                       WK-F-MSG
           INITIALIZE                  STAT-AREA
                                       DIST-AREA

      *    *** 種別毎のレコード長、キー長、分布の既定桁数
           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   MOVE    2052        TO      WK-REC-LEN
                   MOVE    4           TO      WK-KEY-LEN
                   MOVE    2           TO      WK-PFX-LEN
               WHEN "BALROLL"
                   MOVE    25          TO      WK-REC-LEN
                   MOVE    12          TO      WK-KEY-LEN
                   MOVE    4           TO      WK-PFX-LEN
               WHEN "PRMLIB"
                   MOVE    156         TO      WK-REC-LEN
                   MOVE    28          TO      WK-KEY-LEN
                   MOVE    8           TO      WK-PFX-LEN
               WHEN "PAYEE"
                   MOVE    100         TO      WK-REC-LEN
                   MOVE    10          TO      WK-KEY-LEN
                   MOVE    2           TO      WK-PFX-LEN
               WHEN "PERCTL"
                   MOVE    25          TO      WK-REC-LEN
                   MOVE    8           TO      WK-KEY-LEN
                   MOVE    4           TO      WK-PFX-LEN
           END-EVALUATE
           IF      WK-FL-PFX (I) >     ZERO
                   MOVE    WK-FL-PFX (I) TO    WK-PFX-LEN
           END-IF
           IF      WK-PFX-LEN  >       WK-KEY-LEN
                   MOVE    WK-KEY-LEN  TO      WK-PFX-LEN
           END-IF

      *    *** 物理名と作業ファイル名
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-F-NAME   TO      WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-SRC-BASE
           MOVE    SPACE       TO      WK-NEW-BASE
                                       WK-OLD-BASE
                                       WK-UNL-PATH
           STRING  WK-SRC-BASE DELIMITED BY SPACE
                   ".NEW"      DELIMITED BY SIZE
                   INTO    WK-NEW-BASE
           STRING  WK-SRC-BASE DELIMITED BY SPACE
                   ".OLD"      DELIMITED BY SIZE
                   INTO    WK-OLD-BASE
           STRING  WK-SRC-BASE DELIMITED BY SPACE
                   ".UNL"      DELIMITED BY SIZE
                   INTO    WK-UNL-PATH
           MOVE    WK-SRC-BASE TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           IF      WK-CHK-OK   =       "N"
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "名前に使えない文字がある"
                                       TO      WK-F-MSG
                   GO  TO  S100-80
           END-IF

      *    *** 推定の基準(履歴の前回再編成直後、無ければ
      *    *** レコード長+キー長)
           MOVE    ZERO        TO      WK-HST-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-HS-CNT OR WK-HST-IX > ZERO
               IF      WK-HS-NAME (J) =    WK-F-NAME
                       MOVE    J           TO      WK-HST-IX
               END-IF
           END-PERFORM
           IF      WK-HST-IX   >       ZERO    AND
                   WK-HS-BPR (WK-HST-IX) > ZERO
                   MOVE    WK-HS-BPR (WK-HST-IX) TO WK-BPR
                   MOVE    "H"         TO      WK-BPR-SRC
           ELSE
                   COMPUTE WK-BPR = WK-REC-LEN + WK-KEY-LEN
                   MOVE    "L"         TO      WK-BPR-SRC
           END-IF

      *    *** 前の統計
           MOVE    1           TO      P
           MOVE    WK-SRC-BASE TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-ST-COMP (1) =    "NNN"
                   MOVE    "MISSING"   TO      WK-F-STATE
                   MOVE    "ファイルが無い" TO WK-F-MSG
                   GO  TO  S100-80
           END-IF
           IF      WK-ST-OK (1) NOT =  "Y"
                   MOVE    "OPEN-NG"   TO      WK-F-STATE
                   MOVE    "種別のレイアウトで開けない"
                                       TO      WK-F-MSG
                   GO  TO  S100-80
           END-IF

      *    *** 判定
           EVALUATE TRUE
               WHEN WK-MODE    =       "REPORT"
                   MOVE    "REPORT"    TO      WK-F-STATE
                   MOVE    "統計のみ"  TO      WK-F-MSG
                   GO  TO  S100-80
               WHEN WK-MODE    =       "THRESH" AND
                    WK-ST-PCT (1) NOT > WK-LIMIT
                   MOVE    "SKIP"      TO      WK-F-STATE
                   MOVE    "無駄領域の率がLIMIT以下"
                                       TO      WK-F-MSG
                   GO  TO  S100-80
           END-EVALUATE

      *    *** 再編成
           PERFORM S200-10     THRU    S200-EX
           IF      WK-F-STATE  NOT =   "OK"
                   GO  TO  S100-80
           END-IF

      *    *** 後の統計(入れ替えた後の元の名前で)
           MOVE    2           TO      P
           MOVE    WK-SRC-BASE TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX

      *    *** 履歴: 再編成直後の1件当りバイト数
           IF      WK-HST-IX   =       ZERO    AND
                   WK-HS-CNT   <       50
                   ADD     1           TO      WK-HS-CNT
                   MOVE    WK-HS-CNT   TO      WK-HST-IX
                   MOVE    WK-F-NAME   TO      WK-HS-NAME (WK-HST-IX)
           END-IF
           IF      WK-HST-IX   >       ZERO
                   MOVE    WK-F-TYPE   TO      WK-HS-TYPE (WK-HST-IX)
                   MOVE    WK-TODAY-YMD TO     WK-HS-YMD (WK-HST-IX)
                   MOVE    WK-ST-CNT (2) TO    WK-HS-CNT-R (WK-HST-IX)
                   MOVE    WK-ST-BYTES (2) TO  WK-HS-BYTES (WK-HST-IX)
                   MOVE    ZERO        TO      WK-HS-BPR (WK-HST-IX)
                   IF      WK-ST-CNT (2) > ZERO
                       COMPUTE WK-HS-BPR (WK-HST-IX) ROUNDED =
                               WK-ST-BYTES (2) / WK-ST-CNT (2)
                   END-IF
                   MOVE    "Y"         TO      WK-HST-UPD
           END-IF
           MOVE    "再編成済み(元は.OLD)" TO WK-F-MSG
           .
       S100-80.

           EVALUATE WK-F-STATE
               WHEN "OK"
                   ADD     1           TO      WK-REORG-CNT
               WHEN "REPORT"
               WHEN "SKIP"
                   ADD     1           TO      WK-SKIP-CNT
               WHEN "MISSING"
                   ADD     1           TO      WK-SKIP-CNT
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
               WHEN OTHER
                   ADD     1           TO      WK-NG-CNT
                   MOVE    8           TO      WK-RC-SAVE
           END-EVALUATE

           PERFORM S500-10     THRU    S500-EX
           .
       S100-EX.
           EXIT.

      *    *** 再編成: キー順に落とす -> 件数/チェックサム確認 ->
      *    *** .NEWへ積み直す -> .NEWを読み直して確認 -> 入れ替え
      *    *** どこかで合わなければ元はそのまま(WK-F-STATE=NG)
       S200-10.

           MOVE    "OK"        TO      WK-F-STATE
           MOVE    WK-NEW-BASE TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           IF      WK-CHK-OK   =       "N"
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "名前に使えない文字がある"
                                       TO      WK-F-MSG
                   GO  TO  S200-EX
           END-IF

      *    *** 落とし(元をキー順に読む)
           OPEN    OUTPUT      UNL1-F
           IF      WK-UNL-STATUS NOT = "00"
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "作業ファイル(.UNL)が作れない"
                                       TO      WK-F-MSG
                   GO  TO  S200-EX
           END-IF
           MOVE    ZERO        TO      WK-UNL-CNT
           MOVE    1           TO      WK-CS-S1
           MOVE    ZERO        TO      WK-CS-S2
           MOVE    WK-SRC-BASE TO      WK-IX-PATH
           PERFORM S400-10     THRU    S400-EX
           IF      WK-IX-OK    NOT =   "Y"
                   CLOSE   UNL1-F
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "元が開けない(落とし)" TO WK-F-MSG
                   GO  TO  S200-90
           END-IF
           MOVE    WK-REC-LEN  TO      WK-UNL-LEN
           PERFORM S410-10     THRU    S410-EX
           PERFORM UNTIL WK-IX-EOF = HIGH-VALUE
               MOVE    WK-REC (1:WK-REC-LEN) TO UNL1-REC
               WRITE   UNL1-REC
               IF      WK-UNL-STATUS NOT = "00"
                       MOVE    "NG"        TO      WK-F-STATE
               END-IF
               ADD     1           TO      WK-UNL-CNT
               PERFORM S350-10     THRU    S350-EX
               PERFORM S410-10     THRU    S410-EX
           END-PERFORM
           IF      WK-IX-OK    NOT =   "Y"
                   MOVE    "NG"        TO      WK-F-STATE
           END-IF
           PERFORM S420-10     THRU    S420-EX
           CLOSE   UNL1-F
           COMPUTE WK-UNL-SUM  =       WK-CS-S2 * 65536 + WK-CS-S1

           IF      WK-F-STATE  NOT =   "OK"
                   MOVE    ".UNLの書込みエラー"
                                       TO      WK-F-MSG
                   GO  TO  S200-90
           END-IF
      *    *** 統計の後に更新されていれば中止(静止点でない)
           IF      WK-UNL-CNT  NOT =   WK-ST-CNT (1)   OR
                   WK-UNL-SUM  NOT =   WK-ST-SUM (1)
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "落とし中に元が変わった"
                                       TO      WK-F-MSG
                   GO  TO  S200-90
           END-IF

      *    *** 積み直し(.NEWを空で作り、キー順に書く)
           MOVE    WK-NEW-BASE TO      WK-MS-BASE
           PERFORM S320-10     THRU    S320-EX
           MOVE    WK-NEW-BASE TO      WK-IX-PATH
           PERFORM S430-10     THRU    S430-EX
           IF      WK-IX-OK    NOT =   "Y"
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "新ファイル(.NEW)が作れない"
                                       TO      WK-F-MSG
                   GO  TO  S200-90
           END-IF
           OPEN    INPUT       UNL1-F
           MOVE    ZERO        TO      WK-LOAD-CNT
           MOVE    LOW-VALUE   TO      WK-UNL-EOF
           PERFORM UNTIL WK-UNL-EOF = HIGH-VALUE
               READ    UNL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-UNL-EOF
                   NOT AT  END
                       MOVE    SPACE       TO      WK-REC
                       MOVE    UNL1-REC (1:WK-UNL-LEN) TO WK-REC
                       PERFORM S440-10     THRU    S440-EX
                       IF      WK-IX-OK    =       "Y"
                               ADD     1           TO      WK-LOAD-CNT
                       ELSE
                               MOVE    "NG"        TO      WK-F-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   UNL1-F
           PERFORM S420-10     THRU    S420-EX
           IF      WK-F-STATE  NOT =   "OK"    OR
                   WK-LOAD-CNT NOT =   WK-UNL-CNT
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "積み直しの件数違い"
                                       TO      WK-F-MSG
                   GO  TO  S200-90
           END-IF

      *    *** .NEWを読み直して件数/チェックサムの確認
           MOVE    2           TO      P
           MOVE    WK-NEW-BASE TO      WK-MS-BASE
           PERFORM S300-10     THRU    S300-EX
           IF      WK-ST-OK (2) NOT =  "Y"             OR
                   WK-ST-CNT (2) NOT = WK-UNL-CNT      OR
                   WK-ST-SUM (2) NOT = WK-UNL-SUM
                   MOVE    "NG"        TO      WK-F-STATE
                   MOVE    "読み直しの照合違い"
                                       TO      WK-F-MSG
                   GO  TO  S200-90
           END-IF

      *    *** 入れ替え: 前回の.OLDを消し、元->.OLD、.NEW->元
           MOVE    WK-OLD-BASE TO      WK-MS-BASE
           PERFORM S320-10     THRU    S320-EX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF      WK-ST-COMP (1) (K:1) = "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mv "           DELIMITED BY SIZE
                           WK-SRC-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-OLD-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           INTO    WK-CMD
                   PERFORM S060-10     THRU    S060-EX
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF      WK-ST-COMP (2) (K:1) = "Y"
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mv "           DELIMITED BY SIZE
                           WK-NEW-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-SRC-BASE     DELIMITED BY SPACE
                           WK-SFX (K)      DELIMITED BY SPACE
                           INTO    WK-CMD
                   PERFORM S060-10     THRU    S060-EX
               END-IF
           END-PERFORM
           IF      WK-F-STATE  NOT =   "OK"
                   MOVE    "入れ替えのmvエラー"
                                       TO      WK-F-MSG
           END-IF
           .
       S200-90.

      *    *** 作業ファイルの後始末(NGの時は.NEWも消す)
           CALL    "CBL_DELETE_FILE" USING WK-UNL-PATH
           END-CALL
           IF      WK-F-STATE  NOT =   "OK"    AND
                   WK-F-MSG (1:9) NOT = "入れ替"
                   MOVE    WK-NEW-BASE TO      WK-MS-BASE
                   PERFORM S320-10     THRU    S320-EX
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           .
       S200-EX.
           EXIT.

      *    *** 統計(P: 1=前 2=後)。WK-MS-BASEのバイト数を測り、
      *    *** 種別のレイアウトで全件読んで件数、使用長、
      *    *** チェックサム、キー先頭の分布を取る
       S300-10.

           PERFORM S310-10     THRU    S310-EX
           MOVE    WK-MS-COMP  TO      WK-ST-COMP (P)
           MOVE    WK-MS-BYTES TO      WK-ST-BYTES (P)
           MOVE    ZERO        TO      WK-ST-CNT (P)
                                       WK-ST-USED (P)
                                       WK-ST-WASTE (P)
                                       WK-ST-PCT (P)
                                       WK-ST-AVG (P)
           MOVE    "N"         TO      WK-ST-OK (P)
           MOVE    ZERO        TO      WK-DS-OTHER (P)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-DS-CNT
               MOVE    ZERO        TO      WK-DS-N (K P)
           END-PERFORM
           IF      WK-MS-COMP  =       "NNN"
                   GO  TO  S300-EX
           END-IF

           MOVE    1           TO      WK-CS-S1
           MOVE    ZERO        TO      WK-CS-S2
           MOVE    WK-MS-BASE  TO      WK-IX-PATH
           PERFORM S400-10     THRU    S400-EX
           IF      WK-IX-OK    NOT =   "Y"
                   GO  TO  S300-EX
           END-IF
           MOVE    "Y"         TO      WK-ST-OK (P)
           PERFORM S410-10     THRU    S410-EX
           PERFORM UNTIL WK-IX-EOF = HIGH-VALUE
               ADD     1           TO      WK-ST-CNT (P)
               MOVE    ZERO        TO      WK-USED
               PERFORM VARYING L FROM WK-REC-LEN BY -1
                       UNTIL L < 1 OR WK-USED > ZERO
                   IF      WK-REC (L:1) NOT = SPACE
                           MOVE    L           TO      WK-USED
                   END-IF
               END-PERFORM
               ADD     WK-USED     TO      WK-ST-USED (P)
               PERFORM S350-10     THRU    S350-EX
               PERFORM S360-10     THRU    S360-EX
               PERFORM S410-10     THRU    S410-EX
           END-PERFORM
           IF      WK-IX-OK    NOT =   "Y"
                   MOVE    "N"         TO      WK-ST-OK (P)
           END-IF
           PERFORM S420-10     THRU    S420-EX
           COMPUTE WK-ST-SUM (P) = WK-CS-S2 * 65536 + WK-CS-S1

      *    *** 推定無駄領域と率、平均使用長
           COMPUTE WK-EXPECT   =       WK-ST-CNT (P) * WK-BPR
           IF      WK-ST-BYTES (P) >   WK-EXPECT
                   COMPUTE WK-ST-WASTE (P) =
                           WK-ST-BYTES (P) - WK-EXPECT
           END-IF
           IF      WK-ST-BYTES (P) >   ZERO
                   COMPUTE WK-ST-PCT (P) ROUNDED =
                           WK-ST-WASTE (P) * 100 / WK-ST-BYTES (P)
           END-IF
           IF      WK-ST-CNT (P) >     ZERO
                   COMPUTE WK-ST-AVG (P) ROUNDED =
                           WK-ST-USED (P) / WK-ST-CNT (P)
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** バイト数の測定(WK-MS-BASE + 空白/.dat/.idx の有る部品)
      *    *** FLAGS=128 でファイルサイズを受け取る(BKUPSETと同じ)
       S310-10.

           MOVE    "NNN"       TO      WK-MS-COMP
           MOVE    ZERO        TO      WK-MS-BYTES
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
                       MOVE    SPACE       TO      WK-CFILE
                       STRING  WK-MS-PATH  DELIMITED BY SPACE
                               X"00"       DELIMITED BY SIZE
                               INTO    WK-CFILE
                       CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                                     WK-ACCESS-MODE
                                                     WK-FILE-LOCK
                                                     WK-DEVICE
                                                     WK-FH
                       IF      RETURN-CODE =       ZERO
                               MOVE    ZERO        TO      WK-OFFSET
                               MOVE    128         TO      WK-FLAGS
                               MOVE    1           TO      WK-READ-LEN
                               CALL    "CBL_READ_FILE" USING WK-FH
                                                     WK-OFFSET
                                                     WK-READ-LEN
                                                     WK-FLAGS
                                                     WK-BUF
                               ADD     WK-OFFSET   TO      WK-MS-BYTES
                               CALL    "CBL_CLOSE_FILE" USING WK-FH
                       END-IF
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** WK-MS-BASEの部品(空白/.dat/.idx)を消す
       S320-10.

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
               MOVE    SPACE       TO      WK-MS-PATH
               STRING  WK-MS-BASE      DELIMITED BY SPACE
                       WK-SFX (L)      DELIMITED BY SPACE
                       INTO    WK-MS-PATH
               CALL    "CBL_DELETE_FILE" USING WK-MS-PATH
               END-CALL
           END-PERFORM
           MOVE    ZERO        TO      RETURN-CODE
           .
       S320-EX.
           EXIT.

      *    *** チェックサム(WK-RECのレコード長分、Adler-32)
       S350-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-REC-LEN
               MOVE    WK-REC (J:1) TO     PIC-X
               ADD     PIC-Halfword TO     WK-CS-S1
               IF      WK-CS-S1    >=      65521
                       SUBTRACT 65521  FROM    WK-CS-S1
               END-IF
               ADD     WK-CS-S1    TO      WK-CS-S2
               IF      WK-CS-S2    >=      65521
                       SUBTRACT 65521  FROM    WK-CS-S2
               END-IF
           END-PERFORM
           .
       S350-EX.
           EXIT.

      *    *** キー先頭の分布(キー順に読むので同じ先頭は続く)
       S360-10.

           MOVE    SPACE       TO      WK-PFX
           MOVE    WK-REC (1:WK-PFX-LEN) TO WK-PFX
           PERFORM VARYING K FROM WK-DS-CNT BY -1
                   UNTIL K < 1 OR WK-DS-PFX (K) = WK-PFX
               CONTINUE
           END-PERFORM
           IF      K           <       1
               IF      WK-DS-CNT   <       30
                       ADD     1           TO      WK-DS-CNT
                       MOVE    WK-DS-CNT   TO      K
                       MOVE    WK-PFX      TO      WK-DS-PFX (K)
               ELSE
                       ADD     1           TO      WK-DS-OTHER (P)
                       GO  TO  S360-EX
               END-IF
           END-IF
           ADD     1           TO      WK-DS-N (K P)
           .
       S360-EX.
           EXIT.

      *    *** 種別のレイアウトで WK-IX-PATH を入力で開く
       S400-10.

           MOVE    "Y"         TO      WK-IX-OK
           MOVE    LOW-VALUE   TO      WK-IX-EOF
           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   OPEN    INPUT       PN3-F
               WHEN "BALROLL"
                   OPEN    INPUT       BAL1-F
               WHEN "PRMLIB"
                   OPEN    INPUT       LIB1-F
               WHEN "PAYEE"
                   OPEN    INPUT       PYM1-F
               WHEN "PERCTL"
                   OPEN    INPUT       PER1-F
           END-EVALUATE
           IF      WK-IX-STATUS NOT =  "00"
                   DISPLAY WK-PGM-NAME " OPEN ERROR STATUS="
                           WK-IX-STATUS " (" WK-IX-PATH (1:40) ")"
                   MOVE    "N"         TO      WK-IX-OK
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** キー順に1件読んで WK-REC へ(終りは WK-IX-EOF)
       S410-10.

           MOVE    SPACE       TO      WK-REC
           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   READ    PN3-F   NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-IX-EOF
                       NOT AT  END
                           MOVE    PN3-REC     TO      WK-REC
                   END-READ
               WHEN "BALROLL"
                   READ    BAL1-F  NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-IX-EOF
                       NOT AT  END
                           MOVE    BAL1-REC    TO      WK-REC
                   END-READ
               WHEN "PRMLIB"
                   READ    LIB1-F  NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-IX-EOF
                       NOT AT  END
                           MOVE    LIB1-REC    TO      WK-REC
                   END-READ
               WHEN "PAYEE"
                   READ    PYM1-F  NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-IX-EOF
                       NOT AT  END
                           MOVE    PYM1-REC    TO      WK-REC
                   END-READ
               WHEN "PERCTL"
                   READ    PER1-F  NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-IX-EOF
                       NOT AT  END
                           MOVE    PER1-REC    TO      WK-REC
                   END-READ
           END-EVALUATE
           IF      WK-IX-STATUS NOT =  "00"    AND
                   WK-IX-STATUS NOT =  "10"
                   DISPLAY WK-PGM-NAME " READ ERROR STATUS="
                           WK-IX-STATUS " (" WK-IX-PATH (1:40) ")"
                   MOVE    HIGH-VALUE  TO      WK-IX-EOF
                   MOVE    "N"         TO      WK-IX-OK
           END-IF
           .
       S410-EX.
           EXIT.

      *    *** 種別のファイルを閉じる
       S420-10.

           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   CLOSE   PN3-F
               WHEN "BALROLL"
                   CLOSE   BAL1-F
               WHEN "PRMLIB"
                   CLOSE   LIB1-F
               WHEN "PAYEE"
                   CLOSE   PYM1-F
               WHEN "PERCTL"
                   CLOSE   PER1-F
           END-EVALUATE
           .
       S420-EX.
           EXIT.

      *    *** 種別のレイアウトで WK-IX-PATH を出力で(空で)作る
       S430-10.

           MOVE    "Y"         TO      WK-IX-OK
           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   OPEN    OUTPUT      PN3-F
               WHEN "BALROLL"
                   OPEN    OUTPUT      BAL1-F
               WHEN "PRMLIB"
                   OPEN    OUTPUT      LIB1-F
               WHEN "PAYEE"
                   OPEN    OUTPUT      PYM1-F
               WHEN "PERCTL"
                   OPEN    OUTPUT      PER1-F
           END-EVALUATE
           IF      WK-IX-STATUS NOT =  "00"
                   DISPLAY WK-PGM-NAME " OPEN OUTPUT ERROR STATUS="
                           WK-IX-STATUS " (" WK-IX-PATH (1:40) ")"
                   MOVE    "N"         TO      WK-IX-OK
           END-IF
           .
       S430-EX.
           EXIT.

      *    *** WK-REC を種別のレイアウトで書く(キー順)
       S440-10.

           MOVE    "Y"         TO      WK-IX-OK
           EVALUATE WK-F-TYPE
               WHEN "PIN3"
                   MOVE    WK-REC      TO      PN3-REC
                   WRITE   PN3-REC
               WHEN "BALROLL"
                   MOVE    WK-REC      TO      BAL1-REC
                   WRITE   BAL1-REC
               WHEN "PRMLIB"
                   MOVE    WK-REC      TO      LIB1-REC
                   WRITE   LIB1-REC
               WHEN "PAYEE"
                   MOVE    WK-REC      TO      PYM1-REC
                   WRITE   PYM1-REC
               WHEN "PERCTL"
                   MOVE    WK-REC      TO      PER1-REC
                   WRITE   PER1-REC
           END-EVALUATE
           IF      WK-IX-STATUS NOT =  "00"
                   DISPLAY WK-PGM-NAME " WRITE ERROR STATUS="
                           WK-IX-STATUS " (" WK-IX-PATH (1:40) ")"
                   MOVE    "N"         TO      WK-IX-OK
           END-IF
           .
       S440-EX.
           EXIT.

      *    *** ファイル1件のレポート
       S500-10.

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-REC-LEN  TO      WK-NUM-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "ファイル="         DELIMITED BY SIZE
                   WK-F-NAME           DELIMITED BY SPACE
                   " ("                DELIMITED BY SIZE
                   WK-SRC-BASE         DELIMITED BY SPACE
                   ") 種別="           DELIMITED BY SIZE
                   WK-F-TYPE           DELIMITED BY SPACE
                   " レコード長="      DELIMITED BY SIZE
                   WK-NUM-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           MOVE    SPACE       TO      POT1-REC
           STRING  "  判定="           DELIMITED BY SIZE
                   WK-F-STATE          DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-F-MSG            DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC

           IF      WK-ST-OK (1) NOT =  "Y"
                   GO  TO  S500-EX
           END-IF

           MOVE    WK-BPR      TO      WK-NUM-E
           MOVE    SPACE       TO      POT1-REC
           IF      WK-BPR-SRC  =       "H"
                   STRING  "  推定の基準=前回の再編成後"
                                       DELIMITED BY SIZE
                           WK-NUM-E    DELIMITED BY SIZE
                           "バイト"    DELIMITED BY SIZE
                           INTO    POT1-REC
           ELSE
                   STRING  "  推定の基準=レコード長+キー長"
                                       DELIMITED BY SIZE
                           WK-NUM-E    DELIMITED BY SIZE
                           "バイト"    DELIMITED BY SIZE
                           INTO    POT1-REC
           END-IF
           WRITE   POT1-REC

      *    *** 前後の統計
           MOVE    SPACE       TO      POT1-REC
           STRING  "                      件数" DELIMITED BY SIZE
                   "         バイト数"        DELIMITED BY SIZE
                   "         推定無駄"        DELIMITED BY SIZE
                   "  無駄%"                  DELIMITED BY SIZE
                   " 平均使用長"              DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
               IF      WK-ST-OK (P) =      "Y"
                   MOVE    WK-ST-CNT (P) TO    WK-CNT-E
                   MOVE    WK-ST-BYTES (P) TO  WK-BYTES-E
                   MOVE    WK-ST-WASTE (P) TO  WK-WASTE-E
                   MOVE    WK-ST-PCT (P) TO    WK-PCT-E
                   MOVE    WK-ST-AVG (P) TO    WK-AVG-E
                   MOVE    SPACE       TO      POT1-REC
                   IF      P           =       1
                           MOVE    "  再編成前" TO     WK-ROW-LBL
                   ELSE
                           MOVE    "  再編成後" TO     WK-ROW-LBL
                   END-IF
                   STRING  WK-ROW-LBL         DELIMITED BY SIZE
                           WK-CNT-E           DELIMITED BY SIZE
                           "  "               DELIMITED BY SIZE
                           WK-BYTES-E         DELIMITED BY SIZE
                           "  "               DELIMITED BY SIZE
                           WK-WASTE-E         DELIMITED BY SIZE
                           "  "               DELIMITED BY SIZE
                           WK-PCT-E           DELIMITED BY SIZE
                           "    "             DELIMITED BY SIZE
                           WK-AVG-E           DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

      *    *** キー先頭の分布(前/後の件数と前の構成比)
           MOVE    WK-PFX-LEN  TO      WK-NUM-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  キー先頭"        DELIMITED BY SIZE
                   WK-NUM-E            DELIMITED BY SIZE
                   "桁の分布"          DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "    キー先頭"      DELIMITED BY SIZE
                   "                         再編成前"
                                       DELIMITED BY SIZE
                   "    再編成後"      DELIMITED BY SIZE
                   " 構成比"           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-DS-CNT
               MOVE    WK-DS-PFX (K) TO    WK-PFX
               MOVE    WK-DS-N (K 1) TO    WK-CNT-E
               MOVE    WK-DS-N (K 2) TO    WK-CNT-E2
               PERFORM S510-10     THRU    S510-EX
           END-PERFORM
           IF      WK-DS-OTHER (1) >   ZERO    OR
                   WK-DS-OTHER (2) >   ZERO
                   MOVE    "(その他)"  TO      WK-PFX
                   MOVE    WK-DS-OTHER (1) TO  WK-CNT-E
                   MOVE    WK-DS-OTHER (2) TO  WK-CNT-E2
                   MOVE    ZERO        TO      K
                   PERFORM S510-10     THRU    S510-EX
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 分布1行(構成比と40桁の棒)
       S510-10.

           MOVE    ZERO        TO      WK-PCT-W
           IF      K           >       ZERO    AND
                   WK-ST-CNT (1) >     ZERO
                   COMPUTE WK-PCT-W ROUNDED =
                           WK-DS-N (K 1) * 100 / WK-ST-CNT (1)
           END-IF
           IF      K           =       ZERO    AND
                   WK-ST-CNT (1) >     ZERO
                   COMPUTE WK-PCT-W ROUNDED =
                           WK-DS-OTHER (1) * 100 / WK-ST-CNT (1)
           END-IF
           MOVE    WK-PCT-W    TO      WK-PCT-E
           MOVE    SPACE       TO      WK-BAR
           COMPUTE L           =       WK-PCT-W * 40 / 100
           IF      L           >       ZERO
                   MOVE    ALL "*"     TO      WK-BAR (1:L)
           END-IF

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-PFX      TO      POT1-REC (5:28)
           MOVE    WK-CNT-E    TO      POT1-REC (33:)
           IF      WK-ST-OK (2) =      "Y"
                   MOVE    WK-CNT-E2   TO      POT1-REC (45:)
           END-IF
           MOVE    WK-PCT-E    TO      POT1-REC (57:)
           MOVE    "%"         TO      POT1-REC (62:)
           MOVE    WK-BAR      TO      POT1-REC (64:)
           WRITE   POT1-REC
           .
       S510-EX.
           EXIT.

      *    *** 履歴の書き直し
       S800-10.

           OPEN    OUTPUT      HST1-F
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HST1-F OPEN ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S800-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-HS-CNT
               MOVE    SPACE       TO      HST1-REC
               MOVE    WK-HS-NAME (J) TO   HST1-NAME
               MOVE    WK-HS-TYPE (J) TO   HST1-TYPE
               MOVE    WK-HS-YMD (J) TO    HST1-YMD
               MOVE    WK-HS-BPR (J) TO    HST1-BPR
               MOVE    WK-HS-CNT-R (J) TO  HST1-CNT
               MOVE    WK-HS-BYTES (J) TO  HST1-BYTES
               WRITE   HST1-REC
           END-PERFORM
           CLOSE   HST1-F
           .
       S800-EX.
           EXIT.

      *    *** 合計、CLOSE
       S900-10.

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "** ファイル="      DELIMITED BY SIZE
                   WK-FILE-CNT         DELIMITED BY SIZE
                   " 再編成="          DELIMITED BY SIZE
                   WK-REORG-CNT        DELIMITED BY SIZE
                   " 見送り="          DELIMITED BY SIZE
                   WK-SKIP-CNT         DELIMITED BY SIZE
                   " NG="              DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END FILES=" WK-FILE-CNT
                   " REORG=" WK-REORG-CNT " NG=" WK-NG-CNT
                   " RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
