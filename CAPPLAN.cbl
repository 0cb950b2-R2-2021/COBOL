      *    *** バッチウィンドウの容量計画(処理量による所要予測)
      *    *** SCHEDSIMの直近平均では量の伸びによる限界時期が
      *    *** 分からない為、STEP毎に
      *    ***   ・DATETIME.LOGの処理時間(E行)と、同じ日の入力件数
      *    ***     (FGROWTH COLLECTの件数履歴 FGROWTH.HIS)を対にし
      *    ***     所要秒=A+B×件数 を最小二乗で当てはめ
      *    ***   ・FGROWTHと同じ増加率(最古点～最新点の件数/日)で
      *    ***     月末毎の件数を延ばし、所要を予測
      *    ***   ・SCHEDSIMと同じ前提順のシミュレーションで月毎の
      *    ***     チェーン終了時刻を出し、SLAMON.PRM1の締切と比較
      *    *** して、最初に締切を超える月とその要因STEP(超過STEP
      *    *** までの最長経路で伸びの大きいSTEP)を報告する。
      *    *** 件数の伸びより処理時間の伸びが大きいSTEP(件数に
      *    *** 比例しない劣化)にも印を付ける
      *    ***
      *    *** 計画定義(CAPPLAN.PRM1)の各行:
      *    ***   CHAIN=チェーン定義ファイル(省略時JOBCHAIN.PRM1)
      *    ***   START=HHMM  チェーン開始時刻(省略時はJOBSCHED.PRM1
      *    ***               の同じCHAIN=行のTIME=)
      *    ***   MONTHS=n    予測月数(省略時12、最大36)
      *    ***   DAYS=n      実績に使う過去日数(省略時180)
      *    ***   STEP=STEP名,FILE=入力ファイル名
      *    ***               件数を見るファイル(FGROWTH.PRM1のFILE=
      *    ***               と同じ名前)。無いSTEPは直近平均で固定
      *    ***
      *    *** 起動引数: ARG-1=計画定義ファイル名(省略時CAPPLAN.PRM1)
      *    *** RETURN-CODE: 0=予測期間内に締切超過なし 4=超過あり
      *    ***              16=定義エラー

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CAPPLAN.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 計画定義
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** チェーン定義(JOBCHAINのPRM1と同一レイアウト)
           SELECT PRM2-F           ASSIGN   WK-PRM2-F-NAME
                               STATUS   WK-PRM2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 起動時刻表(JOBSCHED.PRM1)
           SELECT PRM3-F           ASSIGN   WK-PRM3-F-NAME
                               STATUS   WK-PRM3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SLA定義(SLAMON.PRM1)
           SELECT PRM4-F           ASSIGN   WK-PRM4-F-NAME
                               STATUS   WK-PRM4-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** DATETIMEが追記する共通タイミングログ
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** FGROWTHの件数/バイト数履歴
           SELECT PIN2-F           ASSIGN   WK-PIN2-F-NAME
                               STATUS   WK-PIN2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 容量計画レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PRM2-F
           LABEL RECORDS ARE STANDARD.
       01  PRM2-REC.
           03  PRM2-STEP-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  PRM2-PGM-NAME   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PRM2-STOP-COND  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  PRM2-DEPS       PIC  X(104).

       FD  PRM3-F
           LABEL RECORDS ARE STANDARD.
       01  PRM3-REC.
           03  FILLER          PIC  X(100).

       FD  PRM4-F
           LABEL RECORDS ARE STANDARD.
       01  PRM4-REC.
           03  FILLER          PIC  X(100).

      *    *** DATETIMEのWK-LOG-LINEと同一レイアウト
       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC            PIC  X(080).
       01  PIN1-REC-R          REDEFINES PIN1-REC.
           03  PIN1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PIN1-ID         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PIN1-YMD.
               05  PIN1-YY     PIC  9(002).
               05  FILLER      PIC  X(001).
               05  PIN1-MM     PIC  9(002).
               05  FILLER      PIC  X(001).
               05  PIN1-DD     PIC  9(002).
           03  FILLER          PIC  X(001).
           03  PIN1-HMS        PIC  X(011).
           03  FILLER          PIC  X(001).
           03  PIN1-SEC-D      PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC  X(001).
           03  PIN1-COM        PIC  X(020).
           03  FILLER          PIC  X(013).

      *    *** FGROWTHのHIS1-RECと同一レイアウト
       FD  PIN2-F
           LABEL RECORDS ARE STANDARD.
       01  PIN2-REC.
           03  PIN2-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PIN2-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  PIN2-RECS       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  PIN2-BYTES      PIC  9(012).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CAPPLAN".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "CAPPLAN.PRM1".
           03  WK-PRM2-F-NAME  PIC  X(032) VALUE "JOBCHAIN.PRM1".
           03  WK-PRM3-F-NAME  PIC  X(032) VALUE "JOBSCHED.PRM1".
           03  WK-PRM4-F-NAME  PIC  X(032) VALUE "SLAMON.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "DATETIME.LOG".
           03  WK-PIN2-F-NAME  PIC  X(032) VALUE "FGROWTH.HIS".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "CAPPLAN.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM3-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM4-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM3-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM4-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-PRM01        PIC  X(032) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(032) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(032) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.

      *    *** 計画定義の値(STEP=,FILE=は一旦ここに溜め、チェーン
      *    *** 定義を読んだ後でSTEPへ結び付ける)
           03  WK-START-HHMM   PIC  9(004) VALUE ZERO.
           03  WK-START-HHMM-R REDEFINES WK-START-HHMM.
             05  WK-START-HH   PIC  9(002).
             05  WK-START-MM   PIC  9(002).
           03  WK-START-SET    PIC  X(001) VALUE "N".
           03  WK-START-SEC    BINARY-LONG SYNC VALUE ZERO.
           03  WK-MONTHS       BINARY-LONG SYNC VALUE 12.
           03  WK-HIST-DAYS    BINARY-LONG SYNC VALUE 180.
           03  WK-MAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAP-TBL      OCCURS 50.
             05  WK-MAP-STEP   PIC  X(020) VALUE SPACE.
             05  WK-MAP-FILE   PIC  X(032) VALUE SPACE.

           03  WK-TODAY-NISUU  PIC  9(007) VALUE ZERO.
           03  WK-REC-NISUU    PIC  9(007) VALUE ZERO.
           03  WK-DAYS-AGO     BINARY-LONG SYNC VALUE ZERO.
           03  WK-AVG-DAYS     BINARY-LONG SYNC VALUE 14.
           03  WK-REC-SEC      PIC  9(009)V99 VALUE ZERO.

      *    *** 実績のないSTEPの仮定処理時間(秒、SCHEDSIMと同じ)
           03  WK-DFLT-SEC     BINARY-LONG SYNC VALUE 60.

      *    *** 回帰計算用(件数の二乗和は18桁を超えうる為広く取る)
           03  WK-SX           PIC S9(015)V9(04) VALUE ZERO.
           03  WK-SY           PIC S9(015)V9(04) VALUE ZERO.
           03  WK-MX           PIC S9(012)V9(06) VALUE ZERO.
           03  WK-MY           PIC S9(012)V9(06) VALUE ZERO.
           03  WK-SXX          PIC S9(024)V9(04) VALUE ZERO.
           03  WK-SXY          PIC S9(024)V9(04) VALUE ZERO.
           03  WK-DX           PIC S9(012)V9(06) VALUE ZERO.
           03  WK-DY           PIC S9(012)V9(06) VALUE ZERO.

      *    *** 前半/後半の件数・時間の伸び(件数比例の劣化判定)
           03  WK-HALF         BINARY-LONG SYNC VALUE ZERO.
           03  WK-EX           PIC  9(015) VALUE ZERO.
           03  WK-LX           PIC  9(015) VALUE ZERO.
           03  WK-EY           PIC  9(013)V99 VALUE ZERO.
           03  WK-LY           PIC  9(013)V99 VALUE ZERO.
      *    *** 時間の伸びが件数の伸びのこの倍率を超えたら印
           03  WK-FAST-RATIO   PIC  9(001)V99 VALUE 1.10.

      *    *** 予測月の計算
           03  WK-MON          BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUR-YYYY     PIC  9(004) VALUE ZERO.
           03  WK-CUR-MM       PIC  9(002) VALUE ZERO.
           03  WK-TGT-YYYY     PIC  9(004) VALUE ZERO.
           03  WK-TGT-MM       PIC  9(002) VALUE ZERO.
           03  WK-TGT-NISUU    PIC  9(007) VALUE ZERO.
           03  WK-MON-LABEL    PIC  X(007) VALUE SPACE.
           03  WK-PROJ-X       PIC S9(012)V99 VALUE ZERO.
           03  WK-PROJ-Y       PIC S9(012)V99 VALUE ZERO.

      *    *** シミュレーション(SCHEDSIMと同じ)
           03  WK-SCHED-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-PROGRESS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEP-OK       PIC  X(001) VALUE "N".
           03  WK-DEP-FND      PIC  X(001) VALUE "N".
           03  WK-MAX-FIN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAX-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-END-SEC      BINARY-LONG SYNC VALUE ZERO.

      *    *** 締切判定
           03  WK-SLA-USED     BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-IX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-OVER    BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER         BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIRST-MISS   PIC  X(007) VALUE SPACE.
           03  WK-FAST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DRV-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DRV-DELTA    BINARY-LONG SYNC VALUE ZERO.
           03  WK-DELTA        BINARY-LONG SYNC VALUE ZERO.

      *    *** 時刻の編集(開始からの相対秒=>時刻、日跨ぎ)
           03  WK-CLK-SEC      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CLK-DAY      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CLK-HH       PIC  9(002) VALUE ZERO.
           03  WK-CLK-MM       PIC  9(002) VALUE ZERO.
           03  WK-CLK-DAY-E    PIC  9(001) VALUE ZERO.
           03  WK-CLK-E        PIC  X(008) VALUE SPACE.

           03  WK-DEPS-WK      PIC  X(104) VALUE SPACE.
           03  WK-DEP-T        OCCURS 5
                               PIC  X(020) VALUE SPACE.

      *    *** 編集項目
           03  WK-N-E          PIC  ZZ9 VALUE ZERO.
           03  WK-A-E          PIC  ---,--9.9 VALUE ZERO.
           03  WK-B-E          PIC  ZZ,ZZ9.999 VALUE ZERO.
           03  WK-VOL-E        PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-PCT-E        PIC  -ZZ,ZZ9.9 VALUE ZERO.
           03  WK-PCT2-E       PIC  -ZZ,ZZ9.9 VALUE ZERO.
           03  WK-PCT          PIC S9(007)V9 VALUE ZERO.
           03  WK-SEC-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-SEC2-E       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-SEC3-E       PIC  -ZZZ,ZZ9 VALUE ZERO.
           03  WK-DL-E         PIC  9(004) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** 制御レコードの一意な名前付け用(JOBCHAINと同じ)
       01  CTLREC-AREA.
           03  WK-CTLREC-SEQ   PIC  9(003) VALUE ZERO.

      *    *** SLA定義(SLAMON.PRM1のJOB=とDEADLINE=)
       01  SLA-TBL-AREA.
           03  WK-SLA-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SLA-TBL      OCCURS 50.
             05  WK-SLA-JOB    PIC  X(008) VALUE SPACE.
             05  WK-SLA-DL     PIC  9(004) VALUE ZERO.
             05  WK-SLA-DL-R   REDEFINES WK-SLA-DL.
               07  WK-SLA-DL-HH PIC 9(002).
               07  WK-SLA-DL-MM PIC 9(002).

      *    *** STEPテーブル(SCHEDSIMのSTEP定義+処理量モデル)
       01  STEP-TBL-AREA.
           03  WK-STEP-MAX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-STEP-TBL     OCCURS 50.
             05  WK-ST-NAME    PIC  X(020) VALUE SPACE.
             05  WK-ST-PGM     PIC  X(008) VALUE SPACE.
             05  WK-ST-DEP-CNT BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-DEP     OCCURS 5
                               PIC  X(020) VALUE SPACE.
      *    *** 入力ファイルと件数履歴(通算日数、件数)
             05  WK-ST-FILE    PIC  X(032) VALUE SPACE.
             05  WK-ST-HV-CNT  BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-HV      OCCURS 400.
               07  WK-ST-HV-NISUU PIC 9(007) VALUE ZERO.
               07  WK-ST-HV-RECS  PIC 9(009) VALUE ZERO.
      *    *** 処理時間と件数の対(日付順)
             05  WK-ST-PT-CNT  BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-PT      OCCURS 200.
               07  WK-ST-PT-X  PIC  9(009) VALUE ZERO.
               07  WK-ST-PT-Y  PIC  9(007)V99 VALUE ZERO.
      *    *** 直近平均(件数の無いSTEP用)
             05  WK-ST-SUM-SEC PIC  9(012)V99 VALUE ZERO.
             05  WK-ST-N       BINARY-LONG SYNC VALUE ZERO.
      *    *** モデル: L=所要=A+B×件数 P=比例(A=0) C=平均固定
      *    ***         D=実績ﾅｼ(既定秒) *=制御レコード(0秒)
             05  WK-ST-MODEL   PIC  X(001) VALUE SPACE.
             05  WK-ST-A       PIC S9(009)V9(04) VALUE ZERO.
             05  WK-ST-B       PIC S9(005)V9(12) VALUE ZERO.
      *    *** 最新件数とその日、増加率(件数/日)
             05  WK-ST-VOL0    PIC  9(009) VALUE ZERO.
             05  WK-ST-VOL-NISUU PIC 9(007) VALUE ZERO.
             05  WK-ST-RATE    PIC S9(009)V9(04) VALUE ZERO.
      *    *** 件数より時間の伸びが大きい印と、前半比の伸び率
             05  WK-ST-FAST    PIC  X(001) VALUE "N".
             05  WK-ST-VG      PIC S9(007)V9(04) VALUE ZERO.
             05  WK-ST-TG      PIC S9(007)V9(04) VALUE ZERO.
      *    *** 現在の所要と予測月の所要(秒)
             05  WK-ST-DUR0    BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-DUR     BINARY-LONG SYNC VALUE ZERO.
      *    *** 締切(チェーン開始からの相対秒、0=締切なし)
             05  WK-ST-SLA     BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-SLA-HHMM PIC 9(004) VALUE ZERO.
      *    *** シミュレーション結果(SCHEDSIMと同じ)
             05  WK-ST-START   BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-FIN     BINARY-LONG SYNC VALUE ZERO.
             05  WK-ST-DONE    PIC  X(001) VALUE "N".
             05  WK-ST-CRIT-PRED BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、計画定義、チェーン定義、開始時刻、締切
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX
           PERFORM S170-10     THRU    S170-EX
           PERFORM S180-10     THRU    S180-EX

      *    *** 件数履歴と処理時間の対作成、STEP毎のモデル
           PERFORM S200-10     THRU    S200-EX
           PERFORM S250-10     THRU    S250-EX
           PERFORM S300-10     THRU    S300-EX

      *    *** 現在と月毎の予測
           PERFORM S400-10     THRU    S400-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX
           .
       M100-EX.
           MOVE    WK-RC-SAVE  TO      RETURN-CODE
           STOP    RUN.

       S010-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

           MOVE    "O"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

      *    *** 共有ログ/履歴の物理パスをCFGNAMEで解決する
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PIN1-F-NAME TO  WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PIN1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PIN2-F-NAME TO  WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PIN2-F-NAME

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 当日NISUUと当月(予測月の起点)
           COMPUTE WDW-DATE2-YYYY =   2000    +   WDT-DATE-YY
           MOVE    WDT-DATE-MM TO      WDW-DATE2-MM
           MOVE    WDT-DATE-DD TO      WDW-DATE2-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-NISUU   TO      WK-TODAY-NISUU
           COMPUTE WK-CUR-YYYY =      2000    +   WDT-DATE-YY
           MOVE    WDT-DATE-MM TO      WK-CUR-MM

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
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

      *    *** 計画定義の読込
       S100-10.

           PERFORM UNTIL   WK-PRM1-EOF   =     HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-MONTHS   <       1       OR
                   WK-MONTHS   >       36
                   DISPLAY WK-PGM-NAME " MONTHSは1～36"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 計画定義1行
       S110-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S110-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01    WK-PRM02
                                       WK-PRM03    WK-PRM04
                                       WK-PRM05    WK-PRM06
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           EVALUATE TRUE
               WHEN WK-PRM01   =       "CHAIN"
                   MOVE    WK-PRM02    TO      WK-PRM2-F-NAME
               WHEN WK-PRM01   =       "START"     AND
                    WK-PRM02 (1:4) IS NUMERIC
                   MOVE    WK-PRM02 (1:4) TO   WK-START-HHMM
                   MOVE    "Y"         TO      WK-START-SET
               WHEN WK-PRM01   =       "MONTHS"    AND
                    WK-PRM02 (1:1) IS NUMERIC
                   MOVE    NUMVAL(WK-PRM02) TO WK-MONTHS
               WHEN WK-PRM01   =       "DAYS"      AND
                    WK-PRM02 (1:1) IS NUMERIC
                   MOVE    NUMVAL(WK-PRM02) TO WK-HIST-DAYS
               WHEN WK-PRM01   =       "STEP"      AND
                    WK-PRM03   =       "FILE"      AND
                    WK-PRM04   NOT =   SPACE
                   ADD     1           TO      WK-MAP-CNT
                   IF      WK-MAP-CNT  >       50
                       DISPLAY WK-PGM-NAME " STEP=定義は50件まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   MOVE    WK-PRM02    TO      WK-MAP-STEP (WK-MAP-CNT)
                   MOVE    WK-PRM04    TO      WK-MAP-FILE (WK-MAP-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** チェーン定義読込(SCHEDSIMのS100/S110と同じ規約)と
      *    *** 入力ファイルの結び付け
       S150-10.

           OPEN    INPUT       PRM2-F
           IF      WK-PRM2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM2-F OPEN ERROR STATUS="
                           WK-PRM2-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL   WK-PRM2-EOF   =     HIGH-VALUE
               READ    PRM2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM2-EOF
                   NOT AT  END
                       PERFORM S160-10     THRU    S160-EX
               END-READ
           END-PERFORM
           CLOSE   PRM2-F

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MAP-CNT
               MOVE    ZERO        TO      K
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-STEP-MAX
                   IF      WK-ST-NAME (I) =    WK-MAP-STEP (J)
                           MOVE    WK-MAP-FILE (J) TO WK-ST-FILE (I)
                           MOVE    I           TO      K
                   END-IF
               END-PERFORM
               IF      K           =       ZERO
                       DISPLAY WK-PGM-NAME " STEPﾅｼ="
                               WK-MAP-STEP (J)
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
               END-IF
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** チェーン定義1行の登録
       S160-10.

           IF      PRM2-STEP-NAME =    SPACE
                   GO  TO  S160-EX
           END-IF

      *    *** *LOCK行(資源ロック宣言)はJOBCHAINでもSTEPにならない
           IF      PRM2-STEP-NAME (1:6) = "*LOCK "
                   GO  TO  S160-EX
           END-IF

           ADD     1           TO      WK-STEP-MAX
           IF      WK-STEP-MAX >       50
                   DISPLAY WK-PGM-NAME " STEPは50個まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    PRM2-STEP-NAME TO   WK-ST-NAME (WK-STEP-MAX)
           MOVE    PRM2-PGM-NAME  TO   WK-ST-PGM (WK-STEP-MAX)

      *    *** 制御レコードは*CTL-nnnへ一意に改名する(JOBCHAIN、
      *    *** SCHEDSIMと同じ)
           IF      PRM2-STEP-NAME (1:1) =  "*"     AND
                   PRM2-STEP-NAME NOT =    "*NONE"
                   ADD     1           TO      WK-CTLREC-SEQ
                   MOVE    SPACE       TO  WK-ST-NAME (WK-STEP-MAX)
                   STRING  "*CTL-"     DELIMITED BY SIZE
                           WK-CTLREC-SEQ DELIMITED BY SIZE
                           INTO    WK-ST-NAME (WK-STEP-MAX)
           END-IF

           EVALUATE TRUE
               WHEN PRM2-DEPS  =       "*NONE"
                   MOVE    ZERO        TO
                           WK-ST-DEP-CNT (WK-STEP-MAX)
               WHEN PRM2-DEPS  =       SPACE
                   IF      WK-STEP-MAX >       1
                       MOVE    1           TO
                               WK-ST-DEP-CNT (WK-STEP-MAX)
                       MOVE    WK-ST-NAME (WK-STEP-MAX - 1) TO
                               WK-ST-DEP (WK-STEP-MAX 1)
                   END-IF
               WHEN OTHER
                   MOVE    PRM2-DEPS   TO      WK-DEPS-WK
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                       MOVE    SPACE       TO      WK-DEP-T (K)
                   END-PERFORM
                   UNSTRING WK-DEPS-WK DELIMITED BY ","
                       INTO WK-DEP-T (1) WK-DEP-T (2) WK-DEP-T (3)
                            WK-DEP-T (4) WK-DEP-T (5)
                   END-UNSTRING
                   MOVE    ZERO        TO
                           WK-ST-DEP-CNT (WK-STEP-MAX)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                       IF      WK-DEP-T (K) NOT =  SPACE
                           ADD     1   TO
                               WK-ST-DEP-CNT (WK-STEP-MAX)
                           MOVE    WK-DEP-T (K) TO
                               WK-ST-DEP (WK-STEP-MAX
                               WK-ST-DEP-CNT (WK-STEP-MAX))
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .
       S160-EX.
           EXIT.

      *    *** チェーン開始時刻。START=が無ければJOBSCHED.PRM1の
      *    *** 同じチェーン定義のTIME=を使う
       S170-10.

           IF      WK-START-SET =      "Y"
                   GO  TO  S170-EX
           END-IF

           OPEN    INPUT       PRM3-F
           IF      WK-PRM3-STATUS NOT =  ZERO
                   MOVE    HIGH-VALUE  TO      WK-PRM3-EOF
           END-IF

           PERFORM UNTIL   WK-PRM3-EOF   =     HIGH-VALUE
               READ    PRM3-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM3-EOF
                   NOT AT  END
                       IF      PRM3-REC (1:1) NOT = "*"
                           MOVE    SPACE   TO  WK-PRM01 WK-PRM02
                                               WK-PRM03 WK-PRM04
                           UNSTRING PRM3-REC
                               DELIMITED BY "," OR "=" OR SPACE
                               INTO WK-PRM01 WK-PRM02
                                    WK-PRM03 WK-PRM04
                           END-UNSTRING
                           IF      WK-PRM01 =  "CHAIN"     AND
                                   WK-PRM02 =  WK-PRM2-F-NAME AND
                                   WK-PRM03 =  "TIME"      AND
                                   WK-PRM04 (1:4) IS NUMERIC
                               MOVE    WK-PRM04 (1:4) TO
                                       WK-START-HHMM
                               MOVE    "Y"     TO  WK-START-SET
                               MOVE    HIGH-VALUE TO WK-PRM3-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF      WK-PRM3-STATUS NOT = 35
                   CLOSE   PRM3-F
           END-IF

           IF      WK-START-SET =      "N"
                   DISPLAY WK-PGM-NAME
                           " 開始時刻ﾅｼ 0000と仮定"
           END-IF
           .
       S170-EX.
           COMPUTE WK-START-SEC = WK-START-HH * 3600
                                + WK-START-MM * 60
           EXIT.

      *    *** 締切(SLAMON.PRM1)を読み、STEPのプログラムに結び付け
      *    *** 開始からの相対秒にする(開始以前の時刻は翌日)
       S180-10.

           OPEN    INPUT       PRM4-F
           IF      WK-PRM4-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " SLA定義ﾅｼ STATUS="
                           WK-PRM4-STATUS
                   GO  TO  S180-EX
           END-IF

           PERFORM UNTIL   WK-PRM4-EOF   =     HIGH-VALUE
               READ    PRM4-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM4-EOF
                   NOT AT  END
                       PERFORM S190-10     THRU    S190-EX
               END-READ
           END-PERFORM
           CLOSE   PRM4-F

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-SLA-CNT
                   IF      WK-ST-PGM (I) =     WK-SLA-JOB (J)  AND
                           WK-ST-NAME (I) (1:1) NOT = "*"
                       MOVE    WK-SLA-DL (J) TO WK-ST-SLA-HHMM (I)
                       COMPUTE WK-ST-SLA (I) =
                               WK-SLA-DL-HH (J) * 3600
                               + WK-SLA-DL-MM (J) * 60
                               - WK-START-SEC
                       IF      WK-ST-SLA (I) <=    ZERO
                           ADD     86400       TO  WK-ST-SLA (I)
                       END-IF
                       ADD     1           TO      WK-SLA-USED
                   END-IF
               END-PERFORM
           END-PERFORM

           IF      WK-SLA-USED =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 締切付STEPﾅｼ"
           END-IF
           .
       S180-EX.
           EXIT.

      *    *** SLA定義1行(SLAMONのS100と同じ書式)
       S190-10.

           IF      PRM4-REC (1:1) =    "*"     OR
                   PRM4-REC    =       SPACE
                   GO  TO  S190-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01    WK-PRM02
                                       WK-PRM03    WK-PRM04
           UNSTRING PRM4-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
           END-UNSTRING

           IF      WK-PRM01    NOT =   "JOB"       OR
                   WK-PRM03    NOT =   "DEADLINE"  OR
                   WK-PRM04 (1:4) IS NOT NUMERIC   OR
                   WK-SLA-CNT  >=      50
                   GO  TO  S190-EX
           END-IF

           ADD     1           TO      WK-SLA-CNT
           MOVE    WK-PRM02    TO      WK-SLA-JOB (WK-SLA-CNT)
           MOVE    WK-PRM04 (1:4) TO   WK-SLA-DL (WK-SLA-CNT)
           .
       S190-EX.
           EXIT.

      *    *** 件数履歴(FGROWTH.HIS)から対象ファイルの対象期間分を
      *    *** STEP毎に取り込み、最新件数と増加率を求める
       S200-10.

           OPEN    INPUT       PIN2-F
           IF      WK-PIN2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN2-F OPEN ERROR STATUS="
                           WK-PIN2-STATUS
                   MOVE    HIGH-VALUE  TO      WK-PIN2-EOF
           END-IF

           PERFORM UNTIL WK-PIN2-EOF = HIGH-VALUE
               READ    PIN2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN2-EOF
                   NOT AT  END
                       PERFORM S210-10     THRU    S210-EX
               END-READ
           END-PERFORM
           IF      WK-PIN2-STATUS NOT = 35
                   CLOSE   PIN2-F
           END-IF

      *    *** 増加率はFGROWTHのREPORTと同じく最古点～最新点の
      *    *** 差を日数で割る
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               IF      WK-ST-HV-CNT (I) > ZERO
                   MOVE    WK-ST-HV-RECS (I WK-ST-HV-CNT (I)) TO
                           WK-ST-VOL0 (I)
                   MOVE    WK-ST-HV-NISUU (I WK-ST-HV-CNT (I)) TO
                           WK-ST-VOL-NISUU (I)
                   IF      WK-ST-HV-NISUU (I WK-ST-HV-CNT (I)) >
                           WK-ST-HV-NISUU (I 1)
                       COMPUTE WK-ST-RATE (I) ROUNDED =
                           ( WK-ST-HV-RECS (I WK-ST-HV-CNT (I))
                           - WK-ST-HV-RECS (I 1) )
                           / ( WK-ST-HV-NISUU (I WK-ST-HV-CNT (I))
                           - WK-ST-HV-NISUU (I 1) )
                   END-IF
               END-IF
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 件数履歴1行。同じ日が複数あれば後の行で置き換える
       S210-10.

           MOVE    PIN2-YMD    TO      WDW-DATE2-YMD-9
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           COMPUTE WK-DAYS-AGO =       WK-TODAY-NISUU - WDW-NISUU
           IF      WK-DAYS-AGO <       ZERO    OR
                   WK-DAYS-AGO >       WK-HIST-DAYS
                   GO  TO  S210-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               IF      WK-ST-FILE (I) =    PIN2-FILE   AND
                       WK-ST-FILE (I) NOT = SPACE
                   MOVE    WK-ST-HV-CNT (I) TO J
                   IF      J           >       ZERO
                       IF  WK-ST-HV-NISUU (I J) NOT = WDW-NISUU
                           ADD     1       TO      J
                       END-IF
                   ELSE
                       MOVE    1           TO      J
                   END-IF
                   IF      J           >       400
                       DISPLAY WK-PGM-NAME
                               " 件数履歴は400日まで="
                               WK-ST-FILE (I)
                   ELSE
                       MOVE    J           TO      WK-ST-HV-CNT (I)
                       MOVE    WDW-NISUU   TO
                               WK-ST-HV-NISUU (I J)
                       MOVE    PIN2-RECS   TO      WK-ST-HV-RECS (I J)
                   END-IF
               END-IF
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** DATETIME.LOGのE行から、処理時間と同じ日の件数の対を
      *    *** 作る(件数の無いSTEPは直近平均だけを集計)
       S250-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       IF      PIN1-ID     =       "E"
                           PERFORM S260-10     THRU    S260-EX
                       END-IF
               END-READ
           END-PERFORM
           IF      WK-PIN1-STATUS NOT = 35
                   CLOSE   PIN1-F
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** E行1件
       S260-10.

           COMPUTE WDW-DATE2-YYYY =   2000    +   PIN1-YY
           MOVE    PIN1-MM     TO      WDW-DATE2-MM
           MOVE    PIN1-DD     TO      WDW-DATE2-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-NISUU   TO      WK-REC-NISUU
           COMPUTE WK-DAYS-AGO =       WK-TODAY-NISUU - WK-REC-NISUU
           IF      WK-DAYS-AGO <       ZERO    OR
                   WK-DAYS-AGO >       WK-HIST-DAYS
                   GO  TO  S260-EX
           END-IF
           MOVE    PIN1-SEC-D  TO      WK-REC-SEC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               IF      WK-ST-PGM (I) =     PIN1-PGM    AND
                       WK-ST-NAME (I) (1:1) NOT = "*"
                   IF      WK-DAYS-AGO <=      WK-AVG-DAYS
                       ADD     WK-REC-SEC  TO  WK-ST-SUM-SEC (I)
                       ADD     1           TO  WK-ST-N (I)
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-ST-HV-CNT (I)
                       IF      WK-ST-HV-NISUU (I J) = WK-REC-NISUU
                           PERFORM S270-10     THRU    S270-EX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       S260-EX.
           EXIT.

      *    *** 対の追加。200対を超えたら最古を捨てて詰める
       S270-10.

           IF      WK-ST-PT-CNT (I) >= 200
                   PERFORM VARYING K FROM 2 BY 1 UNTIL K > 200
                       MOVE    WK-ST-PT (I K) TO   WK-ST-PT (I K - 1)
                   END-PERFORM
                   MOVE    199         TO      WK-ST-PT-CNT (I)
           END-IF

           ADD     1           TO      WK-ST-PT-CNT (I)
           MOVE    WK-ST-HV-RECS (I J) TO
                   WK-ST-PT-X (I WK-ST-PT-CNT (I))
           MOVE    WK-REC-SEC  TO      WK-ST-PT-Y (I WK-ST-PT-CNT (I))
           .
       S270-EX.
           EXIT.

      *    *** STEP毎のモデル決定と現在の所要、モデル一覧の印字
       S300-10.

           MOVE    WK-HIST-DAYS TO     WK-N-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "* CAPPLAN CHAIN=" DELIMITED BY SIZE
                   WK-PRM2-F-NAME DELIMITED BY SPACE
                   " START="   DELIMITED BY SIZE
                   WK-START-HHMM DELIMITED BY SIZE
                   " DAYS="    DELIMITED BY SIZE
                   WK-N-E      DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    "* MODEL  SEC = A + B * (RECS/1000)" TO POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               PERFORM S310-10     THRU    S310-EX
               PERFORM S320-10     THRU    S320-EX
               PERFORM S330-10     THRU    S330-EX
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** STEP(I)の当てはめ。対が3点以上で件数にばらつきが
      *    *** あれば最小二乗(L)、それ以外で件数があれば比例(P)、
      *    *** 傾きが負(件数に依らない)なら平均固定(C)
       S310-10.

           MOVE    ZERO        TO      WK-ST-A (I)
                                       WK-ST-B (I)

           EVALUATE TRUE
               WHEN WK-ST-NAME (I) (1:1) = "*"
                   MOVE    "*"         TO      WK-ST-MODEL (I)
                   GO  TO  S310-EX
               WHEN WK-ST-PT-CNT (I) = ZERO
                   IF      WK-ST-FILE (I) NOT = SPACE
                       DISPLAY WK-PGM-NAME " 件数対応ﾅｼ STEP="
                               WK-ST-NAME (I)
                   END-IF
                   IF      WK-ST-N (I) >       ZERO
                       MOVE    "C"         TO      WK-ST-MODEL (I)
                       COMPUTE WK-ST-A (I) ROUNDED =
                               WK-ST-SUM-SEC (I) / WK-ST-N (I)
                   ELSE
                       MOVE    "D"         TO      WK-ST-MODEL (I)
                       MOVE    WK-DFLT-SEC TO      WK-ST-A (I)
                       DISPLAY WK-PGM-NAME " 実績ﾅｼ STEP="
                               WK-ST-NAME (I) " 仮定="
                               WK-DFLT-SEC "秒"
                   END-IF
                   GO  TO  S310-EX
           END-EVALUATE

           MOVE    ZERO        TO      WK-SX       WK-SY
                                       WK-SXX      WK-SXY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-ST-PT-CNT (I)
               ADD     WK-ST-PT-X (I J) TO WK-SX
               ADD     WK-ST-PT-Y (I J) TO WK-SY
           END-PERFORM
           COMPUTE WK-MX ROUNDED = WK-SX / WK-ST-PT-CNT (I)
           COMPUTE WK-MY ROUNDED = WK-SY / WK-ST-PT-CNT (I)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-ST-PT-CNT (I)
               COMPUTE WK-DX = WK-ST-PT-X (I J) - WK-MX
               COMPUTE WK-DY = WK-ST-PT-Y (I J) - WK-MY
               COMPUTE WK-SXX = WK-SXX + WK-DX * WK-DX
               COMPUTE WK-SXY = WK-SXY + WK-DX * WK-DY
           END-PERFORM

           EVALUATE TRUE
               WHEN WK-ST-PT-CNT (I) >= 3  AND
                    WK-SXX     >       ZERO
                   COMPUTE WK-ST-B (I) ROUNDED = WK-SXY / WK-SXX
                   IF      WK-ST-B (I) >       ZERO
                       MOVE    "L"         TO      WK-ST-MODEL (I)
                       COMPUTE WK-ST-A (I) ROUNDED =
                               WK-MY - WK-ST-B (I) * WK-MX
                   ELSE
                       MOVE    "C"         TO      WK-ST-MODEL (I)
                       MOVE    ZERO        TO      WK-ST-B (I)
                       MOVE    WK-MY       TO      WK-ST-A (I)
                   END-IF
               WHEN WK-SX      >       ZERO
                   MOVE    "P"         TO      WK-ST-MODEL (I)
                   COMPUTE WK-ST-B (I) ROUNDED = WK-SY / WK-SX
               WHEN OTHER
                   MOVE    "C"         TO      WK-ST-MODEL (I)
                   MOVE    WK-MY       TO      WK-ST-A (I)
           END-EVALUATE
           .
       S310-EX.
           EXIT.

      *    *** 件数より処理時間の伸びが大きいかの判定。日付順の対を
      *    *** 前半/後半に分け、件数合計の伸びと時間合計の伸びを比べ
      *    *** 時間の伸びが件数の伸びの1.1倍を超えたら印を付ける
       S320-10.

           MOVE    "N"         TO      WK-ST-FAST (I)
           MOVE    ZERO        TO      WK-ST-VG (I)
                                       WK-ST-TG (I)
           IF      WK-ST-PT-CNT (I) <  4
                   GO  TO  S320-EX
           END-IF

           COMPUTE WK-HALF =   WK-ST-PT-CNT (I) / 2
           MOVE    ZERO        TO      WK-EX   WK-LX   WK-EY   WK-LY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-HALF
               ADD     WK-ST-PT-X (I J) TO WK-EX
               ADD     WK-ST-PT-Y (I J) TO WK-EY
               COMPUTE K = WK-ST-PT-CNT (I) - WK-HALF + J
               ADD     WK-ST-PT-X (I K) TO WK-LX
               ADD     WK-ST-PT-Y (I K) TO WK-LY
           END-PERFORM
           IF      WK-EX       =       ZERO    OR
                   WK-EY       =       ZERO
                   GO  TO  S320-EX
           END-IF

           COMPUTE WK-ST-VG (I) ROUNDED = WK-LX / WK-EX
           COMPUTE WK-ST-TG (I) ROUNDED = WK-LY / WK-EY
           IF      WK-ST-TG (I) >      1                   AND
                   WK-ST-TG (I) >      WK-ST-VG (I) * WK-FAST-RATIO
                   MOVE    "Y"         TO      WK-ST-FAST (I)
                   ADD     1           TO      WK-FAST-CNT
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** 現在(最新件数)の所要とモデル行の印字
       S330-10.

           MOVE    WK-ST-VOL0 (I) TO   WK-PROJ-X
           PERFORM S340-10     THRU    S340-EX
           MOVE    WK-ST-DUR (I) TO    WK-ST-DUR0 (I)

           MOVE    WK-ST-PT-CNT (I) TO WK-N-E
           MOVE    WK-ST-A (I) TO      WK-A-E
           COMPUTE WK-B-E ROUNDED =    WK-ST-B (I) * 1000
           MOVE    WK-ST-VOL0 (I) TO   WK-VOL-E
           MOVE    WK-ST-DUR0 (I) TO   WK-SEC-E
           MOVE    ZERO        TO      WK-PCT
           IF      WK-ST-VOL0 (I) >    ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-ST-RATE (I) * 30 * 100 / WK-ST-VOL0 (I)
           END-IF
           MOVE    WK-PCT      TO      WK-PCT-E

           MOVE    SPACE       TO      POT1-REC
           STRING  WK-ST-NAME (I) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-ST-PGM (I) DELIMITED BY SIZE
                   " M="       DELIMITED BY SIZE
                   WK-ST-MODEL (I) DELIMITED BY SIZE
                   " N="       DELIMITED BY SIZE
                   WK-N-E      DELIMITED BY SIZE
                   " A="       DELIMITED BY SIZE
                   WK-A-E      DELIMITED BY SIZE
                   " B="       DELIMITED BY SIZE
                   WK-B-E      DELIMITED BY SIZE
                   " RECS="    DELIMITED BY SIZE
                   WK-VOL-E    DELIMITED BY SIZE
                   " GROW%/M=" DELIMITED BY SIZE
                   WK-PCT-E    DELIMITED BY SIZE
                   " DUR="     DELIMITED BY SIZE
                   WK-SEC-E    DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " " POT1-REC (1:119)

           IF      WK-ST-FAST (I) =    "Y"
                   COMPUTE WK-PCT ROUNDED = ( WK-ST-TG (I) - 1 ) * 100
                   MOVE    WK-PCT      TO      WK-PCT-E
                   COMPUTE WK-PCT ROUNDED = ( WK-ST-VG (I) - 1 ) * 100
                   MOVE    WK-PCT      TO      WK-PCT2-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  *FASTER THAN VOLUME* TIME%=" DELIMITED
                           BY SIZE
                           WK-PCT-E    DELIMITED BY SIZE
                           " RECS%="   DELIMITED BY SIZE
                           WK-PCT2-E   DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   DISPLAY WK-PGM-NAME
                           " *** 件数以上に時間増 ***"
                           " STEP=" WK-ST-NAME (I)
                           " 時間" WK-PCT-E "% 件数" WK-PCT2-E "%"
           END-IF
           .
       S330-EX.
           EXIT.

      *    *** 件数WK-PROJ-XでのSTEP(I)の所要秒(負は0)
       S340-10.

           COMPUTE WK-PROJ-Y ROUNDED =
                   WK-ST-A (I) + WK-ST-B (I) * WK-PROJ-X
           IF      WK-PROJ-Y   <       ZERO
                   MOVE    ZERO        TO      WK-PROJ-Y
           END-IF
           COMPUTE WK-ST-DUR (I) ROUNDED = WK-PROJ-Y
           .
       S340-EX.
           EXIT.

      *    *** 現在と1～MONTHSか月先の各月末について所要を置き、
      *    *** シミュレーションして締切を判定する
       S400-10.

           MOVE    SPACE       TO      POT1-REC
           MOVE    "* FORECAST (MONTH-END VOLUMES)" TO POT1-REC
           WRITE   POT1-REC

           MOVE    "NOW"       TO      WK-MON-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               MOVE    WK-ST-DUR0 (I) TO   WK-ST-DUR (I)
           END-PERFORM
           PERFORM S500-10     THRU    S500-EX
           PERFORM S600-10     THRU    S600-EX

           PERFORM VARYING WK-MON FROM 1 BY 1
                   UNTIL WK-MON > WK-MONTHS
               PERFORM S410-10     THRU    S410-EX
               PERFORM S500-10     THRU    S500-EX
               PERFORM S600-10     THRU    S600-EX
           END-PERFORM

           MOVE    WK-MONTHS   TO      WK-N-E
           MOVE    SPACE       TO      POT1-REC
           IF      WK-FIRST-MISS =     SPACE
                   STRING  "* NO SLA MISS WITHIN " DELIMITED BY SIZE
                           WK-N-E      DELIMITED BY SIZE
                           " MONTHS"   DELIMITED BY SIZE
                           INTO    POT1-REC
                   DISPLAY WK-PGM-NAME
                           " 締切超過なし"
           ELSE
                   STRING  "* FIRST SLA MISS MONTH=" DELIMITED BY SIZE
                           WK-FIRST-MISS DELIMITED BY SIZE
                           INTO    POT1-REC
                   DISPLAY WK-PGM-NAME " 最初の締切超過月="
                           WK-FIRST-MISS
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           WRITE   POT1-REC

           MOVE    WK-FAST-CNT TO      WK-N-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "* FASTER-THAN-VOLUME STEPS=" DELIMITED BY SIZE
                   WK-N-E      DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S400-EX.
           EXIT.

      *    *** 予測月WK-MONの月末日と、各STEPの月末件数による所要
       S410-10.

           COMPUTE K =         WK-CUR-MM + WK-MON - 1
           COMPUTE WK-TGT-YYYY = WK-CUR-YYYY + K / 12
           COMPUTE WK-TGT-MM = MOD ( K 12 ) + 1
           MOVE    SPACE       TO      WK-MON-LABEL
           STRING  WK-TGT-YYYY DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WK-TGT-MM   DELIMITED BY SIZE
                   INTO    WK-MON-LABEL

      *    *** 月末=翌月1日の前日
           COMPUTE K =         WK-CUR-MM + WK-MON
           COMPUTE WDW-DATE2-YYYY = WK-CUR-YYYY + K / 12
           COMPUTE WDW-DATE2-MM = MOD ( K 12 ) + 1
           MOVE    1           TO      WDW-DATE2-DD
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           COMPUTE WK-TGT-NISUU =      WDW-NISUU - 1

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               IF      WK-ST-MODEL (I) =   "L" OR "P"
                   COMPUTE WK-PROJ-X =
                           WK-ST-VOL0 (I) + WK-ST-RATE (I)
                           * ( WK-TGT-NISUU - WK-ST-VOL-NISUU (I) )
                   IF      WK-PROJ-X   <       ZERO
                           MOVE    ZERO        TO      WK-PROJ-X
                   END-IF
                   PERFORM S340-10     THRU    S340-EX
               ELSE
                   MOVE    WK-ST-DUR0 (I) TO   WK-ST-DUR (I)
               END-IF
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** シミュレーション本体(SCHEDSIMのS300と同じ)
       S500-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-STEP-MAX
               MOVE    "N"         TO      WK-ST-DONE (I)
               MOVE    ZERO        TO      WK-ST-START (I)
                                           WK-ST-FIN (I)
                                           WK-ST-CRIT-PRED (I)
           END-PERFORM
           MOVE    ZERO        TO      WK-SCHED-CNT

           MOVE    1           TO      WK-PROGRESS
           PERFORM UNTIL WK-SCHED-CNT >= WK-STEP-MAX
                     OR  WK-PROGRESS  =  ZERO
               MOVE    ZERO        TO      WK-PROGRESS
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-STEP-MAX
                   IF      WK-ST-DONE (I) =    "N"
                           PERFORM S510-10     THRU    S510-EX
                   END-IF
               END-PERFORM
           END-PERFORM

           IF      WK-SCHED-CNT <      WK-STEP-MAX
                   DISPLAY WK-PGM-NAME " DEPS ｶｲｹﾂﾌﾉｳ"
           END-IF

           MOVE    ZERO        TO      WK-END-SEC
                                       WK-MAX-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-STEP-MAX
               IF      WK-ST-DONE (I) =    "Y"     AND
                       WK-ST-FIN (I) >     WK-END-SEC
                       MOVE    WK-ST-FIN (I) TO    WK-END-SEC
                       MOVE    I           TO      WK-MAX-IX
               END-IF
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** STEP(I)の確定試行(SCHEDSIMのS310と同じ)
       S510-10.

           MOVE    "Y"         TO      WK-DEP-OK
           MOVE    ZERO        TO      WK-MAX-FIN
           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-ST-DEP-CNT (I)
               MOVE    "N"         TO      WK-DEP-FND
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-STEP-MAX
                   IF      WK-ST-NAME (K) = WK-ST-DEP (I J)
                           MOVE    "Y"     TO      WK-DEP-FND
                           IF      WK-ST-DONE (K) NOT = "Y"
                                   MOVE    "N"     TO  WK-DEP-OK
                           ELSE
                               IF  WK-ST-FIN (K) > WK-MAX-FIN
                                   MOVE WK-ST-FIN (K) TO WK-MAX-FIN
                                   MOVE K TO WK-ST-CRIT-PRED (I)
                               END-IF
                           END-IF
                   END-IF
               END-PERFORM
               IF      WK-DEP-FND  =       "N"
                       MOVE    "N"         TO      WK-DEP-OK
               END-IF
           END-PERFORM

           IF      WK-DEP-OK   =       "Y"
                   MOVE    WK-MAX-FIN  TO      WK-ST-START (I)
                   COMPUTE WK-ST-FIN (I) =
                           WK-ST-START (I) + WK-ST-DUR (I)
                   MOVE    "Y"         TO      WK-ST-DONE (I)
                   ADD     1           TO      WK-SCHED-CNT
                                               WK-PROGRESS
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 予測月1行の印字と締切判定。超過したSTEPのうち超過秒
      *    *** 最大のものを代表とし、最初の超過月は要因を印字する
       S600-10.

           MOVE    ZERO        TO      WK-MISS-IX
                                       WK-MISS-OVER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-STEP-MAX
               IF      WK-ST-SLA (I) >     ZERO    AND
                       WK-ST-DONE (I) =    "Y"     AND
                       WK-ST-FIN (I) >     WK-ST-SLA (I)
                   COMPUTE WK-OVER =   WK-ST-FIN (I) - WK-ST-SLA (I)
                   IF      WK-OVER     >       WK-MISS-OVER
                       MOVE    WK-OVER     TO      WK-MISS-OVER
                       MOVE    I           TO      WK-MISS-IX
                   END-IF
               END-IF
           END-PERFORM

           MOVE    WK-END-SEC  TO      WK-CLK-SEC
           PERFORM S690-10     THRU    S690-EX
           MOVE    WK-END-SEC  TO      WK-SEC-E

           MOVE    SPACE       TO      POT1-REC
           IF      WK-MISS-IX  =       ZERO
                   STRING  WK-MON-LABEL DELIMITED BY SIZE
                           " END="     DELIMITED BY SIZE
                           WK-CLK-E    DELIMITED BY SIZE
                           " ELAPSED=" DELIMITED BY SIZE
                           WK-SEC-E    DELIMITED BY SIZE
                           " SLA=OK"   DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   DISPLAY WK-PGM-NAME " " WK-MON-LABEL
                           " 終了=" WK-CLK-E " 締切OK"
                   GO  TO  S600-EX
           END-IF

           MOVE    WK-MISS-OVER TO     WK-SEC2-E
           MOVE    WK-ST-SLA-HHMM (WK-MISS-IX) TO WK-DL-E
           STRING  WK-MON-LABEL DELIMITED BY SIZE
                   " END="     DELIMITED BY SIZE
                   WK-CLK-E    DELIMITED BY SIZE
                   " ELAPSED=" DELIMITED BY SIZE
                   WK-SEC-E    DELIMITED BY SIZE
                   " SLA=MISS STEP=" DELIMITED BY SIZE
                   WK-ST-NAME (WK-MISS-IX) DELIMITED BY SPACE
                   " DEADLINE=" DELIMITED BY SIZE
                   WK-DL-E     DELIMITED BY SIZE
                   " OVER="    DELIMITED BY SIZE
                   WK-SEC2-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " " WK-MON-LABEL
                   " 終了=" WK-CLK-E " *** 締切超過 *** STEP="
                   WK-ST-NAME (WK-MISS-IX) " 超過" WK-SEC2-E "秒"

           IF      WK-FIRST-MISS =     SPACE
                   MOVE    WK-MON-LABEL TO     WK-FIRST-MISS
                   PERFORM S650-10     THRU    S650-EX
           END-IF
           .
       S600-EX.
           EXIT.

      *    *** 最初の超過月の要因。超過STEPからクリティカル先行を
      *    *** 遡り、経路上の各STEPの現在→予測の所要増を印字する
      *    *** (増分最大のSTEPを主因とする)
       S650-10.

           MOVE    ZERO        TO      WK-DRV-IX
                                       WK-DRV-DELTA
           MOVE    WK-MISS-IX  TO      I
           PERFORM UNTIL I = ZERO
               COMPUTE WK-DELTA =  WK-ST-DUR (I) - WK-ST-DUR0 (I)
               IF      WK-DELTA    >       WK-DRV-DELTA
                       MOVE    WK-DELTA    TO      WK-DRV-DELTA
                       MOVE    I           TO      WK-DRV-IX
               END-IF
               MOVE    WK-ST-CRIT-PRED (I) TO I
           END-PERFORM

           MOVE    WK-MISS-IX  TO      I
           PERFORM UNTIL I = ZERO
               IF      WK-ST-NAME (I) (1:1) NOT = "*"
                   MOVE    WK-ST-DUR0 (I) TO   WK-SEC-E
                   MOVE    WK-ST-DUR (I) TO    WK-SEC2-E
                   COMPUTE WK-DELTA =  WK-ST-DUR (I) - WK-ST-DUR0 (I)
                   MOVE    WK-DELTA    TO      WK-SEC3-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  DRIVER STEP=" DELIMITED BY SIZE
                           WK-ST-NAME (I) DELIMITED BY SIZE
                           " NOW="     DELIMITED BY SIZE
                           WK-SEC-E    DELIMITED BY SIZE
                           " PROJ="    DELIMITED BY SIZE
                           WK-SEC2-E   DELIMITED BY SIZE
                           " DELTA="   DELIMITED BY SIZE
                           WK-SEC3-E   DELIMITED BY SIZE
                           INTO    POT1-REC
                   IF      I           =       WK-DRV-IX
                           MOVE    "*MAIN*"    TO  POT1-REC (78:6)
                   END-IF
                   IF      WK-ST-FAST (I) = "Y"
                           MOVE    "*FASTER*"  TO  POT1-REC (85:8)
                   END-IF
                   WRITE   POT1-REC
               END-IF
               MOVE    WK-ST-CRIT-PRED (I) TO I
           END-PERFORM

           IF      WK-DRV-IX   >       ZERO
                   DISPLAY WK-PGM-NAME " 主因STEP="
                           WK-ST-NAME (WK-DRV-IX) " 所要増="
                           WK-DRV-DELTA "秒"
           END-IF
           .
       S650-EX.
           EXIT.

      *    *** 相対秒WK-CLK-SEC=>時刻 HH:MM(+n は日跨ぎ日数)
       S690-10.

           COMPUTE WK-CLK-SEC =        WK-CLK-SEC + WK-START-SEC
           COMPUTE WK-CLK-DAY =        WK-CLK-SEC / 86400
           COMPUTE WK-CLK-SEC =        MOD ( WK-CLK-SEC 86400 )
           COMPUTE WK-CLK-HH  =        WK-CLK-SEC / 3600
           COMPUTE WK-CLK-MM  =        MOD ( WK-CLK-SEC 3600 ) / 60
           MOVE    SPACE       TO      WK-CLK-E
           STRING  WK-CLK-HH   DELIMITED BY SIZE
                   ":"         DELIMITED BY SIZE
                   WK-CLK-MM   DELIMITED BY SIZE
                   INTO    WK-CLK-E
           IF      WK-CLK-DAY  >       ZERO
                   MOVE    WK-CLK-DAY  TO      WK-CLK-DAY-E
                   STRING  WK-CLK-E (1:5) DELIMITED BY SIZE
                           "+"         DELIMITED BY SIZE
                           WK-CLK-DAY-E DELIMITED BY SIZE
                           INTO    WK-CLK-E
           END-IF
           .
       S690-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END STEP=" WK-STEP-MAX

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
