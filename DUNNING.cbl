      *    *** 督促(段階的な支払督促状)
      *    *** AGERPTと同じ売掛未決済明細(AGERPTのPRM1のF-IN/DT=/
      *    *** KEY=1/DUE=/AMT=)を読み、期日を過ぎた明細のある得意先
      *    *** (KEY1)毎に督促レベルを決めて督促状を作る。
      *    ***   レベル 1=お支払いのお願い  2=再度のお願い(第2通知)
      *    ***          3=最終通知          4=出荷停止の通知
      *    ***   ・最も古い延滞明細の延滞日数からAGERPTのバケットと
      *    ***     同じ区切り(既定 1-30/31-60/61-90/90日超)で目標
      *    ***     レベルを求める
      *    ***   ・督促履歴(F-HIS)の前回レベルから1回に1段だけ上げる
      *    ***     (目標が前回以下なら前回と同じレベルで再送)
      *    ***   ・前回督促からINTERVAL=日数が経っていない得意先は
      *    ***     送らない(理由 INTERVAL)
      *    ***   ・督促履歴の係争フラグ=Y(理由 DISPUTE)、支払約束日
      *    ***     が基準日より後(理由 PROMISE)の得意先は送らない
      *    ***   ・延滞明細が無くなった得意先はレベルを0に戻す
      *    ***   督促状(F-LTR)は得意先1件毎に改頁した印刷用
      *    ***   テキストで、延滞している請求書の一覧と合計を載せる。
      *    ***   一覧(F-LS)は与信担当向けに、全得意先の延滞日数、
      *    ***   延滞額、前回/今回レベル、送付/見送り理由を出す。
      *    ***   出荷停止(レベル4)の得意先があれば RC=4
      *    ***
      *    *** 督促履歴(F-HIS)の1行(与信担当がエディタで係争/約束を
      *    *** 書込める固定桁テキスト):
      *    ***   1-10 得意先KEY1  12 レベル(0-4)  14-21 前回督促日
      *    ***   23 係争フラグ(Y/空白)  25-32 支払約束日(空白可)
      *    ***   34-63 メモ
      *    ***
      *    *** PRM1(DUNNING.PRM1、引数1で別名指定可)の行:
      *    ***   APRM=AGERPTのPRM1(既定AGERPT.PRM1)
      *    ***   F-HIS=督促履歴(既定DUNNING.HIS)
      *    ***   F-LTR=督促状(既定DUNNING.LTR)
      *    ***   F-LS=督促一覧(既定DUNNING.POT1)
      *    ***   BASE=基準日YYYYMMDD(既定 当日)
      *    ***   LV2=nn LV3=nn LV4=nn  目標レベルが2/3/4になる延滞
      *    ***         日数(既定 31/61/91)
      *    ***   INTERVAL=nn  前回督促から次の督促までの日数(既定14)
      *    ***   REF=NN   請求書番号のDT項目番号(AGERPTのPRM1でも可)
      *    ***   NAME=NN  得意先名のDT項目番号(任意)
      *    ***   UPDATE=Y|N  督促履歴を更新するか(既定Y。Nは試し刷り)
      *    ***   CO=会社コード(既定0001、督促一覧の見出しに出す)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DUNNING.

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

      *    *** 督促履歴(前回、今回)
           SELECT HIS1-F           ASSIGN   WK-HIS1-F-NAME
                               STATUS   WK-HIS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 督促状
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 督促一覧
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

       FD  HIS1-F
           LABEL RECORDS ARE STANDARD.
       01  HIS1-REC.
           03  HIS1-KEY        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  HIS1-LEVEL      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  HIS1-LAST-YMD   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIS1-DISPUTE    PIC  X(001).
           03  FILLER          PIC  X(001).
           03  HIS1-PROMISE    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIS1-MEMO       PIC  X(030).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(100).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DUNNING ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "DUNNING.PRM1".
           03  WK-APRM-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-HIS1-F-NAME  PIC  X(032) VALUE "DUNNING.HIS".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "DUNNING.LTR".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "DUNNING.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIS1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** PRM1の読込み元 A=AGERPTのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-UPDATE       PIC  X(001) VALUE "Y".
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** 目標レベルの区切り日数、督促間隔
           03  WK-LV2-DAYS     PIC  9(004) VALUE 31.
           03  WK-LV3-DAYS     PIC  9(004) VALUE 61.
           03  WK-LV4-DAYS     PIC  9(004) VALUE 91.
           03  WK-INTERVAL     PIC  9(004) VALUE 14.

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=/DUE=/AMT=)
           03  WK-KEY-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-IX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-P       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-L       BINARY-LONG SYNC VALUE ZERO.

      *    *** 基準日と通算日数
           03  WK-BASE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-BASE-NISUU   PIC  9(007) VALUE ZERO.
           03  WK-DUE-YMD-X    PIC  X(008) VALUE SPACE.
           03  WK-DUE-YMD     REDEFINES WK-DUE-YMD-X
                               PIC  9(008).
           03  WK-OVER-DAYS    PIC S9(007) VALUE ZERO.
           03  WK-LAST-NISUU   PIC  9(007) VALUE ZERO.
           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).

      *    *** 得意先1件の判定
           03  WK-KEY1         PIC  X(010) VALUE SPACE.
           03  WK-TARGET       PIC  9(001) VALUE ZERO.
           03  WK-PREV         PIC  9(001) VALUE ZERO.
           03  WK-NEW          PIC  9(001) VALUE ZERO.
           03  WK-ACTION       PIC  X(024) VALUE SPACE.

      *    *** 件数
           03  WK-PIN1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-SKIP-CNT     PIC  9(006) VALUE ZERO.
           03  WK-LTR-CNT      PIC  9(006) VALUE ZERO.
           03  WK-HOLD-CNT     PIC  9(006) VALUE ZERO.
           03  WK-CLR-CNT      PIC  9(006) VALUE ZERO.
           03  WK-STOP-CNT     PIC  9(006) VALUE ZERO.
           03  WK-LV-CNT       PIC  9(006) VALUE ZERO OCCURS 4.

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

      *    *** 督促状の表題(レベル1-4)
           03  WK-TITLE-AREA.
             05  FILLER        PIC  X(040) VALUE
                 "お支払いのお願い".
             05  FILLER        PIC  X(040) VALUE
                 "お支払いの再度のお願い".
             05  FILLER        PIC  X(040) VALUE
                 "お支払いの最終のご通知".
             05  FILLER        PIC  X(040) VALUE
                 "出荷停止のご通知".
           03  WK-TITLE-TBL    REDEFINES WK-TITLE-AREA.
             05  WK-TITLE      PIC  X(040) OCCURS 4.

      *    *** 督促状の本文(レベル1-4、各3行)
           03  WK-BODY-AREA.
             05  FILLER        PIC  X(060) VALUE
                 "下記のご請求につき、お支払期日を".
             05  FILLER        PIC  X(060) VALUE
                 "過ぎております。ご確認のうえ".
             05  FILLER        PIC  X(060) VALUE
                 "お支払い下さい。".
             05  FILLER        PIC  X(060) VALUE
                 "先にご案内したご請求が、まだ".
             05  FILLER        PIC  X(060) VALUE
                 "お支払いいただけておりません。".
             05  FILLER        PIC  X(060) VALUE
                 "至急お支払い下さい。".
             05  FILLER        PIC  X(060) VALUE
                 "再三ご案内しましたが、お支払いを".
             05  FILLER        PIC  X(060) VALUE
                 "確認できません。本状を最終の".
             05  FILLER        PIC  X(060) VALUE
                 "ご通知とさせていただきます。".
             05  FILLER        PIC  X(060) VALUE
                 "お支払いを確認できない為、".
             05  FILLER        PIC  X(060) VALUE
                 "お支払いいただくまで出荷を".
             05  FILLER        PIC  X(060) VALUE
                 "停止いたします。".
           03  WK-BODY-TBL     REDEFINES WK-BODY-AREA.
             05  WK-BODY       OCCURS 4.
               07  WK-BODY-LN  PIC  X(060) OCCURS 3.

      *    *** 督促状の明細行
           03  WK-LT-LINE.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-LT-REF     PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LT-DUE     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LT-DAYS    PIC  ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LT-AMT     PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** 督促一覧の行
           03  WK-LS-LINE.
             05  WK-LS-KEY     PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CNT     PIC  ZZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DAYS    PIC  ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LS-PREV    PIC  9(001) VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE " >".
             05  WK-LS-NEW     PIC  9(001) VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LS-ACTION  PIC  X(024) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 延滞明細(最大5000件、入力順)
       01  OPN-TBL-AREA.
           03  WK-OPN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPN-TBL      OCCURS 5000.
             05  WK-OP-KEY     PIC  X(010) VALUE SPACE.
             05  WK-OP-DUE     PIC  9(008) VALUE ZERO.
             05  WK-OP-REF     PIC  X(020) VALUE SPACE.
             05  WK-OP-AMT     PIC S9(011) VALUE ZERO.
             05  WK-OP-DAYS    PIC  9(006) VALUE ZERO.

      *    *** 延滞のある得意先(最大2000)
       01  CUS-TBL-AREA.
           03  WK-CUS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUS-TBL      OCCURS 2000.
             05  WK-CU-KEY     PIC  X(010) VALUE SPACE.
             05  WK-CU-NAME    PIC  X(030) VALUE SPACE.
             05  WK-CU-CNT     PIC  9(004) VALUE ZERO.
             05  WK-CU-DAYS    PIC  9(006) VALUE ZERO.
             05  WK-CU-AMT     PIC S9(011) VALUE ZERO.

      *    *** 督促履歴(最大3000、前回分+今回の新規)
       01  HIS-TBL-AREA.
           03  WK-HIS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIS-TBL      OCCURS 3000.
             05  WK-HS-KEY     PIC  X(010) VALUE SPACE.
             05  WK-HS-LEVEL   PIC  9(001) VALUE ZERO.
             05  WK-HS-LAST    PIC  X(008) VALUE SPACE.
             05  WK-HS-DISPUTE PIC  X(001) VALUE SPACE.
             05  WK-HS-PROMISE PIC  X(008) VALUE SPACE.
             05  WK-HS-MEMO    PIC  X(030) VALUE SPACE.
      *    *** Y=今回の未決済明細に延滞あり
             05  WK-HS-OVER    PIC  X(001) VALUE SPACE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 未決済明細、督促履歴の読込み
           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX

      *    *** 得意先毎の督促
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CUS-CNT
               PERFORM S300-10     THRU    S300-EX
           END-PERFORM

      *    *** 延滞の無くなった得意先、督促履歴の書出し
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
               WHEN "F-HIS"
                   MOVE    WK-PRM02    TO      WK-HIS1-F-NAME
               WHEN "F-LTR"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "BASE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                       MOVE    WK-PRM02 (1:8) TO   WK-BASE-YMD
                   ELSE
                       DISPLAY WK-PGM-NAME " PRM1-F BASE= PARA ERROR "
                               PRM1-REC
                       STOP    RUN
                   END-IF
               WHEN "LV2"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-LV2-DAYS
                   END-IF
               WHEN "LV3"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-LV3-DAYS
                   END-IF
               WHEN "LV4"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-LV4-DAYS
                   END-IF
               WHEN "INTERVAL"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-INTERVAL
                   END-IF
               WHEN "REF"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-REF-IX
                   END-IF
               WHEN "NAME"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-NAME-IX
                   END-IF
               WHEN "UPDATE"
                   MOVE    WK-PRM02 (1:1) TO   WK-UPDATE
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

      *    *** 妥当性、位置の確定、基準日、オープン
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
           IF      WK-LV2-DAYS <       2               OR
                   WK-LV3-DAYS NOT >   WK-LV2-DAYS     OR
                   WK-LV4-DAYS NOT >   WK-LV3-DAYS
                   DISPLAY WK-PGM-NAME " LV2<LV3<LV4 で指定する"
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
           IF      WK-NAME-IX  >=      1       AND
                   WK-NAME-IX  <=      20
                   MOVE    TBL01-DT-P (WK-NAME-IX) TO WK-NAME-P
                   MOVE    TBL01-DT-L (WK-NAME-IX) TO WK-NAME-L
                   IF      WK-NAME-L   >       30
                           MOVE    30          TO      WK-NAME-L
                   END-IF
           END-IF

      *    *** 基準日未指定は実行日(DATETIME "S"の日付)を使う
           IF      WK-BASE-YMD =       ZERO
                   COMPUTE WK-BASE-YMD =
                           ( 2000 + WDT-DATE-YY ) * 10000
                           + WDT-DATE-MM * 100
                           + WDT-DATE-DD
           END-IF
           MOVE    WK-BASE-YMD TO      WDW-DATE2-YMD-9
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-NISUU   TO      WK-BASE-NISUU

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      POT2-REC
           STRING  "督促一覧 基準日="  DELIMITED BY SIZE
                   WK-BASE-YMD         DELIMITED BY SIZE
                   " 明細="            DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           STRING  "KEY1       NAME                           "
                                       DELIMITED BY SIZE
                   " CNT    DAYS         OVERDUE  LV  ACTION"
                                       DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           .
       S040-EX.
           EXIT.

      *    *** 未決済明細から延滞明細と得意先を集める
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

      *    *** 未決済明細1件(期日を過ぎた明細だけ残す)
       S110-10.

           MOVE    PIN1-REC (WK-DUE-P:8) TO WK-DUE-YMD-X
           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           IF      WK-DUE-YMD-X IS NOT NUMERIC OR
                   WK-ZSU      IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S110-EX
           END-IF
           IF      WK-ZSU      NOT >   ZERO
                   GO  TO  S110-EX
           END-IF

           MOVE    WK-DUE-YMD  TO      WDW-DATE2-YMD-9
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           COMPUTE WK-OVER-DAYS = WK-BASE-NISUU - WDW-NISUU
           IF      WK-OVER-DAYS NOT >  ZERO
                   GO  TO  S110-EX
           END-IF

           IF      WK-OPN-CNT  >=      5000
                   DISPLAY WK-PGM-NAME
                           " 延滞明細は5000件まで"
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
           MOVE    WK-DUE-YMD  TO      WK-OP-DUE (J)
           MOVE    WK-ZSU      TO      WK-OP-AMT (J)
           MOVE    WK-OVER-DAYS TO     WK-OP-DAYS (J)

      *    *** 得意先の表(最も古い延滞日数、件数、延滞額)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CUS-CNT
                      OR WK-CU-KEY (K) = WK-OP-KEY (J)
               CONTINUE
           END-PERFORM
           IF      K           >       WK-CUS-CNT
               IF      WK-CUS-CNT  >=      2000
                   DISPLAY WK-PGM-NAME
                           " 延滞得意先は2000件まで"
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-CUS-CNT
               MOVE    WK-CUS-CNT  TO      K
               MOVE    WK-OP-KEY (J) TO    WK-CU-KEY (K)
               MOVE    SPACE       TO      WK-CU-NAME (K)
               IF      WK-NAME-L   >       ZERO
                   MOVE    PIN1-REC (WK-NAME-P:WK-NAME-L) TO
                           WK-CU-NAME (K)
               END-IF
           END-IF
           ADD     1           TO      WK-CU-CNT (K)
           ADD     WK-ZSU      TO      WK-CU-AMT (K)
           IF      WK-OVER-DAYS >      WK-CU-DAYS (K)
                   MOVE    WK-OVER-DAYS TO     WK-CU-DAYS (K)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 督促履歴の読込み(無ければ初回)
       S200-10.

           OPEN    INPUT       HIS1-F
           IF      WK-HIS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 督促履歴なし(初回) "
                           WK-HIS1-F-NAME
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-HIS1-EOF = HIGH-VALUE
               READ    HIS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HIS1-EOF
                   NOT AT  END
                       IF      HIS1-KEY    NOT =   SPACE   AND
                               HIS1-REC (1:1) NOT = "*"
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HIS1-F
           .
       S200-EX.
           EXIT.

      *    *** 督促履歴1件
       S210-10.

           IF      WK-HIS-CNT  >=      3000
                   DISPLAY WK-PGM-NAME " 督促履歴は3000件まで"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-HIS-CNT
           MOVE    WK-HIS-CNT  TO      J
           MOVE    HIS1-KEY    TO      WK-HS-KEY (J)
           MOVE    ZERO        TO      WK-HS-LEVEL (J)
           IF      HIS1-LEVEL  >=      "0"     AND
                   HIS1-LEVEL  <=      "4"
                   MOVE    HIS1-LEVEL  TO      WK-HS-LEVEL (J)
           END-IF
           MOVE    SPACE       TO      WK-HS-LAST (J)
           IF      HIS1-LAST-YMD IS NUMERIC
                   MOVE    HIS1-LAST-YMD TO    WK-HS-LAST (J)
           END-IF
           MOVE    HIS1-DISPUTE TO     WK-HS-DISPUTE (J)
           MOVE    SPACE       TO      WK-HS-PROMISE (J)
           IF      HIS1-PROMISE IS NUMERIC
                   MOVE    HIS1-PROMISE TO     WK-HS-PROMISE (J)
           END-IF
           MOVE    HIS1-MEMO   TO      WK-HS-MEMO (J)
           MOVE    SPACE       TO      WK-HS-OVER (J)
           .
       S210-EX.
           EXIT.

      *    *** 得意先1件の督促レベル判定と督促状
       S300-10.

           MOVE    WK-CU-KEY (I) TO    WK-KEY1
           MOVE    SPACE       TO      WK-ACTION

      *    *** 延滞日数からの目標レベル
           EVALUATE TRUE
               WHEN WK-CU-DAYS (I) >=  WK-LV4-DAYS
                   MOVE    4           TO      WK-TARGET
               WHEN WK-CU-DAYS (I) >=  WK-LV3-DAYS
                   MOVE    3           TO      WK-TARGET
               WHEN WK-CU-DAYS (I) >=  WK-LV2-DAYS
                   MOVE    2           TO      WK-TARGET
               WHEN OTHER
                   MOVE    1           TO      WK-TARGET
           END-EVALUATE

      *    *** 督促履歴を引く(無ければ追加)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-HIS-CNT
                      OR WK-HS-KEY (J) = WK-KEY1
               CONTINUE
           END-PERFORM
           IF      J           >       WK-HIS-CNT
               IF      WK-HIS-CNT  >=      3000
                   DISPLAY WK-PGM-NAME " 督促履歴は3000件まで"
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-HIS-CNT
               MOVE    WK-HIS-CNT  TO      J
               MOVE    WK-KEY1     TO      WK-HS-KEY (J)
               MOVE    ZERO        TO      WK-HS-LEVEL (J)
               MOVE    SPACE       TO      WK-HS-LAST (J)
                                           WK-HS-DISPUTE (J)
                                           WK-HS-PROMISE (J)
                                           WK-HS-MEMO (J)
           END-IF
           MOVE    "Y"         TO      WK-HS-OVER (J)
           MOVE    WK-HS-LEVEL (J) TO  WK-PREV
           MOVE    WK-PREV     TO      WK-NEW

      *    *** 見送り: 係争、支払約束日が先、督促間隔が未到来
           EVALUATE TRUE
               WHEN WK-HS-DISPUTE (J) = "Y"
                   MOVE    "SKIP DISPUTE" TO   WK-ACTION
               WHEN WK-HS-PROMISE (J) NOT = SPACE AND
                    WK-HS-PROMISE (J) >  WK-BASE-YMD (1:8)
                   STRING  "SKIP PROMISE "     DELIMITED BY SIZE
                           WK-HS-PROMISE (J)   DELIMITED BY SIZE
                           INTO    WK-ACTION
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF      WK-ACTION   =       SPACE   AND
                   WK-PREV     >       ZERO    AND
                   WK-HS-LAST (J) NOT = SPACE
                   MOVE    WK-HS-LAST (J) TO   WDW-DATE2-YMD-9
                   MOVE    "A"         TO      WDW-DATE2-ID
                   CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
                   MOVE    WDW-NISUU   TO      WK-LAST-NISUU
                   IF      WK-LAST-NISUU + WK-INTERVAL >
                           WK-BASE-NISUU
                           MOVE    "SKIP INTERVAL" TO  WK-ACTION
                   END-IF
           END-IF
           IF      WK-ACTION   NOT =   SPACE
                   ADD     1           TO      WK-HOLD-CNT
                   PERFORM S380-10     THRU    S380-EX
                   GO  TO  S300-EX
           END-IF

      *    *** 1回に1段だけ上げる。目標が前回以下なら前回で再送
           IF      WK-TARGET   >       WK-PREV
                   COMPUTE WK-NEW = WK-PREV + 1
                   MOVE    "LETTER"    TO      WK-ACTION
           ELSE
                   MOVE    "LETTER REPEAT" TO  WK-ACTION
           END-IF
           IF      WK-NEW      =       4
                   MOVE    "LETTER STOP SUPPLY" TO WK-ACTION
                   ADD     1           TO      WK-STOP-CNT
           END-IF
           ADD     1           TO      WK-LV-CNT (WK-NEW)

           PERFORM S350-10     THRU    S350-EX

           MOVE    WK-NEW      TO      WK-HS-LEVEL (J)
           MOVE    WK-BASE-YMD TO      WK-HS-LAST (J)
           PERFORM S380-10     THRU    S380-EX
           .
       S300-EX.
           EXIT.

      *    *** 督促状1通(得意先毎に改頁)
       S350-10.

           IF      WK-LTR-CNT  >       ZERO
                   MOVE    SPACE       TO      POT1-REC
                   WRITE   POT1-REC    BEFORE  ADVANCING PAGE
           END-IF
           ADD     1           TO      WK-LTR-CNT

           MOVE    SPACE       TO      POT1-REC
           STRING  "                                        "
                                       DELIMITED BY SIZE
                   "発行日 "           DELIMITED BY SIZE
                   WK-BASE-YMD         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  WK-CU-NAME (I)      DELIMITED BY "  "
                   " (" WK-KEY1 ") 御中" DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "          "        DELIMITED BY SIZE
                   WK-TITLE (WK-NEW)   DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 3
               MOVE    WK-BODY-LN (WK-NEW K) TO POT1-REC
               WRITE   POT1-REC
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "請求書番号" TO     POT1-REC (5:)
           MOVE    "期日"      TO      POT1-REC (27:)
           MOVE    "延滞日数"  TO      POT1-REC (36:)
           MOVE    "金額"      TO      POT1-REC (56:)
           WRITE   POT1-REC

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OPN-CNT
               IF      WK-OP-KEY (K) =     WK-KEY1
                   MOVE    WK-OP-REF (K)  TO   WK-LT-REF
                   MOVE    WK-OP-DUE (K)  TO   WK-LT-DUE
                   MOVE    WK-OP-DAYS (K) TO   WK-LT-DAYS
                   MOVE    WK-OP-AMT (K)  TO   WK-LT-AMT
                   MOVE    WK-LT-LINE  TO      POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      WK-LT-LINE
           MOVE    "合計"      TO      WK-LT-REF
           MOVE    ZERO        TO      WK-LT-DUE
           MOVE    WK-CU-AMT (I) TO    WK-LT-AMT
           MOVE    WK-LT-LINE  TO      POT1-REC
           MOVE    SPACE       TO      POT1-REC (27:17)
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           .
       S350-EX.
           EXIT.

      *    *** 督促一覧の1行
       S380-10.

           MOVE    WK-KEY1     TO      WK-LS-KEY
           MOVE    WK-CU-NAME (I) TO   WK-LS-NAME
           MOVE    WK-CU-CNT (I) TO    WK-LS-CNT
           MOVE    WK-CU-DAYS (I) TO   WK-LS-DAYS
           MOVE    WK-CU-AMT (I) TO    WK-LS-AMT
           MOVE    WK-PREV     TO      WK-LS-PREV
           MOVE    WK-NEW      TO      WK-LS-NEW
           MOVE    WK-ACTION   TO      WK-LS-ACTION
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC
           .
       S380-EX.
           EXIT.

      *    *** 延滞の無くなった得意先はレベル0へ戻し、履歴を書出す
       S500-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-HIS-CNT
               IF      WK-HS-OVER (J) NOT = "Y"   AND
                       WK-HS-LEVEL (J) >   ZERO
                   MOVE    SPACE       TO      POT2-REC
                   STRING  WK-HS-KEY (J)       DELIMITED BY SIZE
                           " 延滞なし LV "     DELIMITED BY SIZE
                           WK-HS-LEVEL (J)     DELIMITED BY SIZE
                           " > 0  CLEARED"     DELIMITED BY SIZE
                           INTO    POT2-REC
                   END-STRING
                   WRITE   POT2-REC
                   MOVE    ZERO        TO      WK-HS-LEVEL (J)
                   ADD     1           TO      WK-CLR-CNT
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           STRING  "督促状="           DELIMITED BY SIZE
                   WK-LTR-CNT          DELIMITED BY SIZE
                   " (L1="             DELIMITED BY SIZE
                   WK-LV-CNT (1)       DELIMITED BY SIZE
                   " L2="              DELIMITED BY SIZE
                   WK-LV-CNT (2)       DELIMITED BY SIZE
                   " L3="              DELIMITED BY SIZE
                   WK-LV-CNT (3)       DELIMITED BY SIZE
                   " L4="              DELIMITED BY SIZE
                   WK-LV-CNT (4)       DELIMITED BY SIZE
                   ") 見送り="         DELIMITED BY SIZE
                   WK-HOLD-CNT         DELIMITED BY SIZE
                   " 解除="            DELIMITED BY SIZE
                   WK-CLR-CNT          DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC
           IF      WK-UPDATE   NOT =   "Y"
                   MOVE    "*** UPDATE=N 督促履歴は未更新 ***"
                                       TO      POT2-REC
                   WRITE   POT2-REC
                   GO  TO  S500-EX
           END-IF

           OPEN    OUTPUT      HIS1-F
           IF      WK-HIS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HIS1-F OPEN ERROR STATUS="
                           WK-HIS1-STATUS
                   STOP    RUN
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-HIS-CNT
               MOVE    SPACE       TO      HIS1-REC
               MOVE    WK-HS-KEY (J)     TO  HIS1-KEY
               MOVE    WK-HS-LEVEL (J)   TO  HIS1-LEVEL
               MOVE    WK-HS-LAST (J)    TO  HIS1-LAST-YMD
               MOVE    WK-HS-DISPUTE (J) TO  HIS1-DISPUTE
               MOVE    WK-HS-PROMISE (J) TO  HIS1-PROMISE
               MOVE    WK-HS-MEMO (J)    TO  HIS1-MEMO
               WRITE   HIS1-REC
           END-PERFORM
           CLOSE   HIS1-F
           .
       S500-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
                   POT2-F

           IF      WK-STOP-CNT >       ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " 明細 = " WK-PIN1-CNT
                   " 延滞明細 = " WK-OPN-CNT
                   " 得意先 = " WK-CUS-CNT
           DISPLAY WK-PGM-NAME " 督促状 = " WK-LTR-CNT
                   " 見送り = " WK-HOLD-CNT
                   " 出荷停止 = " WK-STOP-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
