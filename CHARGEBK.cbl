      *    *** バッチ資源の部門別課金(チャージバック)
      *    *** 所有者マスター(OWNER.MST)でプログラム/チェーン/
      *    *** ファイルを部門と原価センターへ割り当て、対象月の
      *    *** 使用量を部門毎に集計して単価を掛け、部門別の課金明細
      *    *** (POT1)と経理取込み用CSVを作る。月次に1回起動する。
      *    ***   バッチ時間  DATETIME.LOGの終了(E)行の処理時間を
      *    ***               プログラムの所有部門へ(時間単位)
      *    ***   ディスク    FGROWTH.HISの日次バイト数を所有部門へ
      *    ***               (MB日 = その月の各日のMBの合計)
      *    ***   帳票        RPTSPOOL.CATの取込み行数を頁数に直して
      *    ***               ジョブ名の所有部門へ
      *    *** 所有者の無いプログラム/ファイル/帳票は別欄に並べ
      *    *** (マスター整備用)、RETURN-CODE=4とする。
      *    ***
      *    *** 起動引数: 1=PRM1(既定CHARGEBK.PRM1)
      *    ***           2=対象月YYYYMM(既定=前月)
      *    *** PRM1の行:
      *    ***   RATE-HOUR=バッチ時間1時間の単価(円)
      *    ***   RATE-MBDAY=ディスク1MB日の単価(円、小数可)
      *    ***   RATE-PAGE=帳票1頁の単価(円、小数可)
      *    ***   LPP=1頁の行数(既定60)
      *    ***   F-OWN=所有者マスター(既定OWNER.MST)
      *    ***   F-OT=課金明細(既定CHARGEBK.POT1)
      *    ***   F-CSV=経理取込みCSV(既定CHARGEBK.CSV)
      *    *** 所有者マスターの行(*始まりは注釈):
      *    ***   PGM=プログラム名,DEPT=部門,CC=原価センター
      *    ***   CHAIN=チェーン定義ファイル,DEPT=部門,CC=原価ｾﾝﾀｰ
      *    ***     (チェーンの各STEPのプログラムは、PGM=の指定が
      *    ***      無ければチェーンの所有部門とする)
      *    ***   FILE=ファイル名(FGROWTHの対象名),DEPT=,CC=

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CHARGEBK.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 所有者マスター
           SELECT OWN1-F           ASSIGN   WK-OWN1-F-NAME
                               STATUS   WK-OWN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** チェーン定義(JOBCHAIN.PRM1と同じ形式、1件ずつ開く)
           SELECT CHN1-F           ASSIGN   WK-CHN1-F-NAME
                               STATUS   WK-CHN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** DATETIMEが追記する共通タイミングログ
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ファイル増加量履歴
           SELECT HIS1-F           ASSIGN   WK-HIS1-F-NAME
                               STATUS   WK-HIS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** スプール台帳
           SELECT CAT1-F           ASSIGN   WK-CAT1-F-NAME
                               STATUS   WK-CAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 課金明細
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 経理取込みCSV
           SELECT CSV1-F           ASSIGN   WK-CSV1-F-NAME
                               STATUS   WK-CSV1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  OWN1-F
           LABEL RECORDS ARE STANDARD.
       01  OWN1-REC.
           03  FILLER          PIC  X(100).

       FD  CHN1-F
           LABEL RECORDS ARE STANDARD.
       01  CHN1-REC.
           03  CHN1-STEP-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CHN1-PGM-NAME   PIC  X(008).
           03  FILLER          PIC  X(126).

      *    *** DATETIMEのWK-LOG-LINEと同一レイアウト
       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-ID         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LOG1-YMD.
               05  LOG1-YY     PIC  9(002).
               05  FILLER      PIC  X(001).
               05  LOG1-MM     PIC  9(002).
               05  FILLER      PIC  X(001).
               05  LOG1-DD     PIC  9(002).
           03  FILLER          PIC  X(001).
           03  LOG1-HMS        PIC  X(011).
           03  FILLER          PIC  X(001).
           03  LOG1-SEC-D      PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC  X(001).
           03  LOG1-COM        PIC  X(020).
           03  FILLER          PIC  X(013).

      *    *** FGROWTHの履歴と同一レイアウト
       FD  HIS1-F
           LABEL RECORDS ARE STANDARD.
       01  HIS1-REC.
           03  HIS1-YMD        PIC  9(008).
           03  HIS1-YMD-R     REDEFINES HIS1-YMD.
             05  HIS1-YM       PIC  9(006).
             05  HIS1-DD       PIC  9(002).
           03  FILLER          PIC  X(001).
           03  HIS1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  HIS1-RECS       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  HIS1-BYTES      PIC  9(012).

      *    *** RPTSPOOLの台帳と同一レイアウト
       FD  CAT1-F
           LABEL RECORDS ARE STANDARD.
       01  CAT1-REC.
           03  CAT1-RPTID      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CAT1-YMD        PIC  9(008).
           03  CAT1-YMD-R     REDEFINES CAT1-YMD.
             05  CAT1-YM       PIC  9(006).
             05  CAT1-DD       PIC  9(002).
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

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  CSV1-F
           LABEL RECORDS ARE STANDARD.
       01  CSV1-REC.
           03  FILLER          PIC  X(200).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CHARGEBK".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "CHARGEBK.PRM1".
           03  WK-OWN1-F-NAME  PIC  X(032) VALUE "OWNER.MST".
           03  WK-CHN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "DATETIME.LOG".
           03  WK-HIS1-F-NAME  PIC  X(032) VALUE "FGROWTH.HIS".
           03  WK-CAT1-F-NAME  PIC  X(032) VALUE "RPTSPOOL.CAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "CHARGEBK.POT1".
           03  WK-CSV1-F-NAME  PIC  X(032) VALUE "CHARGEBK.CSV".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OWN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CHN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CSV1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-OWN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CHN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIS1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CAT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.

      *    *** 対象月
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-TODAY-R     REDEFINES WK-TODAY-YMD.
             05  WK-TODAY-YYYY PIC  9(004).
             05  WK-TODAY-MM   PIC  9(002).
             05  WK-TODAY-DD   PIC  9(002).
           03  WK-YM-X         PIC  X(006) VALUE SPACE.
           03  WK-YM           PIC  9(006) VALUE ZERO.
           03  WK-YM-R        REDEFINES WK-YM.
             05  WK-YM-YYYY    PIC  9(004).
             05  WK-YM-MM      PIC  9(002).
           03  WK-YM-YY        PIC  9(002) VALUE ZERO.

      *    *** 単価
           03  WK-RATE-HOUR    PIC  9(007)V9(004) VALUE ZERO.
           03  WK-RATE-MBDAY   PIC  9(007)V9(004) VALUE ZERO.
           03  WK-RATE-PAGE    PIC  9(007)V9(004) VALUE ZERO.
           03  WK-LPP          PIC  9(004) VALUE 60.

      *    *** 所有者の引当て
           03  WK-KIND         PIC  X(001) VALUE SPACE.
           03  WK-NAME         PIC  X(032) VALUE SPACE.
           03  WK-BASE         PIC  X(032) VALUE SPACE.
           03  WK-OWN-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEPT-IX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ITEM-IX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-QTY          PIC  9(011)V99 VALUE ZERO.
           03  WK-SEC          PIC  9(009)V99 VALUE ZERO.
           03  WK-PAGES        PIC  9(009) VALUE ZERO.

      *    *** 件数
           03  WK-LOG-CNT      PIC  9(007) VALUE ZERO.
           03  WK-HIS-CNT      PIC  9(007) VALUE ZERO.
           03  WK-CAT-CNT      PIC  9(007) VALUE ZERO.
           03  WK-UNOWN-CNT    PIC  9(005) VALUE ZERO.

      *    *** 合計(全部門)
           03  WK-GT-AMT       PIC  9(011) VALUE ZERO.
           03  WK-UN-AMT       PIC  9(011) VALUE ZERO.

      *    *** 編集
           03  WK-QTY-E        PIC  ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  WK-RATE-E       PIC  ZZZ,ZZ9.9999 VALUE ZERO.
           03  WK-AMT-E        PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-CSV-Q1       PIC  Z(010)9.99 VALUE ZERO.
           03  WK-CSV-Q2       PIC  Z(010)9.99 VALUE ZERO.
           03  WK-CSV-Q3       PIC  Z(010)9 VALUE ZERO.
           03  WK-CSV-A1       PIC  Z(010)9 VALUE ZERO.
           03  WK-CSV-A2       PIC  Z(010)9 VALUE ZERO.
           03  WK-CSV-A3       PIC  Z(010)9 VALUE ZERO.
           03  WK-CSV-AT       PIC  Z(010)9 VALUE ZERO.

      *    *** 明細行
           03  WK-DTL-LINE.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-DTL-KIND   PIC  X(012) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-DTL-NAME   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-DTL-QTY    PIC  ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-DTL-UNIT   PIC  X(006) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-DTL-RATE   PIC  ZZZ,ZZ9.9999 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-DTL-AMT    PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** 所有者(最大500)。SRC: M=マスター指定 C=チェーン経由
       01  OWN-TBL-AREA.
           03  WK-OW-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OW-TBL       OCCURS 500.
             05  WK-OW-KIND    PIC  X(001) VALUE SPACE.
             05  WK-OW-NAME    PIC  X(032) VALUE SPACE.
             05  WK-OW-DEPT    PIC  X(008) VALUE SPACE.
             05  WK-OW-CC      PIC  X(010) VALUE SPACE.
             05  WK-OW-SRC     PIC  X(001) VALUE SPACE.

      *    *** 部門(部門+原価センター、最大100)
       01  DEPT-TBL-AREA.
           03  WK-DP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DP-TBL       OCCURS 100.
             05  WK-DP-DEPT    PIC  X(008) VALUE SPACE.
             05  WK-DP-CC      PIC  X(010) VALUE SPACE.
             05  WK-DP-HOURS   PIC  9(009)V99 VALUE ZERO.
             05  WK-DP-MBDAY   PIC  9(011)V99 VALUE ZERO.
             05  WK-DP-PAGES   PIC  9(009) VALUE ZERO.
             05  WK-DP-AMT-T   PIC  9(011) VALUE ZERO.
             05  WK-DP-AMT-D   PIC  9(011) VALUE ZERO.
             05  WK-DP-AMT-P   PIC  9(011) VALUE ZERO.

      *    *** 使用明細(最大1000)。KIND: T=バッチ時間(秒)
      *    *** D=ディスク(MB日) P=帳票(頁)。DEPT-IX=0は所有者無し
       01  ITEM-TBL-AREA.
           03  WK-IT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-IT-TBL       OCCURS 1000.
             05  WK-IT-KIND    PIC  X(001) VALUE SPACE.
             05  WK-IT-NAME    PIC  X(032) VALUE SPACE.
             05  WK-IT-DEPT-IX BINARY-LONG SYNC VALUE ZERO.
             05  WK-IT-QTY     PIC  9(011)V99 VALUE ZERO.
             05  WK-IT-AMT     PIC  9(011) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1、所有者マスター読込
           PERFORM S010-10     THRU    S010-EX

      *    *** 使用量の集計
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX
           PERFORM S400-10     THRU    S400-EX

      *    *** 金額計算、部門別明細、所有者無し一覧、CSV
           PERFORM S500-10     THRU    S500-EX
           PERFORM S600-10     THRU    S600-EX
           PERFORM S700-10     THRU    S700-EX
           PERFORM S800-10     THRU    S800-EX

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

      *    *** 既定の対象月は前月
           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           IF      WK-TODAY-MM =       1
                   COMPUTE WK-YM-YYYY = WK-TODAY-YYYY - 1
                   MOVE    12          TO      WK-YM-MM
           ELSE
                   MOVE    WK-TODAY-YYYY TO    WK-YM-YYYY
                   COMPUTE WK-YM-MM = WK-TODAY-MM - 1
           END-IF

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-YM-X     FROM    ARGUMENT-VALUE
                   IF      WK-YM-X     IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME
                                   " ARG-2=YYYYMM ERROR=" WK-YM-X
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    WK-YM-X     TO      WK-YM
           END-IF
           IF      WK-YM-MM    <       1       OR
                   WK-YM-MM    >       12
                   DISPLAY WK-PGM-NAME " ARG-2=YYYYMM ERROR=" WK-YM
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           COMPUTE WK-YM-YY = WK-YM-YYYY - 2000

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

           IF      WK-LPP      =       ZERO
                   MOVE    60          TO      WK-LPP
           END-IF

      *    *** 共有ファイルの物理パス
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "DATETIME.LOG" TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LOG1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "FGROWTH.HIS" TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-HIS1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "RPTSPOOL.CAT" TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-CAT1-F-NAME

           PERFORM S100-10     THRU    S100-EX

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      CSV1-F
           IF      WK-CSV1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CSV1-F OPEN ERROR STATUS="
                           WK-CSV1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           DISPLAY WK-PGM-NAME " 対象月=" WK-YM
                   " 所有者=" WK-OW-CNT
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02
           UNSTRING PRM1-REC   DELIMITED BY "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "RATE-HOUR"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RATE-HOUR
               WHEN "RATE-MBDAY"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RATE-MBDAY
               WHEN "RATE-PAGE"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-RATE-PAGE
               WHEN "LPP"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-LPP
               WHEN "F-OWN"
                   MOVE    WK-PRM02    TO      WK-OWN1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-CSV"
                   MOVE    WK-PRM02    TO      WK-CSV1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC (1:60)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 所有者マスター読込。チェーンの行は後でSTEPへ展開する
       S100-10.

           OPEN    INPUT       OWN1-F
           IF      WK-OWN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OWN1-F OPEN ERROR STATUS="
                           WK-OWN1-STATUS " (" WK-OWN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-OWN1-EOF = HIGH-VALUE
               READ    OWN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-OWN1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   OWN1-F

      *    *** チェーンのSTEPをチェーンの所有部門で登録する
           MOVE    WK-OW-CNT   TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > K
               IF      WK-OW-KIND (I) =    "C"
                       PERFORM S120-10     THRU    S120-EX
               END-IF
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 所有者マスター1行
       S110-10.

           IF      OWN1-REC (1:1) =    "*"     OR
                   OWN1-REC    =       SPACE
                   GO  TO  S110-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING OWN1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "PGM"
                   MOVE    "P"         TO      WK-KIND
               WHEN "CHAIN"
                   MOVE    "C"         TO      WK-KIND
               WHEN "FILE"
                   MOVE    "F"         TO      WK-KIND
               WHEN OTHER
                   MOVE    SPACE       TO      WK-KIND
           END-EVALUATE

           IF      WK-KIND     =       SPACE   OR
                   WK-PRM02    =       SPACE   OR
                   WK-PRM03    NOT =   "DEPT"  OR
                   WK-PRM04    =       SPACE   OR
                   WK-PRM05    NOT =   "CC"
                   DISPLAY WK-PGM-NAME " OWN1-F PARA ERROR="
                           OWN1-REC (1:60)
                   DISPLAY WK-PGM-NAME
                           " PGM/CHAIN/FILE=名前,DEPT=部門,CC=xx"
                   GO  TO  S110-EX
           END-IF

           IF      WK-OW-CNT   >=      500
                   DISPLAY WK-PGM-NAME " 所有者は500件まで"
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-OW-CNT
           MOVE    WK-KIND     TO      WK-OW-KIND (WK-OW-CNT)
           MOVE    WK-PRM02    TO      WK-OW-NAME (WK-OW-CNT)
           MOVE    WK-PRM04    TO      WK-OW-DEPT (WK-OW-CNT)
           MOVE    WK-PRM06    TO      WK-OW-CC (WK-OW-CNT)
           MOVE    "M"         TO      WK-OW-SRC (WK-OW-CNT)
           .
       S110-EX.
           EXIT.

      *    *** チェーン(I)の定義を読み、PGM=指定の無いプログラム
      *    *** をチェーンの所有部門で登録する(先に出たチェーンが優先)
       S120-10.

           MOVE    WK-OW-NAME (I) TO   WK-CHN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-CHN1-EOF
           OPEN    INPUT       CHN1-F
           IF      WK-CHN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CHAIN ﾅｼ " WK-CHN1-F-NAME
                   GO  TO  S120-EX
           END-IF

           PERFORM UNTIL WK-CHN1-EOF = HIGH-VALUE
               READ    CHN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CHN1-EOF
                   NOT AT  END
                       IF      CHN1-STEP-NAME NOT = SPACE      AND
                               CHN1-STEP-NAME (1:1) NOT = "*"  AND
                               CHN1-PGM-NAME NOT = SPACE
                           MOVE    "P"         TO      WK-KIND
                           MOVE    CHN1-PGM-NAME TO    WK-NAME
                           PERFORM S150-10     THRU    S150-EX
                           IF      WK-OWN-IX   =       ZERO    AND
                                   WK-OW-CNT   <       500
                               ADD     1           TO  WK-OW-CNT
                               MOVE    "P"         TO
                                       WK-OW-KIND (WK-OW-CNT)
                               MOVE    CHN1-PGM-NAME TO
                                       WK-OW-NAME (WK-OW-CNT)
                               MOVE    WK-OW-DEPT (I) TO
                                       WK-OW-DEPT (WK-OW-CNT)
                               MOVE    WK-OW-CC (I) TO
                                       WK-OW-CC (WK-OW-CNT)
                               MOVE    "C"         TO
                                       WK-OW-SRC (WK-OW-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CHN1-F
           .
       S120-EX.
           EXIT.

      *    *** 所有者の検索(WK-KIND+WK-NAME → WK-OWN-IX、無ければ0)
       S150-10.

           MOVE    ZERO        TO      WK-OWN-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-OW-CNT OR WK-OWN-IX > ZERO
               IF      WK-OW-KIND (J) =    WK-KIND     AND
                       WK-OW-NAME (J) =    WK-NAME
                       MOVE    J           TO      WK-OWN-IX
               END-IF
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** チェーンの検索。ジョブ名(WK-NAME)とチェーン定義
      *    *** ファイル名の"."より前を比べる(→ WK-OWN-IX)
       S170-10.

           MOVE    ZERO        TO      WK-OWN-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-OW-CNT OR WK-OWN-IX > ZERO
               IF      WK-OW-KIND (J) =    "C"
                       MOVE    SPACE       TO      WK-BASE
                       UNSTRING WK-OW-NAME (J) DELIMITED BY "."
                           INTO WK-BASE
                       END-UNSTRING
                       IF      WK-BASE     =       WK-NAME     OR
                               WK-OW-NAME (J) =    WK-NAME
                               MOVE    J           TO      WK-OWN-IX
                       END-IF
               END-IF
           END-PERFORM
           .
       S170-EX.
           EXIT.

      *    *** 使用量をWK-KIND(T/D/P)+WK-NAMEの明細へ加える。
      *    *** 所有部門はWK-OWN-IXから部門表へ引き当てる
       S160-10.

           MOVE    ZERO        TO      WK-DEPT-IX
           IF      WK-OWN-IX   >       ZERO
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WK-DP-CNT OR WK-DEPT-IX > ZERO
                   IF      WK-DP-DEPT (J) = WK-OW-DEPT (WK-OWN-IX) AND
                           WK-DP-CC (J) =   WK-OW-CC (WK-OWN-IX)
                           MOVE    J           TO      WK-DEPT-IX
                   END-IF
               END-PERFORM
               IF      WK-DEPT-IX  =       ZERO    AND
                       WK-DP-CNT   <       100
                   ADD     1           TO      WK-DP-CNT
                   MOVE    WK-DP-CNT   TO      WK-DEPT-IX
                   MOVE    WK-OW-DEPT (WK-OWN-IX) TO
                           WK-DP-DEPT (WK-DEPT-IX)
                   MOVE    WK-OW-CC (WK-OWN-IX) TO
                           WK-DP-CC (WK-DEPT-IX)
               END-IF
           END-IF

           MOVE    ZERO        TO      WK-ITEM-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-IT-CNT OR WK-ITEM-IX > ZERO
               IF      WK-IT-KIND (J) =    WK-KIND     AND
                       WK-IT-NAME (J) =    WK-NAME
                       MOVE    J           TO      WK-ITEM-IX
               END-IF
           END-PERFORM
           IF      WK-ITEM-IX  =       ZERO
               IF      WK-IT-CNT   >=      1000
                   DISPLAY WK-PGM-NAME " 明細は1000件まで "
                           WK-NAME
                   GO  TO  S160-EX
               END-IF
               ADD     1           TO      WK-IT-CNT
               MOVE    WK-IT-CNT   TO      WK-ITEM-IX
               MOVE    WK-KIND     TO      WK-IT-KIND (WK-ITEM-IX)
               MOVE    WK-NAME     TO      WK-IT-NAME (WK-ITEM-IX)
               MOVE    WK-DEPT-IX  TO      WK-IT-DEPT-IX (WK-ITEM-IX)
           END-IF
           ADD     WK-QTY      TO      WK-IT-QTY (WK-ITEM-IX)
           .
       S160-EX.
           EXIT.

      *    *** バッチ時間: DATETIME.LOGの対象月の終了(E)行
       S200-10.

           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F ﾅｼ STATUS="
                           WK-LOG1-STATUS " (" WK-LOG1-F-NAME ")"
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       IF      LOG1-ID     =       "E"         AND
                               LOG1-YY     =       WK-YM-YY    AND
                               LOG1-MM     =       WK-YM-MM
                           ADD     1           TO      WK-LOG-CNT
                           MOVE    LOG1-SEC-D  TO      WK-SEC
                           MOVE    "P"         TO      WK-KIND
                           MOVE    LOG1-PGM    TO      WK-NAME
                           PERFORM S150-10     THRU    S150-EX
                           MOVE    "T"         TO      WK-KIND
                           MOVE    WK-SEC      TO      WK-QTY
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LOG1-F
           .
       S200-EX.
           EXIT.

      *    *** ディスク: FGROWTH.HISの対象月の日次バイト数(MB日)
       S300-10.

           OPEN    INPUT       HIS1-F
           IF      WK-HIS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HIS1-F ﾅｼ STATUS="
                           WK-HIS1-STATUS " (" WK-HIS1-F-NAME ")"
                   GO  TO  S300-EX
           END-IF

           PERFORM UNTIL WK-HIS1-EOF = HIGH-VALUE
               READ    HIS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HIS1-EOF
                   NOT AT  END
                       IF      HIS1-YM     =       WK-YM
                           ADD     1           TO      WK-HIS-CNT
                           MOVE    "F"         TO      WK-KIND
                           MOVE    HIS1-FILE   TO      WK-NAME
                           PERFORM S150-10     THRU    S150-EX
                           MOVE    "D"         TO      WK-KIND
                           COMPUTE WK-QTY ROUNDED =
                                   HIS1-BYTES / 1048576
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HIS1-F
           .
       S300-EX.
           EXIT.

      *    *** 帳票: RPTSPOOL.CATの対象月の取込み(行数→頁数)
      *    *** ジョブ名をプログラム、無ければチェーンの所有者で引く
       S400-10.

           OPEN    INPUT       CAT1-F
           IF      WK-CAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CAT1-F ﾅｼ STATUS="
                           WK-CAT1-STATUS " (" WK-CAT1-F-NAME ")"
                   GO  TO  S400-EX
           END-IF

           PERFORM UNTIL WK-CAT1-EOF = HIGH-VALUE
               READ    CAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAT1-EOF
                   NOT AT  END
                       IF      CAT1-YM     =       WK-YM
                           ADD     1           TO      WK-CAT-CNT
                           MOVE    "P"         TO      WK-KIND
                           MOVE    CAT1-JOB    TO      WK-NAME
                           PERFORM S150-10     THRU    S150-EX
                           IF      WK-OWN-IX   =       ZERO
                               PERFORM S170-10     THRU    S170-EX
                           END-IF
                           COMPUTE WK-PAGES =
                                   ( CAT1-LINES + WK-LPP - 1 ) / WK-LPP
                           MOVE    "P"         TO      WK-KIND
                           MOVE    WK-PAGES    TO      WK-QTY
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CAT1-F
           .
       S400-EX.
           EXIT.

      *    *** 明細毎の金額と部門毎の集計
       S500-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-IT-CNT
               EVALUATE WK-IT-KIND (I)
                   WHEN "T"
                       COMPUTE WK-IT-AMT (I) ROUNDED =
                               WK-IT-QTY (I) / 3600 * WK-RATE-HOUR
                   WHEN "D"
                       COMPUTE WK-IT-AMT (I) ROUNDED =
                               WK-IT-QTY (I) * WK-RATE-MBDAY
                   WHEN "P"
                       COMPUTE WK-IT-AMT (I) ROUNDED =
                               WK-IT-QTY (I) * WK-RATE-PAGE
               END-EVALUATE

               MOVE    WK-IT-DEPT-IX (I) TO K
               IF      K           =       ZERO
                   ADD     1           TO      WK-UNOWN-CNT
                   ADD     WK-IT-AMT (I) TO    WK-UN-AMT
               ELSE
                   EVALUATE WK-IT-KIND (I)
                       WHEN "T"
                           COMPUTE WK-DP-HOURS (K) ROUNDED =
                                   WK-DP-HOURS (K)
                                   + WK-IT-QTY (I) / 3600
                           ADD     WK-IT-AMT (I) TO WK-DP-AMT-T (K)
                       WHEN "D"
                           ADD     WK-IT-QTY (I) TO WK-DP-MBDAY (K)
                           ADD     WK-IT-AMT (I) TO WK-DP-AMT-D (K)
                       WHEN "P"
                           ADD     WK-IT-QTY (I) TO WK-DP-PAGES (K)
                           ADD     WK-IT-AMT (I) TO WK-DP-AMT-P (K)
                   END-EVALUATE
                   ADD     WK-IT-AMT (I) TO    WK-GT-AMT
               END-IF
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** 部門別の課金明細
       S600-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-DP-CNT
               MOVE    SPACE       TO      POT1-REC
               STRING  "CHARGEBK 部門別バッチ資源課金明細 "
                                   DELIMITED BY SIZE
                       "対象月="   DELIMITED BY SIZE
                       WK-YM       DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      POT1-REC
               STRING  "部門="     DELIMITED BY SIZE
                       WK-DP-DEPT (K) DELIMITED BY SPACE
                       "  原価センター=" DELIMITED BY SIZE
                       WK-DP-CC (K) DELIMITED BY SPACE
                       INTO    POT1-REC
               WRITE   POT1-REC
               MOVE    ALL "-"     TO      POT1-REC
               WRITE   POT1-REC

      *    *** 明細(区分毎)
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-IT-CNT
                   IF      WK-IT-DEPT-IX (I) = K
                           PERFORM S650-10     THRU    S650-EX
                           MOVE    WK-DTL-LINE TO      POT1-REC
                           WRITE   POT1-REC
                   END-IF
               END-PERFORM

               MOVE    ALL "-"     TO      POT1-REC
               WRITE   POT1-REC

      *    *** 区分小計と合計
               MOVE    SPACE       TO      WK-DTL-LINE
               MOVE    "小計時間"  TO      WK-DTL-KIND
               MOVE    WK-DP-HOURS (K) TO  WK-DTL-QTY
               MOVE    "H"         TO      WK-DTL-UNIT
               MOVE    WK-RATE-HOUR TO     WK-DTL-RATE
               MOVE    WK-DP-AMT-T (K) TO  WK-DTL-AMT
               MOVE    WK-DTL-LINE TO      POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      WK-DTL-LINE
               MOVE    "小計DISK"  TO      WK-DTL-KIND
               MOVE    WK-DP-MBDAY (K) TO  WK-DTL-QTY
               MOVE    "MB日"      TO      WK-DTL-UNIT
               MOVE    WK-RATE-MBDAY TO    WK-DTL-RATE
               MOVE    WK-DP-AMT-D (K) TO  WK-DTL-AMT
               MOVE    WK-DTL-LINE TO      POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      WK-DTL-LINE
               MOVE    "小計帳票"  TO      WK-DTL-KIND
               MOVE    WK-DP-PAGES (K) TO  WK-DTL-QTY
               MOVE    "頁"        TO      WK-DTL-UNIT
               MOVE    WK-RATE-PAGE TO     WK-DTL-RATE
               MOVE    WK-DP-AMT-P (K) TO  WK-DTL-AMT
               MOVE    WK-DTL-LINE TO      POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      WK-DTL-LINE
               MOVE    "請求合計"  TO      WK-DTL-KIND
               COMPUTE WK-DTL-AMT = WK-DP-AMT-T (K)
                       + WK-DP-AMT-D (K) + WK-DP-AMT-P (K)
               MOVE    WK-DTL-LINE TO      POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      POT1-REC
               WRITE   POT1-REC
           END-PERFORM
           .
       S600-EX.
           EXIT.

      *    *** 明細(I)1行の編集
       S650-10.

           MOVE    SPACE       TO      WK-DTL-LINE
           MOVE    WK-IT-NAME (I) TO   WK-DTL-NAME
           EVALUATE WK-IT-KIND (I)
               WHEN "T"
                   MOVE    "時間"      TO      WK-DTL-KIND
                   COMPUTE WK-DTL-QTY ROUNDED = WK-IT-QTY (I) / 3600
                   MOVE    "H"         TO      WK-DTL-UNIT
                   MOVE    WK-RATE-HOUR TO     WK-DTL-RATE
               WHEN "D"
                   MOVE    "DISK"      TO      WK-DTL-KIND
                   MOVE    WK-IT-QTY (I) TO    WK-DTL-QTY
                   MOVE    "MB日"      TO      WK-DTL-UNIT
                   MOVE    WK-RATE-MBDAY TO    WK-DTL-RATE
               WHEN "P"
                   MOVE    "帳票"      TO      WK-DTL-KIND
                   MOVE    WK-IT-QTY (I) TO    WK-DTL-QTY
                   MOVE    "頁"        TO      WK-DTL-UNIT
                   MOVE    WK-RATE-PAGE TO     WK-DTL-RATE
           END-EVALUATE
           MOVE    WK-IT-AMT (I) TO    WK-DTL-AMT
           .
       S650-EX.
           EXIT.

      *    *** 所有者の無いプログラム/ファイル/帳票ジョブの一覧
      *    *** (マスター整備用、課金には含めない)
       S700-10.

           IF      WK-UNOWN-CNT =      ZERO
                   GO  TO  S700-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "CHARGEBK 所有者未登録"
                               DELIMITED BY SIZE
                   "(所有者マスターへ要登録) "
                               DELIMITED BY SIZE
                   "対象月="   DELIMITED BY SIZE
                   WK-YM       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-IT-CNT
               IF      WK-IT-DEPT-IX (I) = ZERO
                       PERFORM S650-10     THRU    S650-EX
                       MOVE    WK-DTL-LINE TO      POT1-REC
                       WRITE   POT1-REC
               END-IF
           END-PERFORM

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      WK-DTL-LINE
           MOVE    "未課金計"  TO      WK-DTL-KIND
           MOVE    WK-UN-AMT   TO      WK-DTL-AMT
           MOVE    WK-DTL-LINE TO      POT1-REC
           WRITE   POT1-REC

           MOVE    4           TO      WK-RC-SAVE
           .
       S700-EX.
           EXIT.

      *    *** 経理取込みCSV(見出し+部門毎1行)
       S800-10.

           MOVE    SPACE       TO      CSV1-REC
           STRING  "YM,DEPT,CC,HOURS,MBDAYS,PAGES,"
                               DELIMITED BY SIZE
                   "AMT-TIME,AMT-DISK,AMT-PAGE,AMT-TOTAL"
                               DELIMITED BY SIZE
                   INTO    CSV1-REC
           WRITE   CSV1-REC

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-DP-CNT
               MOVE    WK-DP-HOURS (K) TO  WK-CSV-Q1
               MOVE    WK-DP-MBDAY (K) TO  WK-CSV-Q2
               MOVE    WK-DP-PAGES (K) TO  WK-CSV-Q3
               MOVE    WK-DP-AMT-T (K) TO  WK-CSV-A1
               MOVE    WK-DP-AMT-D (K) TO  WK-CSV-A2
               MOVE    WK-DP-AMT-P (K) TO  WK-CSV-A3
               COMPUTE WK-CSV-AT = WK-DP-AMT-T (K)
                       + WK-DP-AMT-D (K) + WK-DP-AMT-P (K)
               MOVE    SPACE       TO      CSV1-REC
               STRING  WK-YM               DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       WK-DP-DEPT (K)      DELIMITED BY SPACE
                       ","                 DELIMITED BY SIZE
                       WK-DP-CC (K)        DELIMITED BY SPACE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-Q1) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-Q2) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-Q3) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-A1) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-A2) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-A3) DELIMITED BY SIZE
                       ","                 DELIMITED BY SIZE
                       FUNCTION TRIM(WK-CSV-AT) DELIMITED BY SIZE
                       INTO    CSV1-REC
               WRITE   CSV1-REC
           END-PERFORM
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
           CLOSE   CSV1-F

           MOVE    WK-GT-AMT   TO      WK-AMT-E
           DISPLAY WK-PGM-NAME " END 対象月=" WK-YM
                   " 部門=" WK-DP-CNT
                   " 課金計=" WK-AMT-E
           DISPLAY WK-PGM-NAME " LOG=" WK-LOG-CNT
                   " FGROWTH=" WK-HIS-CNT
                   " RPTSPOOL=" WK-CAT-CNT
                   " 所有者未登録=" WK-UNOWN-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
