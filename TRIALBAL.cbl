      *    *** 試算表と要約貸借対照表/損益計算書
      *    *** BALROLLの残高マスター(インデックス)と当期の計上仕訳
      *    *** (CPJRNL、GLPOSTの出力)を読み、次の3部を印字する。
      *    ***   ・試算表(勘定別 期首/借方/貸方/期末)。借方合計と
      *    ***     貸方合計の一致を検証し、不一致ならRC=8
      *    ***   ・貸借対照表(資産/負債/純資産)
      *    ***   ・損益計算書(収益/費用)
      *    ***   BS/PLは勘定科目マスター(ACCTMST)の親勘定を辿って
      *    ***   集計し、比較列(既定は期首残高=前期末、F-PRVで前期の
      *    ***   残高マスターを指定可)と増減を並べる。
      *    *** PERCTLの期状態がO(オープン)の期は実行を拒否する。
      *    *** PROVISIONAL=Y の時だけオープン期でも実行し、全頁の
      *    *** 見出しに「仮」の透かし行を入れる。
      *    ***
      *    *** PRM1(TRIALBAL.PRM1、引数1で別名指定可)の行:
      *    ***   F-BAL=残高マスター(必須)
      *    ***   F-JRN=計上仕訳(複数行可 最大300)。指定が無ければ
      *    ***         CO=の会社(連結は期が登録された全社、50社まで)
      *    ***         のFY/FPの計上仕訳一式(JRNLNM、
      *    ***         GLPOST.POT1.0001.FYFP 等)。無いファイルは飛ばす
      *    ***   F-PRV=比較用の前期残高マスター(任意)
      *    ***   F-OT=レポート(既定TRIALBAL.POT1)
      *    ***   FY=会計年度  FP=会計期
      *    ***   BAL=CLOSE|OPEN  残高マスターが期末残高(BALROLL実行
      *    ***                   後、既定)か期首残高(実行前、仮実行の
      *    ***                   既定)か
      *    ***   PROVISIONAL=Y   オープン期の仮実行
      *    ***   LINES=nn        1頁の行数(既定60)
      *    ***   CO=会社コード   対象の会社(既定0001)。
      *    ***       CO=ALL は連結(全社の合算、期状態は全社を見て
      *    ***       1社でもオープンなら仮実行が必要)
      *    ***   IC=勘定コード   内部取引勘定(繰返し指定、50まで)。
      *    ***       連結の試算表では合算から外し、会社別の残高を
      *    ***       別枠に並べる(相殺消去の資料)。BS/PLは消去前
      *    *** 計上仕訳は取引日が FY/FP の期に入る行だけを集計する
      *    *** 残高マスターのキーは 会社コード+勘定、計上仕訳の
      *    *** 会社コードが空白の行はCO=の会社(連結では0001)とする

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TRIALBAL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上仕訳(CPJRNL)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 残高マスター(当期)
           SELECT BAL1-F           ASSIGN   WK-BAL1-F-NAME
                               STATUS   WK-BAL1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BAL1-KEY.

      *    *** 残高マスター(比較用の前期)
           SELECT BAL2-F           ASSIGN   WK-BAL2-F-NAME
                               STATUS   WK-BAL2-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BAL2-KEY.

      *    *** 勘定科目マスター(ACCTMSTが保守)
           SELECT ACM1-F           ASSIGN   WK-ACM1-F-NAME
                               STATUS   WK-ACM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ACM1-KEY.

      *    *** 期間状態マスター(PERCTLが保守)
           SELECT PER1-F           ASSIGN   WK-PER1-F-NAME
                               STATUS   WK-PER1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PER1-KEY.

      *    *** 試算表/BS/PL
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(120).

       FD  BAL1-F
           LABEL RECORDS ARE STANDARD.
       01  BAL1-REC.
           03  BAL1-KEY.
             05  BAL1-CO       PIC  X(004).
             05  BAL1-ACCT     PIC  X(008).
           03  BAL1-BAL        PIC S9(013).

       FD  BAL2-F
           LABEL RECORDS ARE STANDARD.
       01  BAL2-REC.
           03  BAL2-KEY.
             05  BAL2-CO       PIC  X(004).
             05  BAL2-ACCT     PIC  X(008).
           03  BAL2-BAL        PIC S9(013).

       FD  ACM1-F
           LABEL RECORDS ARE STANDARD.
       01  ACM1-REC.
           03  ACM1-KEY        PIC  X(008).
           03  ACM1-NAME       PIC  X(030).
           03  ACM1-TYPE       PIC  X(001).
           03  ACM1-SIDE       PIC  X(001).
           03  ACM1-PARENT     PIC  X(008).
           03  ACM1-ACTIVE     PIC  X(001).
           03  ACM1-UPD-OPID   PIC  X(008).
           03  ACM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(035).

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

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TRIALBAL".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "TRIALBAL.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-BAL1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-BAL2-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-ACM1-F-NAME  PIC  X(032) VALUE "ACCTMST.DAT".
           03  WK-PER1-F-NAME  PIC  X(032) VALUE "PERCTL.DAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "TRIALBAL.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAL2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ACM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PER1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-ACM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PER1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-FY           PIC  9(002) VALUE ZERO.
           03  WK-FP           PIC  9(002) VALUE ZERO.
           03  WK-PER-STATE    PIC  X(001) VALUE SPACE.
           03  WK-PROVISIONAL  PIC  X(001) VALUE "N".
           03  WK-BAL-TYPE     PIC  X(005) VALUE SPACE.
           03  WK-LINES        BINARY-LONG SYNC VALUE 60.

      *    *** 会社コード、連結(CO=ALL)
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-CONSOL       PIC  X(001) VALUE "N".
           03  WK-JCO          PIC  X(004) VALUE SPACE.
           03  WK-PER-CO-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-IC-HIT       PIC  X(001) VALUE "N".

           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-JRN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNREG-CNT    BINARY-LONG SYNC VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了直前に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** 試算表の合計と検証
           03  WK-TOT-OPEN     PIC S9(015) VALUE ZERO.
           03  WK-TOT-DR       PIC S9(015) VALUE ZERO.
           03  WK-TOT-CR       PIC S9(015) VALUE ZERO.
           03  WK-TOT-CLOSE    PIC S9(015) VALUE ZERO.

      *    *** BS/PLの区分別合計(表示符号、当期/比較)
           03  WK-SUM-CUR      OCCURS 5
                               PIC S9(015) VALUE ZERO.
           03  WK-SUM-PRV      OCCURS 5
                               PIC S9(015) VALUE ZERO.
           03  WK-NI-CUR       PIC S9(015) VALUE ZERO.
           03  WK-NI-PRV       PIC S9(015) VALUE ZERO.
           03  WK-LE-CUR       PIC S9(015) VALUE ZERO.
           03  WK-LE-PRV       PIC S9(015) VALUE ZERO.

      *    *** 作業
           03  WK-ACCT         PIC  X(008) VALUE SPACE.
           03  WK-AMT          PIC S9(013) VALUE ZERO.
           03  WK-CUR          PIC S9(015) VALUE ZERO.
           03  WK-PRV          PIC S9(015) VALUE ZERO.
           03  WK-DIF          PIC S9(015) VALUE ZERO.
           03  WK-PARENT       PIC  X(008) VALUE SPACE.
           03  WK-DEPTH        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TYPE-NO      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SECT-TYPES   PIC  X(003) VALUE SPACE.
           03  WK-INDENT       BINARY-LONG SYNC VALUE ZERO.

           03  WK-PRM01        PIC  X(012) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.

      *    *** 頁制御
           03  WK-PAGE         BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 999.
           03  WK-PAGE-E       PIC  ZZZ9 VALUE ZERO.
           03  WK-SECT-TITLE   PIC  X(040) VALUE SPACE.
           03  WK-COL-TITLE    PIC  X(132) VALUE SPACE.
           03  WK-PRT-LINE     PIC  X(132) VALUE SPACE.

      *    *** 見出し
           03  WK-HEAD1.
             05  WK-HD1-TITLE  PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE " FY=".
             05  WK-HD1-FY     PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " FP=".
             05  WK-HD1-FP     PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(007) VALUE " STATE=".
             05  WK-HD1-STATE  PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(006) VALUE " DATE=".
             05  WK-HD1-YMD    PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(006) VALUE " PAGE=".
             05  WK-HD1-PAGE   PIC  ZZZ9   VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD1-CO     PIC  X(012) VALUE SPACE.
           03  WK-WATERMARK    PIC  X(132) VALUE
               "*** 仮 PROVISIONAL *** 未締め期の仮集計 ***".

      *    *** 試算表1行
           03  WK-TB-LINE.
             05  WK-TB-ACCT    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-TB-NAME    PIC  X(030) VALUE SPACE.
             05  WK-TB-OPEN    PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-TB-DR      PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-TB-CR      PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-TB-CLOSE   PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** BS/PL 1行
           03  WK-FS-LINE.
             05  WK-FS-ACCT    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-FS-NAME    PIC  X(040) VALUE SPACE.
             05  WK-FS-CUR     PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-FS-PRV     PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-FS-DIF     PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** F-JRN(最大300ファイル)と、既定の一式を引く会社
       01  FIN-TBL-AREA.
           03  WK-FIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-TBL      OCCURS 300.
             05  WK-FIN-NAME   PIC  X(032) VALUE SPACE.
           03  WK-PCO-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PCO          PIC  X(004) VALUE SPACE OCCURS 50.

      *    *** 勘定テーブル(最大2000勘定、勘定コード昇順)
      *    *** 金額は借方プラス/貸方マイナスで持つ
       01  ACC-TBL-AREA.
           03  WK-ACC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACC-TBL      OCCURS 2000.
             05  WK-AC-ACCT    PIC  X(008) VALUE SPACE.
             05  WK-AC-NAME    PIC  X(030) VALUE SPACE.
             05  WK-AC-TYPE    PIC  X(001) VALUE SPACE.
             05  WK-AC-SIDE    PIC  X(001) VALUE SPACE.
             05  WK-AC-PARENT  PIC  X(008) VALUE SPACE.
             05  WK-AC-REG     PIC  X(001) VALUE SPACE.
             05  WK-AC-PX      BINARY-LONG SYNC VALUE ZERO.
             05  WK-AC-OPEN    PIC S9(013) VALUE ZERO.
             05  WK-AC-DR      PIC S9(013) VALUE ZERO.
             05  WK-AC-CR      PIC S9(013) VALUE ZERO.
             05  WK-AC-CLOSE   PIC S9(013) VALUE ZERO.
             05  WK-AC-PRV     PIC S9(013) VALUE ZERO.
             05  WK-AC-RCUR    PIC S9(015) VALUE ZERO.
             05  WK-AC-RPRV    PIC S9(015) VALUE ZERO.
           03  WK-AC-SAVE      PIC  X(152) VALUE SPACE.

      *    *** 内部取引勘定(IC=)と連結時の会社別の内訳
       01  IC-TBL-AREA.
           03  WK-IC-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-IC-ACCT      PIC  X(008) VALUE SPACE OCCURS 50.
           03  WK-ICD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ICD-TBL      OCCURS 500.
             05  WK-ICD-ACCT   PIC  X(008) VALUE SPACE.
             05  WK-ICD-CO     PIC  X(004) VALUE SPACE.
             05  WK-ICD-OPEN   PIC S9(013) VALUE ZERO.
             05  WK-ICD-DR     PIC S9(013) VALUE ZERO.
             05  WK-ICD-CR     PIC S9(013) VALUE ZERO.
             05  WK-ICD-CLOSE  PIC S9(013) VALUE ZERO.
           03  WK-ICS-OPEN     PIC S9(015) VALUE ZERO.
           03  WK-ICS-DR       PIC S9(015) VALUE ZERO.
           03  WK-ICS-CR       PIC S9(015) VALUE ZERO.
           03  WK-ICS-CLOSE    PIC S9(015) VALUE ZERO.

      *    *** BS/PL印字順(親→子の深さ優先)の作業スタック
       01  STK-AREA.
           03  WK-STK-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-STK          OCCURS 2000.
             05  WK-STK-X      BINARY-LONG SYNC VALUE ZERO.
             05  WK-STK-LV     BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込、期状態の確認
           PERFORM S010-10     THRU    S010-EX
           PERFORM S050-10     THRU    S050-EX
           IF      WK-FIN-CNT  =       ZERO
                   PERFORM S070-10     THRU    S070-EX
           END-IF

      *    *** 勘定科目、残高、計上仕訳の読込み
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX
           PERFORM S200-10     THRU    S200-EX
           PERFORM S250-10     THRU    S250-EX

      *    *** 試算表、BS、PL
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           PERFORM S300-10     THRU    S300-EX
           IF      WK-CONSOL   =       "Y"     AND
                   WK-IC-CNT   >       ZERO
                   PERFORM S350-10     THRU    S350-EX
           END-IF
           PERFORM S400-10     THRU    S400-EX
           PERFORM S500-10     THRU    S500-EX
           CLOSE   POT1-F

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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
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

           IF      WK-BAL1-F-NAME =    SPACE   OR
                   WK-FY       =       ZERO    OR
                   WK-FP       =       ZERO
                   DISPLAY WK-PGM-NAME " F-BAL/FY/FP ﾌｿｸ"
                   STOP    RUN
           END-IF

      *    *** 残高マスターの既定: 仮実行はBALROLL前(期首)、
      *    *** 通常はBALROLL後(期末)
           IF      WK-BAL-TYPE =       SPACE
               IF  WK-PROVISIONAL =    "Y"
                   MOVE    "OPEN"      TO      WK-BAL-TYPE
               ELSE
                   MOVE    "CLOSE"     TO      WK-BAL-TYPE
               END-IF
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
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "F-BAL"
                   MOVE    WK-PRM02    TO      WK-BAL1-F-NAME
               WHEN "F-JRN"
                   IF      WK-FIN-CNT  >=      300
                       DISPLAY WK-PGM-NAME
                               " F-JRNは300ファイルまで"
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FIN-CNT
                   MOVE    WK-PRM02    TO      WK-FIN-NAME (WK-FIN-CNT)
               WHEN "F-PRV"
                   MOVE    WK-PRM02    TO      WK-BAL2-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "FY"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                           MOVE    WK-PRM02 (1:2) TO WK-FY
                   END-IF
               WHEN "FP"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                           MOVE    WK-PRM02 (1:2) TO WK-FP
                   END-IF
               WHEN "BAL"
                   IF      WK-PRM02    =   "OPEN" OR "CLOSE"
                           MOVE    WK-PRM02    TO  WK-BAL-TYPE
                   ELSE
                           DISPLAY WK-PGM-NAME " BAL=OPEN/CLOSE ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "PROVISIONAL"
                   IF      WK-PRM02 (1:1) =    "Y"
                           MOVE    "Y"         TO      WK-PROVISIONAL
                   END-IF
               WHEN "LINES"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-LINES
                   END-IF
               WHEN "CO"
                   IF      WK-PRM02    =   "ALL"
                           MOVE    "Y"         TO      WK-CONSOL
                           MOVE    SPACE       TO      WK-CO
                   ELSE
                           MOVE    WK-PRM02    TO      WK-CO
                   END-IF
               WHEN "IC"
                   IF      WK-IC-CNT   >=      50
                           DISPLAY WK-PGM-NAME " IC=は50件まで"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-IC-CNT
                   MOVE    WK-PRM02    TO      WK-IC-ACCT (WK-IC-CNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 期状態の確認。オープン(O)の期は仮実行指定時だけ
      *    *** 連結は全社のその期を見る(1社でもOならO、残りに
      *    *** CがあればC、全社締め済みでX)
       S050-10.

           OPEN    INPUT       PER1-F
           IF      WK-PER1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PER1-F OPEN ERROR STATUS="
                           WK-PER1-STATUS
                   STOP    RUN
           END-IF

           IF      WK-CONSOL   =       "Y"
                   PERFORM S060-10     THRU    S060-EX
                   GO  TO  S050-20
           END-IF

           MOVE    WK-CO       TO      PER1-CO
           MOVE    WK-FY       TO      PER1-FY
           MOVE    WK-FP       TO      PER1-FP
           READ    PER1-F
                   KEY PER1-KEY
               INVALID
                   DISPLAY WK-PGM-NAME " 期が未登録 CO=" WK-CO
                           " FY=" WK-FY " FP=" WK-FP
                   STOP    RUN
               NOT INVALID
                   MOVE    PER1-STATE  TO      WK-PER-STATE
           END-READ
           .
       S050-20.

           CLOSE   PER1-F

           IF      WK-PER-STATE =      "O"     AND
                   WK-PROVISIONAL NOT = "Y"
                   DISPLAY WK-PGM-NAME " 期がｵｰﾌﾟﾝ(O)"
                           " PROVISIONAL=Y 指定時のみ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-PROVISIONAL =    "Y"
                   DISPLAY WK-PGM-NAME " *** 仮実行 PROVISIONAL ***"
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** 連結: 全社の期状態(FY/FPの一致する期)
       S060-10.

           MOVE    LOW-VALUE   TO      PER1-KEY
           START   PER1-F      KEY NOT <   PER1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PER1-EOF
           END-START

           PERFORM UNTIL WK-PER1-EOF = HIGH-VALUE
               READ    PER1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PER1-EOF
                   NOT AT  END
                       IF      PER1-FY     =   WK-FY   AND
                               PER1-FP     =   WK-FP
                           ADD     1           TO  WK-PER-CO-CNT
                           IF      WK-PER-CO-CNT >     50
                               DISPLAY WK-PGM-NAME
                                       " 連結は50社まで"
                               STOP    RUN
                           END-IF
                           MOVE    PER1-CO     TO
                                   WK-PCO (WK-PER-CO-CNT)
                           DISPLAY WK-PGM-NAME " CO=" PER1-CO
                                   " STATE=" PER1-STATE
                           EVALUATE TRUE
                               WHEN PER1-STATE = "O"
                                   MOVE    "O"     TO  WK-PER-STATE
                               WHEN PER1-STATE = "C" AND
                                    WK-PER-STATE NOT = "O"
                                   MOVE    "C"     TO  WK-PER-STATE
                               WHEN WK-PER-STATE = SPACE
                                   MOVE    PER1-STATE TO WK-PER-STATE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           IF      WK-PER-CO-CNT =     ZERO
                   DISPLAY WK-PGM-NAME " 期が未登録(全社)"
                           " FY=" WK-FY " FP=" WK-FP
                   STOP    RUN
           END-IF
           .
       S060-EX.
           EXIT.

      *    *** F-JRNの指定が無い時の既定: 会社毎の期の計上仕訳一式
      *    *** (無いファイルは飛ばす。1本も無ければ中止)
       S070-10.

           IF      WK-CONSOL   =       "Y"
                   MOVE    WK-PER-CO-CNT TO    WK-PCO-CNT
           ELSE
                   MOVE    1           TO      WK-PCO-CNT
                   MOVE    WK-CO       TO      WK-PCO (1)
           END-IF

           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-PCO-CNT
               MOVE    "L"         TO      WJN-ID
               MOVE    WK-PCO (N)  TO      WJN-CO
               MOVE    WK-FY       TO      WJN-FY
               MOVE    WK-FP       TO      WJN-FP
               MOVE    1           TO      WJN-SEQ
               CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               PERFORM UNTIL WJN-RESULT NOT = "Y"
                   PERFORM S075-10     THRU    S075-EX
                   ADD     1           TO      WJN-SEQ
                   CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               END-PERFORM
           END-PERFORM

           IF      WK-FIN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上仕訳が無い CO="
                           WK-CO " FY=" WK-FY " FP=" WK-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S070-EX.
           EXIT.

      *    *** 既定のF-JRNに1ファイル追加(存在するものだけ)
       S075-10.

           MOVE    WJN-F-NAME  TO      WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   GO  TO  S075-EX
           END-IF
           CLOSE   PIN1-F
           ADD     1           TO      WK-FIN-CNT
           MOVE    WJN-F-NAME  TO      WK-FIN-NAME (WK-FIN-CNT)
           .
       S075-EX.
           EXIT.

      *    *** 勘定科目マスターを全件テーブルへ(勘定コード昇順)
       S100-10.

           OPEN    INPUT       ACM1-F
           IF      WK-ACM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " ACM1-F OPEN ERROR STATUS="
                           WK-ACM1-STATUS
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      ACM1-KEY
           START   ACM1-F      KEY NOT <   ACM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-ACM1-EOF
           END-START

           PERFORM UNTIL WK-ACM1-EOF = HIGH-VALUE
               READ    ACM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ACM1-EOF
                   NOT AT  END
                       IF      WK-ACC-CNT  >=      2000
                           DISPLAY WK-PGM-NAME " 勘定は2000まで"
                           STOP    RUN
                       END-IF
                       ADD     1           TO      WK-ACC-CNT
                       MOVE    ACM1-KEY    TO
                               WK-AC-ACCT (WK-ACC-CNT)
                       MOVE    ACM1-NAME   TO
                               WK-AC-NAME (WK-ACC-CNT)
                       MOVE    ACM1-TYPE   TO
                               WK-AC-TYPE (WK-ACC-CNT)
                       MOVE    ACM1-SIDE   TO
                               WK-AC-SIDE (WK-ACC-CNT)
                       MOVE    ACM1-PARENT TO
                               WK-AC-PARENT (WK-ACC-CNT)
                       MOVE    "Y"         TO
                               WK-AC-REG (WK-ACC-CNT)
               END-READ
           END-PERFORM

           CLOSE   ACM1-F
           .
       S100-EX.
           EXIT.

      *    *** 残高マスター(当期、比較用の前期)の読込み
       S150-10.

           OPEN    INPUT       BAL1-F
           IF      WK-BAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL1-F OPEN ERROR STATUS="
                           WK-BAL1-STATUS
                   STOP    RUN
           END-IF

      *    *** 連結は全社、それ以外はCO=の会社のレコードだけ
           MOVE    LOW-VALUE   TO      BAL1-KEY
           IF      WK-CONSOL   NOT =   "Y"
                   MOVE    WK-CO       TO      BAL1-CO
           END-IF
           START   BAL1-F      KEY NOT <   BAL1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-BAL1-EOF
           END-START

           PERFORM UNTIL WK-BAL1-EOF = HIGH-VALUE
               READ    BAL1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                   NOT AT  END
                     IF    WK-CONSOL   NOT =   "Y"     AND
                           BAL1-CO     NOT =   WK-CO
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                     ELSE
                       MOVE    BAL1-ACCT   TO      WK-ACCT
                       PERFORM S160-10     THRU    S160-EX
                       MOVE    BAL1-CO     TO      WK-JCO
                       PERFORM S170-10     THRU    S170-EX
                       IF      WK-BAL-TYPE =       "OPEN"
                               ADD     BAL1-BAL    TO  WK-AC-OPEN (K)
                               IF      M   >   ZERO
                                   MOVE BAL1-BAL   TO  WK-ICD-OPEN (M)
                               END-IF
                       ELSE
                               ADD     BAL1-BAL    TO  WK-AC-CLOSE (K)
                               IF      M   >   ZERO
                                   MOVE BAL1-BAL   TO  WK-ICD-CLOSE (M)
                               END-IF
                       END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE   BAL1-F

           IF      WK-BAL2-F-NAME =    SPACE
                   GO  TO  S150-EX
           END-IF

           OPEN    INPUT       BAL2-F
           IF      WK-BAL2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL2-F OPEN ERROR STATUS="
                           WK-BAL2-STATUS
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      BAL2-KEY
           IF      WK-CONSOL   NOT =   "Y"
                   MOVE    WK-CO       TO      BAL2-CO
           END-IF
           START   BAL2-F      KEY NOT <   BAL2-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-BAL2-EOF
           END-START

           PERFORM UNTIL WK-BAL2-EOF = HIGH-VALUE
               READ    BAL2-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL2-EOF
                   NOT AT  END
                     IF    WK-CONSOL   NOT =   "Y"     AND
                           BAL2-CO     NOT =   WK-CO
                       MOVE    HIGH-VALUE TO WK-BAL2-EOF
                     ELSE
                       MOVE    BAL2-ACCT   TO      WK-ACCT
                       PERFORM S160-10     THRU    S160-EX
                       ADD     BAL2-BAL    TO      WK-AC-PRV (K)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE   BAL2-F
           .
       S150-EX.
           EXIT.

      *    *** WK-ACCTの勘定をテーブルから探す(K)。無ければ
      *    *** 勘定科目マスター未登録として追加する
       S160-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT OR K > ZERO
               IF      WK-AC-ACCT (I) =    WK-ACCT
                       MOVE    I           TO      K
               END-IF
           END-PERFORM

           IF      K           =       ZERO
                   IF      WK-ACC-CNT  >=      2000
                           DISPLAY WK-PGM-NAME " 勘定は2000まで"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-ACC-CNT
                   MOVE    WK-ACC-CNT  TO      K
                   MOVE    WK-ACCT     TO      WK-AC-ACCT (K)
                   MOVE    "*** 勘定科目未登録 ***" TO
                           WK-AC-NAME (K)
                   MOVE    "N"         TO      WK-AC-REG (K)
                   ADD     1           TO      WK-UNREG-CNT
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** 連結で WK-ACCT が内部取引勘定なら、会社(WK-JCO)別の
      *    *** 内訳の位置をMに返す(無ければ追加)。それ以外はM=0
       S170-10.

           MOVE    ZERO        TO      M
           MOVE    "N"         TO      WK-IC-HIT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-IC-CNT
               IF      WK-IC-ACCT (J) =    WK-ACCT
                       MOVE    "Y"         TO      WK-IC-HIT
               END-IF
           END-PERFORM
           IF      WK-IC-HIT   NOT =   "Y"     OR
                   WK-CONSOL   NOT =   "Y"
                   GO  TO  S170-EX
           END-IF
           IF      WK-JCO      =       SPACE
                   MOVE    "0001"      TO      WK-JCO
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-ICD-CNT OR M > ZERO
               IF      WK-ICD-ACCT (J) =   WK-ACCT  AND
                       WK-ICD-CO (J) =     WK-JCO
                       MOVE    J           TO      M
               END-IF
           END-PERFORM
           IF      M           =       ZERO
                   IF      WK-ICD-CNT  >=      500
                           DISPLAY WK-PGM-NAME
                                   " 内部取引の内訳は500まで"
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-ICD-CNT
                   MOVE    WK-ICD-CNT  TO      M
                   MOVE    WK-ACCT     TO      WK-ICD-ACCT (M)
                   MOVE    WK-JCO      TO      WK-ICD-CO (M)
           END-IF
           .
       S170-EX.
           EXIT.

      *    *** 計上仕訳の読込み(取引日がFY/FPの期の行だけ)
       S200-10.

           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-FIN-CNT
               MOVE    WK-FIN-NAME (N) TO  WK-PIN1-F-NAME
               OPEN    INPUT       PIN1-F
               IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   STOP    RUN
               END-IF
               DISPLAY WK-PGM-NAME " F-JRN " WK-PIN1-F-NAME
               MOVE    LOW-VALUE   TO      WK-PIN1-EOF
               PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
                   READ    PIN1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-PIN1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-PIN1-CNT
                           PERFORM S210-10     THRU    S210-EX
                   END-READ
               END-PERFORM
               CLOSE   PIN1-F
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 計上仕訳1行。符号"-"は貸方、それ以外は借方
       S210-10.

           MOVE    PIN1-REC    TO      WJR-JRNL-REC
           IF      WJR-YMD     IS NOT NUMERIC  OR
                   WJR-AMT     IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S210-EX
           END-IF

      *    *** 他社の仕訳は対象外(会社コード空白はCO=の会社)
           IF      WK-CONSOL   NOT =   "Y"     AND
                   WJR-CO      NOT =   SPACE   AND
                   WJR-CO      NOT =   WK-CO
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S210-EX
           END-IF

           MOVE    WJR-CO      TO      WPC-CO
           IF      WK-CONSOL   NOT =   "Y"
                   MOVE    WK-CO       TO      WPC-CO
           END-IF
           MOVE    WJR-YMD     TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-FY      NOT =   WK-FY   OR
                   WPC-FP      NOT =   WK-FP
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S210-EX
           END-IF

           MOVE    WJR-ACCT    TO      WK-ACCT
           PERFORM S160-10     THRU    S160-EX
           MOVE    WJR-CO      TO      WK-JCO
           PERFORM S170-10     THRU    S170-EX
           IF      WJR-SIGN    =       "-"
                   ADD     WJR-AMT     TO      WK-AC-CR (K)
                                               WK-TOT-CR
                   IF      M           >       ZERO
                           ADD     WJR-AMT     TO  WK-ICD-CR (M)
                   END-IF
           ELSE
                   ADD     WJR-AMT     TO      WK-AC-DR (K)
                                               WK-TOT-DR
                   IF      M           >       ZERO
                           ADD     WJR-AMT     TO  WK-ICD-DR (M)
                   END-IF
           END-IF
           ADD     1           TO      WK-JRN-CNT
           .
       S210-EX.
           EXIT.

      *    *** 期首/期末の算出、勘定コード順の整列、親の位置付け
       S250-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               IF      WK-BAL-TYPE =       "OPEN"
                   COMPUTE WK-AC-CLOSE (I) = WK-AC-OPEN (I)
                           + WK-AC-DR (I) - WK-AC-CR (I)
               ELSE
                   COMPUTE WK-AC-OPEN (I) = WK-AC-CLOSE (I)
                           - WK-AC-DR (I) + WK-AC-CR (I)
               END-IF
      *    *** 比較用の前期マスターが無ければ期首(=前期末)と比較
               IF      WK-BAL2-F-NAME =    SPACE
                   MOVE    WK-AC-OPEN (I) TO   WK-AC-PRV (I)
               END-IF
           END-PERFORM

      *    *** 内部取引勘定の会社別内訳も同様に
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-ICD-CNT
               IF      WK-BAL-TYPE =       "OPEN"
                   COMPUTE WK-ICD-CLOSE (M) = WK-ICD-OPEN (M)
                           + WK-ICD-DR (M) - WK-ICD-CR (M)
               ELSE
                   COMPUTE WK-ICD-OPEN (M) = WK-ICD-CLOSE (M)
                           - WK-ICD-DR (M) + WK-ICD-CR (M)
               END-IF
           END-PERFORM

      *    *** 勘定コード昇順の単純選択ソート(未登録勘定は末尾に
      *    *** 追加されている為)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= WK-ACC-CNT
               PERFORM VARYING K FROM I BY 1
                       UNTIL K > WK-ACC-CNT
                   IF      WK-AC-ACCT (K) <    WK-AC-ACCT (I)
                       MOVE    WK-ACC-TBL (I) TO   WK-AC-SAVE
                       MOVE    WK-ACC-TBL (K) TO   WK-ACC-TBL (I)
                       MOVE    WK-AC-SAVE  TO      WK-ACC-TBL (K)
                   END-IF
               END-PERFORM
           END-PERFORM

      *    *** 親勘定のテーブル位置(無い/未登録は0=最上位扱い)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               MOVE    ZERO        TO      WK-AC-PX (I)
               IF      WK-AC-PARENT (I) NOT = SPACE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-ACC-CNT
                       IF      WK-AC-ACCT (K) =    WK-AC-PARENT (I)
                               MOVE    K       TO  WK-AC-PX (I)
                               MOVE    WK-ACC-CNT TO K
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       S250-EX.
           EXIT.

      *    *** 試算表
       S300-10.

           MOVE    "試算表 TRIAL BALANCE" TO  WK-SECT-TITLE
           MOVE    SPACE       TO      WK-COL-TITLE
           STRING  "ACCOUNT  勘定名称                  "
                                       DELIMITED BY SIZE
                   "            期首"  DELIMITED BY SIZE
                   "            借方"  DELIMITED BY SIZE
                   "            貸方"  DELIMITED BY SIZE
                   "            期末"  DELIMITED BY SIZE
                   INTO    WK-COL-TITLE
           MOVE    999         TO      WK-LINE-CNT

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               MOVE    WK-AC-ACCT (I) TO   WK-TB-ACCT
               MOVE    WK-AC-NAME (I) TO   WK-TB-NAME
               MOVE    WK-AC-OPEN (I) TO   WK-TB-OPEN
               MOVE    WK-AC-DR (I) TO     WK-TB-DR
               MOVE    WK-AC-CR (I) TO     WK-TB-CR
               MOVE    WK-AC-CLOSE (I) TO  WK-TB-CLOSE
               ADD     WK-AC-OPEN (I) TO   WK-TOT-OPEN
               ADD     WK-AC-CLOSE (I) TO  WK-TOT-CLOSE
               MOVE    WK-TB-LINE  TO      WK-PRT-LINE
               PERFORM S810-10     THRU    S810-EX
           END-PERFORM

           MOVE    ALL "-"     TO      WK-PRT-LINE (1:119)
           PERFORM S810-10     THRU    S810-EX
           MOVE    "*TOTAL"    TO      WK-TB-ACCT
           MOVE    SPACE       TO      WK-TB-NAME
           MOVE    WK-TOT-OPEN TO      WK-TB-OPEN
           MOVE    WK-TOT-DR   TO      WK-TB-DR
           MOVE    WK-TOT-CR   TO      WK-TB-CR
           MOVE    WK-TOT-CLOSE TO     WK-TB-CLOSE
           MOVE    WK-TB-LINE  TO      WK-PRT-LINE
           PERFORM S810-10     THRU    S810-EX

      *    *** 検証: 借方合計=貸方合計
           MOVE    SPACE       TO      WK-PRT-LINE
           IF      WK-TOT-DR   =       WK-TOT-CR
                   MOVE    "** 借方合計=貸方合計 OK"
                                       TO      WK-PRT-LINE
           ELSE
                   MOVE    "** 借方合計<>貸方合計 *** NG ***" TO
                           WK-PRT-LINE
                   DISPLAY WK-PGM-NAME " *** 貸借不一致 ***"
                           " 借方=" WK-TOT-DR " 貸方=" WK-TOT-CR
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           PERFORM S810-10     THRU    S810-EX

      *    *** 参考: 期末残高の合計(借方残-貸方残、0で一致)
           MOVE    SPACE       TO      WK-PRT-LINE
           IF      WK-TOT-CLOSE =      ZERO
                   MOVE    "** 期末残高 借方残=貸方残 OK" TO
                           WK-PRT-LINE
           ELSE
                   MOVE    "** 期末残高 借方残<>貸方残"
                                       TO      WK-PRT-LINE
           END-IF
           PERFORM S810-10     THRU    S810-EX

           IF      WK-UNREG-CNT >      ZERO
                   MOVE    SPACE       TO      WK-PRT-LINE
                   STRING  "** 勘定科目未登録の勘定あり"
                                       DELIMITED BY SIZE
                           " (BS/PL対象外)" DELIMITED BY SIZE
                           INTO    WK-PRT-LINE
                   PERFORM S810-10     THRU    S810-EX
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 連結: 内部取引勘定(IC=)の会社別内訳と勘定計
      *    *** BS/PLは相殺消去前の単純合算である
       S350-10.

           MOVE    "内部取引勘定 INTERCOMPANY" TO WK-SECT-TITLE
           MOVE    999         TO      WK-LINE-CNT

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-IC-CNT
               MOVE    ZERO        TO      WK-ICS-OPEN
                                           WK-ICS-DR
                                           WK-ICS-CR
                                           WK-ICS-CLOSE
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WK-ICD-CNT
                   IF      WK-ICD-ACCT (M) =   WK-IC-ACCT (J)
                       MOVE    WK-ICD-ACCT (M) TO  WK-TB-ACCT
                       MOVE    SPACE       TO      WK-TB-NAME
                       STRING  "  CO=" DELIMITED BY SIZE
                               WK-ICD-CO (M) DELIMITED BY SIZE
                               INTO    WK-TB-NAME
                       MOVE    WK-ICD-OPEN (M) TO  WK-TB-OPEN
                       MOVE    WK-ICD-DR (M) TO    WK-TB-DR
                       MOVE    WK-ICD-CR (M) TO    WK-TB-CR
                       MOVE    WK-ICD-CLOSE (M) TO WK-TB-CLOSE
                       MOVE    WK-TB-LINE  TO      WK-PRT-LINE
                       PERFORM S810-10     THRU    S810-EX
                       ADD     WK-ICD-OPEN (M) TO  WK-ICS-OPEN
                       ADD     WK-ICD-DR (M) TO    WK-ICS-DR
                       ADD     WK-ICD-CR (M) TO    WK-ICS-CR
                       ADD     WK-ICD-CLOSE (M) TO WK-ICS-CLOSE
                   END-IF
               END-PERFORM
               MOVE    WK-IC-ACCT (J) TO   WK-TB-ACCT
               MOVE    "  勘定計(消去対象)" TO WK-TB-NAME
               MOVE    WK-ICS-OPEN TO      WK-TB-OPEN
               MOVE    WK-ICS-DR   TO      WK-TB-DR
               MOVE    WK-ICS-CR   TO      WK-TB-CR
               MOVE    WK-ICS-CLOSE TO     WK-TB-CLOSE
               MOVE    WK-TB-LINE  TO      WK-PRT-LINE
               PERFORM S810-10     THRU    S810-EX
               MOVE    SPACE       TO      WK-PRT-LINE
               PERFORM S810-10     THRU    S810-EX
           END-PERFORM

           MOVE    "** BS/PLは内部取引の相殺消去前の合算"
                                       TO      WK-PRT-LINE
           PERFORM S810-10     THRU    S810-EX
           .
       S350-EX.
           EXIT.

      *    *** BS/PL共通: 親勘定を辿った集計(表示符号)
      *    *** 資産/費用は借方残をプラス、負債/純資産/収益は
      *    *** 貸方残をプラスで表示する
       S400-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               MOVE    ZERO        TO      WK-AC-RCUR (I)
                                           WK-AC-RPRV (I)
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               IF      WK-AC-REG (I) =     "Y"
                   EVALUATE WK-AC-TYPE (I)
                       WHEN "A"
                           MOVE    1           TO      WK-TYPE-NO
                       WHEN "L"
                           MOVE    2           TO      WK-TYPE-NO
                       WHEN "E"
                           MOVE    3           TO      WK-TYPE-NO
                       WHEN "R"
                           MOVE    4           TO      WK-TYPE-NO
                       WHEN OTHER
                           MOVE    5           TO      WK-TYPE-NO
                   END-EVALUATE
                   IF      WK-TYPE-NO  =   1 OR 5
                       MOVE    WK-AC-CLOSE (I) TO  WK-CUR
                       MOVE    WK-AC-PRV (I) TO    WK-PRV
                   ELSE
                       COMPUTE WK-CUR = ZERO - WK-AC-CLOSE (I)
                       COMPUTE WK-PRV = ZERO - WK-AC-PRV (I)
                   END-IF
                   ADD     WK-CUR      TO      WK-SUM-CUR (WK-TYPE-NO)
                   ADD     WK-PRV      TO      WK-SUM-PRV (WK-TYPE-NO)

      *    *** 自分と全ての親へ積む(20階層まで)
                   MOVE    I           TO      K
                   MOVE    ZERO        TO      WK-DEPTH
                   PERFORM UNTIL K = ZERO OR WK-DEPTH > 20
                       ADD     WK-CUR      TO      WK-AC-RCUR (K)
                       ADD     WK-PRV      TO      WK-AC-RPRV (K)
                       MOVE    WK-AC-PX (K) TO     K
                       ADD     1           TO      WK-DEPTH
                   END-PERFORM
               END-IF
           END-PERFORM

           COMPUTE WK-NI-CUR = WK-SUM-CUR (4) - WK-SUM-CUR (5)
           COMPUTE WK-NI-PRV = WK-SUM-PRV (4) - WK-SUM-PRV (5)
           COMPUTE WK-LE-CUR = WK-SUM-CUR (2) + WK-SUM-CUR (3)
                             + WK-NI-CUR
           COMPUTE WK-LE-PRV = WK-SUM-PRV (2) + WK-SUM-PRV (3)
                             + WK-NI-PRV

      *    *** 貸借対照表
           MOVE    "貸借対照表 BALANCE SHEET" TO WK-SECT-TITLE
           PERFORM S450-10     THRU    S450-EX
           MOVE    999         TO      WK-LINE-CNT
           MOVE    "ALE"       TO      WK-SECT-TYPES
           PERFORM S410-10     THRU    S410-EX

           MOVE    ALL "-"     TO      WK-PRT-LINE (1:100)
           PERFORM S810-10     THRU    S810-EX
           MOVE    "資産合計"  TO      WK-FS-NAME
           MOVE    WK-SUM-CUR (1) TO   WK-CUR
           MOVE    WK-SUM-PRV (1) TO   WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "負債合計"  TO      WK-FS-NAME
           MOVE    WK-SUM-CUR (2) TO   WK-CUR
           MOVE    WK-SUM-PRV (2) TO   WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "純資産合計" TO     WK-FS-NAME
           MOVE    WK-SUM-CUR (3) TO   WK-CUR
           MOVE    WK-SUM-PRV (3) TO   WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "当期損益(未振替)" TO WK-FS-NAME
           MOVE    WK-NI-CUR   TO      WK-CUR
           MOVE    WK-NI-PRV   TO      WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "負債純資産合計" TO WK-FS-NAME
           MOVE    WK-LE-CUR   TO      WK-CUR
           MOVE    WK-LE-PRV   TO      WK-PRV
           PERFORM S460-10     THRU    S460-EX

           MOVE    SPACE       TO      WK-PRT-LINE
           IF      WK-SUM-CUR (1) =    WK-LE-CUR
                   MOVE    "** 資産合計=負債純資産合計 OK" TO
                           WK-PRT-LINE
           ELSE
                   MOVE    "** 資産合計<>負債純資産合計 NG"
                                       TO      WK-PRT-LINE
           END-IF
           PERFORM S810-10     THRU    S810-EX
           .
       S400-EX.
           EXIT.

      *    *** WK-SECT-TYPESの区分の勘定を、最上位から親→子の順に
      *    *** 字下げして印字する(スタックによる深さ優先)
       S410-10.

           MOVE    ZERO        TO      WK-STK-CNT
      *    *** 最上位の勘定を逆順に積む(取り出しが昇順になる)
           PERFORM VARYING I FROM WK-ACC-CNT BY -1
                   UNTIL I < 1
               IF      WK-AC-REG (I) =     "Y"     AND
                       WK-AC-PX (I) =      ZERO    AND
                     ( WK-AC-TYPE (I) = WK-SECT-TYPES (1:1) OR
                       WK-AC-TYPE (I) = WK-SECT-TYPES (2:1) OR
                       WK-AC-TYPE (I) = WK-SECT-TYPES (3:1) )
                       ADD     1           TO      WK-STK-CNT
                       MOVE    I           TO  WK-STK-X (WK-STK-CNT)
                       MOVE    ZERO        TO  WK-STK-LV (WK-STK-CNT)
               END-IF
           END-PERFORM

           PERFORM UNTIL WK-STK-CNT = ZERO
               MOVE    WK-STK-X (WK-STK-CNT) TO  J
               MOVE    WK-STK-LV (WK-STK-CNT) TO L
               SUBTRACT 1          FROM    WK-STK-CNT

               MOVE    WK-AC-ACCT (J) TO   WK-FS-ACCT
               MOVE    SPACE       TO      WK-FS-NAME
               COMPUTE WK-INDENT = L * 2 + 1
               IF      WK-INDENT   >       11
                       MOVE    11          TO      WK-INDENT
               END-IF
               MOVE    WK-AC-NAME (J) TO   WK-FS-NAME (WK-INDENT:30)
               MOVE    WK-AC-RCUR (J) TO   WK-CUR
               MOVE    WK-AC-RPRV (J) TO   WK-PRV
               PERFORM S460-10     THRU    S460-EX

      *    *** 子を逆順に積む
               PERFORM VARYING I FROM WK-ACC-CNT BY -1
                       UNTIL I < 1
                   IF      WK-AC-PX (I) =      J       AND
                           WK-AC-REG (I) =     "Y"     AND
                           WK-STK-CNT  <       2000    AND
                           L           <       20
                           ADD     1           TO      WK-STK-CNT
                           MOVE    I           TO
                                   WK-STK-X (WK-STK-CNT)
                           COMPUTE WK-STK-LV (WK-STK-CNT) = L + 1
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** BS/PLの列見出し
       S450-10.

           MOVE    SPACE       TO      WK-COL-TITLE
           IF      WK-BAL2-F-NAME =    SPACE
               STRING  "ACCOUNT  勘定名称                          "
                                       DELIMITED BY SIZE
                       "    当期(期末)"   DELIMITED BY SIZE
                       "  比較(前期末)"   DELIMITED BY SIZE
                       "            増減" DELIMITED BY SIZE
                       INTO    WK-COL-TITLE
           ELSE
               STRING  "ACCOUNT  勘定名称                          "
                                       DELIMITED BY SIZE
                       "    当期(期末)"   DELIMITED BY SIZE
                       "    比較(F-PRV)"  DELIMITED BY SIZE
                       "            増減" DELIMITED BY SIZE
                       INTO    WK-COL-TITLE
           END-IF
           .
       S450-EX.
           EXIT.

      *    *** BS/PL 1行(WK-FS-ACCT/NAME、WK-CUR/WK-PRVを印字)
       S460-10.

           COMPUTE WK-DIF = WK-CUR - WK-PRV
           MOVE    WK-CUR      TO      WK-FS-CUR
           MOVE    WK-PRV      TO      WK-FS-PRV
           MOVE    WK-DIF      TO      WK-FS-DIF
           MOVE    WK-FS-LINE  TO      WK-PRT-LINE
           PERFORM S810-10     THRU    S810-EX
           MOVE    SPACE       TO      WK-FS-ACCT
                                       WK-FS-NAME
           .
       S460-EX.
           EXIT.

      *    *** 損益計算書
       S500-10.

           MOVE    "損益計算書 PROFIT AND LOSS" TO WK-SECT-TITLE
           PERFORM S450-10     THRU    S450-EX
           MOVE    999         TO      WK-LINE-CNT
           MOVE    "RX "       TO      WK-SECT-TYPES
           PERFORM S410-10     THRU    S410-EX

           MOVE    ALL "-"     TO      WK-PRT-LINE (1:100)
           PERFORM S810-10     THRU    S810-EX
           MOVE    "収益合計"  TO      WK-FS-NAME
           MOVE    WK-SUM-CUR (4) TO   WK-CUR
           MOVE    WK-SUM-PRV (4) TO   WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "費用合計"  TO      WK-FS-NAME
           MOVE    WK-SUM-CUR (5) TO   WK-CUR
           MOVE    WK-SUM-PRV (5) TO   WK-PRV
           PERFORM S460-10     THRU    S460-EX
           MOVE    "当期損益"  TO      WK-FS-NAME
           MOVE    WK-NI-CUR   TO      WK-CUR
           MOVE    WK-NI-PRV   TO      WK-PRV
           PERFORM S460-10     THRU    S460-EX
           .
       S500-EX.
           EXIT.

      *    *** 頁見出し(仮実行は全頁に透かし行)
       S800-10.

           ADD     1           TO      WK-PAGE
           MOVE    WK-SECT-TITLE TO    WK-HD1-TITLE
           MOVE    WK-FY       TO      WK-HD1-FY
           MOVE    WK-FP       TO      WK-HD1-FP
           MOVE    WK-PER-STATE TO     WK-HD1-STATE
           MOVE    WK-TODAY-YMD TO     WK-HD1-YMD
           MOVE    WK-PAGE     TO      WK-HD1-PAGE
           MOVE    WK-CO       TO      WK-HD1-CO
           IF      WK-CONSOL   =       "Y"
                   MOVE    "ALL 連結"  TO      WK-HD1-CO
           END-IF

           MOVE    ZERO        TO      WK-LINE-CNT
           IF      WK-PROVISIONAL =    "Y"
                   MOVE    WK-WATERMARK TO     POT1-REC
                   WRITE   POT1-REC
                   ADD     1           TO      WK-LINE-CNT
           END-IF
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-HEAD1    TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-COL-TITLE TO     POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           ADD     3           TO      WK-LINE-CNT
           .
       S800-EX.
           EXIT.

      *    *** 明細1行の印字(頁あふれで見出し)
       S810-10.

           IF      WK-LINE-CNT >=      WK-LINES
                   PERFORM S800-10     THRU    S800-EX
           END-IF
           MOVE    WK-PRT-LINE TO      POT1-REC
           WRITE   POT1-REC
           ADD     1           TO      WK-LINE-CNT
           MOVE    SPACE       TO      WK-PRT-LINE
           .
       S810-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END 仕訳=" WK-PIN1-CNT
                   " 集計=" WK-JRN-CNT
                   " 対象外=" WK-SKIP-CNT
                   " 勘定=" WK-ACC-CNT
                   " 未登録=" WK-UNREG-CNT
                   " 頁=" WK-PAGE
           IF      WK-CONSOL   =       "Y"
                   DISPLAY WK-PGM-NAME " CO=ALL 連結"
                           " 内部取引勘定=" WK-IC-CNT
                           " 内訳=" WK-ICD-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " CO=" WK-CO
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
