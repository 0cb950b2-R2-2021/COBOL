      *    *** 外貨建て売掛/買掛残高の期末換算替え
      *    *** 外貨建ての未決済明細(売掛未決済 又は 買掛未払)を読み、
      *    *** 期末日のレートをFILEITEMのCURRCNV=と同じ通貨レート
      *    *** マスター(キー=通貨コード3+レート日付8、データ先頭の
      *    *** カンマ区切り第1欄がレート)で引いて、明細毎に
      *    ***   換算後円額 = 外貨額 × 期末レート(円未満四捨五入)
      *    ***   評価損益   = 換算後円額 − 計上円額
      *    *** を求め、評価仕訳(期末日付)と、翌期首日付の振戻し仕訳
      *    *** (貸借逆)を CPJRNL 形式で書く。
      *    ***   KIND=AR(資産) 差額+ 借方=統制勘定 貸方=評価益
      *    ***                 差額− 借方=評価損   貸方=統制勘定
      *    ***   KIND=AP(負債) 差額+ 借方=評価損   貸方=統制勘定
      *    ***                 差額− 借方=統制勘定 貸方=評価益
      *    ***   ・期末日にレートが無い時はRATEBACK=日数まで前日へ
      *    ***     遡って引く(月内に限る)。それでも無い通貨の明細は
      *    ***     仕訳せずリストに出し RC=8
      *    ***   ・通貨コード JPY/空白 の明細は対象外
      *    ***   ・リストに明細毎の通貨/外貨額/レート/計上円額/
      *    ***     換算後円額/評価損益と、通貨毎に使ったレートと
      *    ***     そのレート日付、件数、合計を出す
      *    ***   ・期末日の会計期間はPERCHKでオープンである事(RC=16)。
      *    ***     翌期がオープンでない時は振戻しを書くが RC=4
      *    ***   ・評価仕訳は期末日の期、振戻し仕訳は翌期首日の期の
      *    ***     ファイル(JRNLNM)へ追加する。期末日の評価仕訳に
      *    ***     同じ統制勘定の行(前の実行の評価)が既にあれば、
      *    ***     二重評価として何も書かずに中止する(RC=8)。
      *    ***     AR/APは統制勘定が違うので同じ期に両方流せる。
      *    ***     評価をやり直す時は前の実行の行を消してから流す
      *    ***
      *    *** PRM1(FXREVAL.PRM1、引数1で別名指定可)の行:
      *    ***   KIND=AR|AP(既定AR)
      *    ***   F-IN=外貨建て未決済明細
      *    ***   F-RATE=通貨レートマスター(既定CURRRATE.DAT)
      *    ***   F-JR=評価仕訳の名前の元(既定FXREVAL.POT1、実際の
      *    ***        名前は期末日の期の FXREVAL.POT1.0001.FYFP)
      *    ***   F-RV=振戻し仕訳の名前の元(既定FXREVAL.POT3、実際の
      *    ***        名前は翌期首日の期の FXREVAL.POT3.0001.FYFP、
      *    ***        翌期に計上)
      *    ***   F-LS=評価リスト(既定FXREVAL.POT2)
      *    ***   PDATE=期末月の任意の日YYYYMMDD(既定 当日)
      *    ***   CO=会社コード(既定0001、期間チェックと評価/振戻し
      *    ***      仕訳はこの会社)
      *    ***   RATEBACK=レートを遡る日数(既定5)
      *    ***   BATCHNO=バッチ番号(既定は採番NUMSVCの系列
      *    ***           BATCHSER=、既定BATCHから払い出す。
      *    ***           振戻しも同じ番号)
      *    ***   ACCT-CTL=統制勘定(売掛金/買掛金)
      *    ***   ACCT-GAIN=為替評価益  ACCT-LOSS=為替評価損
      *    ***   DT=DOC,POS=p,LEN=l    伝票/請求書番号(20まで)
      *    ***   DT=CUST,POS=p,LEN=l   得意先/支払先(8まで)
      *    ***   DT=CCY,POS=p          通貨コード(3)
      *    ***   DT=FCAMT,POS=p        外貨額(ゾーン12桁、小数2桁)
      *    ***   DT=BOOKED,POS=p       計上円額(ゾーン10桁)
      *    ***   DT=SIGN,POS=p         符号(任意、"-"で負の明細)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             FXREVAL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 外貨建て未決済明細
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 通貨レートマスター(FILEITEMのCURRCNV=と同じ)
           SELECT RAT1-F           ASSIGN   WK-RAT1-F-NAME
                               STATUS   WK-RAT1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY RAT1-KEY.

      *    *** 評価仕訳
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 評価リスト
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 振戻し仕訳
           SELECT POT3-F           ASSIGN   WK-POT3-F-NAME
                               STATUS   WK-POT3-STATUS
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
           03  FILLER          PIC  X(1000).

       FD  RAT1-F
           LABEL RECORDS ARE STANDARD.
       01  RAT1-REC.
           03  RAT1-KEY.
             05  RAT1-KEY-CCY  PIC  X(003).
             05  RAT1-KEY-DATE PIC  X(008).
           03  RAT1-DATA       PIC  X(064).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(160).

       FD  POT3-F
           LABEL RECORDS ARE STANDARD.
       01  POT3-REC.
           03  FILLER          PIC  X(120).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "FXREVAL ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "FXREVAL.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-RAT1-F-NAME  PIC  X(032) VALUE "CURRRATE.DAT".
      *    *** 評価/振戻し仕訳の名前の元(F-JR/F-RV)と期のファイル名
           03  WK-POT1-F-BASE  PIC  X(032) VALUE "FXREVAL.POT1".
           03  WK-POT3-F-BASE  PIC  X(032) VALUE "FXREVAL.POT3".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "FXREVAL.POT2".
           03  WK-POT3-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT3-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-POT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-KIND         PIC  X(002) VALUE "AR".
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-PDATE        PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
      *    *** バッチ番号 BATCHNO=の指定が無ければ採番(NUMSVC)の
      *    *** 系列(BATCHSER=、既定BATCH)から払い出す
           03  WK-BATCH-NO     PIC  9(004) VALUE ZERO.
           03  WK-BATCH-SET    PIC  X(001) VALUE "N".
           03  WK-BATCH-SER    PIC  X(008) VALUE "BATCH".
           03  WK-BATCH-ISS    PIC  X(001) VALUE "N".
           03  WK-RATE-BACK    PIC  9(002) VALUE 5.
           03  WK-ACCT-CTL     PIC  X(008) VALUE SPACE.
           03  WK-ACCT-GAIN    PIC  X(008) VALUE SPACE.
           03  WK-ACCT-LOSS    PIC  X(008) VALUE SPACE.

      *    *** 期末日、翌期首日
           03  WK-MEND         PIC  9(008) VALUE ZERO.
           03  WK-MEND-R       REDEFINES WK-MEND.
             05  WK-MEND-YM    PIC  9(006).
             05  WK-MEND-DD    PIC  9(002).
           03  WK-NEXT1        PIC  9(008) VALUE ZERO.
           03  WK-NEXT-OPEN    PIC  X(001) VALUE "Y".

      *    *** 明細の項目位置(DT=)
           03  WK-P-DOC        BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-DOC        BINARY-LONG SYNC VALUE 10.
           03  WK-P-CUST       BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-CUST       BINARY-LONG SYNC VALUE 8.
           03  WK-P-CCY        BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-FCAMT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-BOOKED     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-SIGN       BINARY-LONG SYNC VALUE ZERO.

      *    *** 明細1件
           03  WK-DOC          PIC  X(020) VALUE SPACE.
           03  WK-CUST         PIC  X(008) VALUE SPACE.
           03  WK-CCY          PIC  X(003) VALUE SPACE.
           03  WK-FCAMT-X      PIC  X(012) VALUE SPACE.
           03  WK-FCAMT-9      REDEFINES WK-FCAMT-X
                               PIC  9(010)V99.
           03  WK-BOOKED-X     PIC  X(010) VALUE SPACE.
           03  WK-BOOKED-9     REDEFINES WK-BOOKED-X
                               PIC  9(010).
           03  WK-SIGN         PIC  X(001) VALUE SPACE.
           03  WK-FCAMT        PIC S9(010)V99 VALUE ZERO.
           03  WK-BOOKED       PIC S9(011) VALUE ZERO.
           03  WK-REVAL        PIC S9(011) VALUE ZERO.
           03  WK-DIFF         PIC S9(011) VALUE ZERO.
           03  WK-JR-AMT       PIC  9(010) VALUE ZERO.
           03  WK-DR-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-CR-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-MARK         PIC  X(012) VALUE SPACE.
           03  WK-LINE-NO      PIC  9(004) VALUE ZERO.

      *    *** レート
           03  WK-RATE-TXT     PIC  X(020) VALUE SPACE.
           03  WK-RATE         PIC  9(005)V9(004) VALUE ZERO.
           03  WK-RATE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-BACK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CX           BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数/合計
           03  WK-PIN1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-JPY-CNT      PIC  9(006) VALUE ZERO.
           03  WK-REV-CNT      PIC  9(006) VALUE ZERO.
           03  WK-ERR-CNT      PIC  9(006) VALUE ZERO.
           03  WK-POT1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-POT3-CNT     PIC  9(006) VALUE ZERO.
           03  WK-TOT-GAIN     PIC S9(013) VALUE ZERO.
           03  WK-TOT-LOSS     PIC S9(013) VALUE ZERO.
           03  WK-JR-DR        PIC  9(013) VALUE ZERO.
           03  WK-JR-CR        PIC  9(013) VALUE ZERO.
           03  WK-RV-DR        PIC  9(013) VALUE ZERO.
           03  WK-RV-CR        PIC  9(013) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.

      *    *** リストの見出し/明細/通貨別行
           03  WK-HD-LINE1.
             05  FILLER        PIC  X(036) VALUE
                 "FXREVAL 外貨換算替えリスト".
             05  FILLER        PIC  X(006) VALUE " KIND=".
             05  WK-HD-KIND    PIC  X(002) VALUE SPACE.
             05  FILLER        PIC  X(008) VALUE " 期末=".
             05  WK-HD-MEND    PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(014) VALUE " 振戻し=".
             05  WK-HD-NEXT1   PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD-CO      PIC  X(004) VALUE SPACE.
           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "DOC                  CUST     CCY       ".
             05  FILLER        PIC  X(040) VALUE
                 "    FC-AMOUNT       RATE RATE-YMD       ".
             05  FILLER        PIC  X(050) VALUE
                 "BOOKED-JPY    REVALUED-JPY    GAIN/LOSS MARK".

           03  WK-LS-LINE.
             05  WK-LS-DOC     PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CUST    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CCY     PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-FCAMT   PIC  -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RATE    PIC  ZZZZ9.9999 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RATE-YMD PIC 9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-BOOKED  PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-REVAL   PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DIFF    PIC  -ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-MARK    PIC  X(012) VALUE SPACE.

           03  WK-CY-LINE.
             05  FILLER        PIC  X(004) VALUE "CCY ".
             05  WK-CY-CCY     PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(006) VALUE " RATE=".
             05  WK-CY-RATE    PIC  ZZZZ9.9999 VALUE ZERO.
             05  FILLER        PIC  X(005) VALUE " YMD=".
             05  WK-CY-RATE-YMD PIC 9(008) VALUE ZERO.
             05  FILLER        PIC  X(005) VALUE " CNT=".
             05  WK-CY-CNT     PIC  ZZZZZ9 VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " FC=".
             05  WK-CY-FCAMT   PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
             05  FILLER        PIC  X(008) VALUE " BOOKED=".
             05  WK-CY-BOOKED  PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(007) VALUE " REVAL=".
             05  WK-CY-REVAL   PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(006) VALUE " DIFF=".
             05  WK-CY-DIFF    PIC  -ZZZ,ZZZ,ZZ9 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==WAC==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** 通貨毎のレートと合計(最大50通貨)
      *    *** CY-FOUND Y=レートあり N=レート無し
       01  CCY-TBL-AREA.
           03  WK-CCY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CCY-TBL      OCCURS 50.
             05  WK-CT-CCY     PIC  X(003) VALUE SPACE.
             05  WK-CT-FOUND   PIC  X(001) VALUE SPACE.
             05  WK-CT-RATE    PIC  9(005)V9(004) VALUE ZERO.
             05  WK-CT-RATE-YMD PIC 9(008) VALUE ZERO.
             05  WK-CT-CNT     PIC  9(006) VALUE ZERO.
             05  WK-CT-FCAMT   PIC S9(012)V99 VALUE ZERO.
             05  WK-CT-BOOKED  PIC S9(013) VALUE ZERO.
             05  WK-CT-REVAL   PIC S9(013) VALUE ZERO.
             05  WK-CT-DIFF    PIC S9(013) VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込、期末日/期間/勘定の検査
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 明細の換算替え
           PERFORM S100-10     THRU    S100-EX

      *    *** 通貨別の行、貸借検証
           PERFORM S500-10     THRU    S500-EX

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
                                       PIN1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           MOVE    WK-TODAY-YMD TO     WK-PDATE

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
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

           IF      WK-PIN1-F-NAME =    SPACE   OR
                   WK-P-DOC    =       ZERO    OR
                   WK-P-CUST   =       ZERO    OR
                   WK-P-CCY    =       ZERO    OR
                   WK-P-FCAMT  =       ZERO    OR
                   WK-P-BOOKED =       ZERO
                   DISPLAY WK-PGM-NAME
                           " F-IN/DOC/CUST/CCY/FCAMT/BOOKED ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-ACCT-CTL =       SPACE   OR
                   WK-ACCT-GAIN =      SPACE   OR
                   WK-ACCT-LOSS =      SPACE
                   DISPLAY WK-PGM-NAME
                           " ACCT-CTL/ACCT-GAIN/ACCT-LOSS ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
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
               WHEN "KIND"
                   IF      WK-PRM02    =   "AR" OR "AP"
                           MOVE    WK-PRM02    TO  WK-KIND
                   ELSE
                           DISPLAY WK-PGM-NAME " KIND=AR/AP ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-RATE"
                   MOVE    WK-PRM02    TO      WK-RAT1-F-NAME
               WHEN "F-JR"
                   MOVE    WK-PRM02    TO      WK-POT1-F-BASE
               WHEN "F-RV"
                   MOVE    WK-PRM02    TO      WK-POT3-F-BASE
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "ACCT-CTL"
                   MOVE    WK-PRM02    TO      WK-ACCT-CTL
               WHEN "ACCT-GAIN"
                   MOVE    WK-PRM02    TO      WK-ACCT-GAIN
               WHEN "ACCT-LOSS"
                   MOVE    WK-PRM02    TO      WK-ACCT-LOSS
               WHEN "PDATE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                       MOVE    WK-PRM02 (1:8) TO   WK-PDATE
                   ELSE
                       DISPLAY WK-PGM-NAME " PDATE= ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
               WHEN "RATEBACK"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                            WK-RATE-BACK
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "BATCHNO"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                            WK-BATCH-NO
                       MOVE    "Y"         TO      WK-BATCH-SET
                   END-IF
               WHEN "BATCHSER"
                   MOVE    WK-PRM02    TO      WK-BATCH-SER
               WHEN "DT"
                   IF      WK-PRM03    NOT =   "POS"   OR
                           WK-PRM04 (1:1) IS NOT NUMERIC
                       DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
                   EVALUATE WK-PRM02
                       WHEN "DOC"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-DOC
                           IF      WK-PRM05    =   "LEN"   AND
                                   WK-PRM06 (1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WK-PRM06) TO
                                    WK-L-DOC
                           END-IF
                       WHEN "CUST"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-CUST
                           IF      WK-PRM05    =   "LEN"   AND
                                   WK-PRM06 (1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WK-PRM06) TO
                                    WK-L-CUST
                           END-IF
                       WHEN "CCY"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-CCY
                       WHEN "FCAMT"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-FCAMT
                       WHEN "BOOKED"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-BOOKED
                       WHEN "SIGN"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-SIGN
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " DT=名前ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-EVALUATE
                   IF      WK-L-DOC    >       20      OR
                           WK-L-CUST   >       8
                       DISPLAY WK-PGM-NAME " DT= LEN ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 期末日/翌期首日、期間と勘定の検査、OPEN
       S040-10.

      *    *** 期末日(DATEWEEK "A" が当年の月別日数を返す)
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-PDATE (1:6) TO   WDW-DATE2-YMD-9 (1:6)
           MOVE    "01"        TO      WDW-DATE2-YMD-9 (7:2)
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WK-PDATE (1:6) TO   WK-MEND (1:6)
           MOVE    WDW-DATE2-DD2 (WDW-DATE2-MM) TO WK-MEND (7:2)

      *    *** 翌期首日(期末日の翌日)
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-MEND     TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           ADD     1           TO      WDW-NISUU
           MOVE    "R"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-NEXT1

           MOVE    WK-CO       TO      WPC-CO
           MOVE    WK-MEND     TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " PERIOD CLOSED YMD="
                           WK-MEND " FY=" WPC-FY " FP=" WPC-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
      *    *** 評価仕訳は期末日の期のファイル
           MOVE    WK-POT1-F-BASE TO   WJN-BASE
           PERFORM S045-10     THRU    S045-EX
           MOVE    WJN-F-NAME  TO      WK-POT1-F-NAME

           MOVE    WK-NEXT1    TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 翌期 未オープン YMD="
                           WK-NEXT1
                           " (振戻しは翌期オープン後)"
                   MOVE    "N"         TO      WK-NEXT-OPEN
           END-IF
      *    *** 振戻し仕訳は翌期首日の期のファイル
           MOVE    WK-POT3-F-BASE TO   WJN-BASE
           PERFORM S045-10     THRU    S045-EX
           MOVE    WJN-F-NAME  TO      WK-POT3-F-NAME

           MOVE    WK-ACCT-CTL TO      WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  =       "Y"
                   MOVE    WK-ACCT-GAIN TO     WAC-ACCT
                   CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           END-IF
           IF      WAC-RESULT  =       "Y"
                   MOVE    WK-ACCT-LOSS TO     WAC-ACCT
                   CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           END-IF
           IF      WAC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 勘定 未登録/無効 ACCT="
                           WAC-ACCT
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 同じ期末日/統制勘定の評価が済んでいれば中止
           PERFORM S050-10     THRU    S050-EX

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   STOP    RUN
           END-IF
           OPEN    INPUT       RAT1-F
           IF      WK-RAT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RAT1-F OPEN ERROR STATUS="
                           WK-RAT1-STATUS " (" WK-RAT1-F-NAME ")"
                   STOP    RUN
           END-IF
      *    *** 仕訳のバッチ番号
           PERFORM S060-10     THRU    S060-EX

      *    *** 評価/振戻し仕訳は期のファイルに追加する
           OPEN    EXTEND      POT1-F
           IF      WK-POT1-STATUS =    35
                   OPEN    OUTPUT      POT1-F
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           OPEN    EXTEND      POT3-F
           IF      WK-POT3-STATUS =    35
                   OPEN    OUTPUT      POT3-F
           END-IF
           IF      WK-POT3-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT3-F OPEN ERROR STATUS="
                           WK-POT3-STATUS " (" WK-POT3-F-NAME ")"
                   STOP    RUN
           END-IF

           MOVE    WK-KIND     TO      WK-HD-KIND
           MOVE    WK-MEND     TO      WK-HD-MEND
           MOVE    WK-NEXT1    TO      WK-HD-NEXT1
           MOVE    WK-CO       TO      WK-HD-CO
           MOVE    WK-HD-LINE1 TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-HD-LINE2 TO      POT2-REC
           WRITE   POT2-REC
           .
       S040-EX.
           EXIT.

      *    *** PERCHKが返した期のファイル名(BASEは呼出し前にセット)
       S045-10.

           MOVE    "P"         TO      WJN-ID
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WPC-FY      TO      WJN-FY
           MOVE    WPC-FP      TO      WJN-FP
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           IF      WJN-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " JRNLNM ERROR BASE="
                           WJN-BASE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S045-EX.
           EXIT.

      *    *** 二重評価の防止: 期末日の評価仕訳に、この会社/統制
      *    *** 勘定でFXREVALが書いた行があれば何も書かずに中止する
       S050-10.

           OPEN    INPUT       POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   GO  TO  S050-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-POT1-EOF
           PERFORM UNTIL WK-POT1-EOF = HIGH-VALUE
               READ    POT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-POT1-EOF
                   NOT AT  END
                       MOVE    POT1-REC    TO      WJR-JRNL-REC
                       IF      WJR-SRC     =       WK-PGM-NAME AND
                               WJR-YMD     =       WK-MEND     AND
                               WJR-ACCT    =       WK-ACCT-CTL AND
                             ( WJR-CO      =       SPACE   OR
                               WJR-CO      =       WK-CO )
                           MOVE    HIGH-VALUE TO WK-POT1-EOF
                           CLOSE   POT1-F
                           DISPLAY WK-PGM-NAME " *** 評価済み "
                                   WK-MEND " ACCT=" WK-ACCT-CTL
                                   " BATCH=" WJR-BATCH " ***"
                           DISPLAY WK-PGM-NAME " ("
                                   WK-POT1-F-NAME ") 評価中止"
                           MOVE    8           TO      RETURN-CODE
                           STOP    RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   POT1-F
      *    *** 読んだ行の項目を評価仕訳へ持ち越さない
           MOVE    SPACE       TO      WJR-REV
                                       WJR-REV-REF
                                       WJR-USER
           .
       S050-EX.
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

      *    *** 明細を読み、1件毎に換算替え
       S100-10.

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 明細1件
       S110-10.

           MOVE    SPACE       TO      WK-DOC WK-CUST WK-MARK
           MOVE    PIN1-REC (WK-P-DOC:WK-L-DOC) TO
                   WK-DOC (1:WK-L-DOC)
           MOVE    PIN1-REC (WK-P-CUST:WK-L-CUST) TO
                   WK-CUST (1:WK-L-CUST)
           MOVE    PIN1-REC (WK-P-CCY:3)     TO  WK-CCY
           MOVE    PIN1-REC (WK-P-FCAMT:12)  TO  WK-FCAMT-X
           MOVE    PIN1-REC (WK-P-BOOKED:10) TO  WK-BOOKED-X
           MOVE    SPACE       TO      WK-SIGN
           IF      WK-P-SIGN   >       ZERO
                   MOVE    PIN1-REC (WK-P-SIGN:1) TO WK-SIGN
           END-IF

           IF      WK-CCY      =       "JPY" OR SPACE
                   ADD     1           TO      WK-JPY-CNT
                   GO  TO  S110-EX
           END-IF

           MOVE    ZERO        TO      WK-FCAMT WK-BOOKED WK-REVAL
                                       WK-DIFF WK-RATE WK-RATE-YMD
           IF      WK-FCAMT-X  NOT NUMERIC     OR
                   WK-BOOKED-X NOT NUMERIC
                   MOVE    "AMOUNT NG" TO      WK-MARK
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC-SAVE
                   PERFORM S180-10     THRU    S180-EX
                   GO  TO  S110-EX
           END-IF
           MOVE    WK-FCAMT-9  TO      WK-FCAMT
           MOVE    WK-BOOKED-9 TO      WK-BOOKED
           IF      WK-SIGN     =       "-"
                   COMPUTE WK-FCAMT  = WK-FCAMT  * -1
                   COMPUTE WK-BOOKED = WK-BOOKED * -1
           END-IF

      *    *** 通貨のレート(通貨毎に1回だけマスターを引く)
           PERFORM S120-10     THRU    S120-EX
           IF      WK-CT-FOUND (WK-CX) NOT = "Y"
                   MOVE    "RATE NONE" TO      WK-MARK
                   MOVE    ZERO        TO      WK-RATE-YMD
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC-SAVE
                   PERFORM S180-10     THRU    S180-EX
                   GO  TO  S110-EX
           END-IF
           MOVE    WK-CT-RATE (WK-CX)     TO  WK-RATE
           MOVE    WK-CT-RATE-YMD (WK-CX) TO  WK-RATE-YMD

           COMPUTE WK-REVAL ROUNDED = WK-FCAMT * WK-RATE
           COMPUTE WK-DIFF = WK-REVAL - WK-BOOKED

           ADD     1           TO      WK-CT-CNT (WK-CX)
           ADD     WK-FCAMT    TO      WK-CT-FCAMT (WK-CX)
           ADD     WK-BOOKED   TO      WK-CT-BOOKED (WK-CX)
           ADD     WK-REVAL    TO      WK-CT-REVAL (WK-CX)
           ADD     WK-DIFF     TO      WK-CT-DIFF (WK-CX)
           ADD     1           TO      WK-REV-CNT

      *    *** 差額の向きと資産/負債で借方/貸方を決める
           IF      WK-DIFF     NOT =   ZERO
               IF    ( WK-KIND =       "AR" AND WK-DIFF > ZERO ) OR
                     ( WK-KIND =       "AP" AND WK-DIFF < ZERO )
                   MOVE    WK-ACCT-CTL  TO     WK-DR-ACCT
                   MOVE    WK-ACCT-GAIN TO     WK-CR-ACCT
                   MOVE    "GAIN"      TO      WK-MARK
               ELSE
                   MOVE    WK-ACCT-LOSS TO     WK-DR-ACCT
                   MOVE    WK-ACCT-CTL  TO     WK-CR-ACCT
                   MOVE    "LOSS"      TO      WK-MARK
               END-IF
               IF      WK-DIFF     >       ZERO
                   MOVE    WK-DIFF     TO      WK-JR-AMT
               ELSE
                   COMPUTE WK-JR-AMT = WK-DIFF * -1
               END-IF
               IF      WK-MARK     =       "GAIN"
                   ADD     WK-JR-AMT   TO      WK-TOT-GAIN
               ELSE
                   ADD     WK-JR-AMT   TO      WK-TOT-LOSS
               END-IF
               PERFORM S150-10     THRU    S150-EX
           END-IF

           PERFORM S180-10     THRU    S180-EX
           .
       S110-EX.
           EXIT.

      *    *** 通貨の表を引き、無ければレートマスターから登録する
      *    *** 期末日から RATEBACK 日まで遡り、最初にある日のレート
       S120-10.

           PERFORM VARYING WK-CX FROM 1 BY 1
                   UNTIL WK-CX > WK-CCY-CNT
                      OR WK-CT-CCY (WK-CX) = WK-CCY
               CONTINUE
           END-PERFORM
           IF      WK-CX       <=      WK-CCY-CNT
                   GO  TO  S120-EX
           END-IF
           IF      WK-CCY-CNT  >=      50
                   DISPLAY WK-PGM-NAME " 通貨が50を超えた CCY="
                           WK-CCY
                   STOP    RUN
           END-IF

           ADD     1           TO      WK-CCY-CNT
           MOVE    WK-CCY-CNT  TO      WK-CX
           MOVE    WK-CCY      TO      WK-CT-CCY (WK-CX)
           MOVE    "N"         TO      WK-CT-FOUND (WK-CX)
           MOVE    WK-MEND     TO      WK-RATE-YMD

           PERFORM VARYING WK-BACK FROM 0 BY 1
                   UNTIL WK-BACK > WK-RATE-BACK
                      OR WK-BACK >= WK-MEND-DD
                      OR WK-CT-FOUND (WK-CX) = "Y"
               MOVE    WK-CCY      TO      RAT1-KEY-CCY
               COMPUTE WK-RATE-YMD = WK-MEND - WK-BACK
               MOVE    WK-RATE-YMD TO      RAT1-KEY-DATE
               READ    RAT1-F
                       KEY RAT1-KEY
                   INVALID
                       CONTINUE
               END-READ
               IF      WK-RAT1-STATUS =    ZERO
                   MOVE    SPACE       TO      WK-RATE-TXT
                   UNSTRING RAT1-DATA  DELIMITED BY ","
                       INTO WK-RATE-TXT
                   END-UNSTRING
                   IF      WK-RATE-TXT NOT =   SPACE
                       MOVE    FUNCTION NUMVAL(WK-RATE-TXT)
                                       TO      WK-CT-RATE (WK-CX)
                       MOVE    WK-RATE-YMD TO  WK-CT-RATE-YMD (WK-CX)
                       MOVE    "Y"         TO  WK-CT-FOUND (WK-CX)
                   END-IF
               ELSE
                   IF  WK-RAT1-STATUS NOT = 23
                       DISPLAY WK-PGM-NAME " RAT1-F READ ERROR STATUS="
                               WK-RAT1-STATUS " KEY=" RAT1-KEY
                       STOP    RUN
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-CT-FOUND (WK-CX) NOT = "Y"
                   DISPLAY WK-PGM-NAME " レート未登録 CCY=" WK-CCY
                           " YMD<=" WK-MEND
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 評価仕訳(期末日)と振戻し仕訳(翌期首日、貸借逆)
       S150-10.

           ADD     1           TO      WK-LINE-NO

           MOVE    WK-MEND     TO      WJR-YMD
                                       WJR-BATCH-YMD
           MOVE    "D"         TO      WJR-DC
           MOVE    WK-DR-ACCT  TO      WJR-ACCT
           MOVE    SPACE       TO      WJR-SIGN
           MOVE    "FX"        TO      WJR-TYPE
           PERFORM S160-10     THRU    S160-EX
           MOVE    WJR-JRNL-REC TO     POT1-REC
           WRITE   POT1-REC
           MOVE    "C"         TO      WJR-DC
           MOVE    WK-CR-ACCT  TO      WJR-ACCT
           MOVE    "-"         TO      WJR-SIGN
           PERFORM S160-10     THRU    S160-EX
           MOVE    WJR-JRNL-REC TO     POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           ADD     2           TO      WK-POT1-CNT
           ADD     WK-JR-AMT   TO      WK-JR-DR WK-JR-CR

           MOVE    WK-NEXT1    TO      WJR-YMD
                                       WJR-BATCH-YMD
           MOVE    "D"         TO      WJR-DC
           MOVE    WK-CR-ACCT  TO      WJR-ACCT
           MOVE    SPACE       TO      WJR-SIGN
           MOVE    "FR"        TO      WJR-TYPE
           PERFORM S160-10     THRU    S160-EX
           MOVE    WJR-JRNL-REC TO     POT3-REC
           WRITE   POT3-REC
           MOVE    "C"         TO      WJR-DC
           MOVE    WK-DR-ACCT  TO      WJR-ACCT
           MOVE    "-"         TO      WJR-SIGN
           PERFORM S160-10     THRU    S160-EX
           MOVE    WJR-JRNL-REC TO     POT3-REC
           WRITE   POT3-REC
           IF      WK-POT3-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT3-F WRITE ERROR STATUS="
                           WK-POT3-STATUS
                   STOP    RUN
           END-IF
           ADD     2           TO      WK-POT3-CNT
           ADD     WK-JR-AMT   TO      WK-RV-DR WK-RV-CR
           .
       S150-EX.
           EXIT.

      *    *** 仕訳1行の共通項目(YMD/DC/ACCT/SIGN/TYPEは呼出し前)
       S160-10.

           MOVE    WK-TODAY-YMD TO     WJR-POST-YMD
           MOVE    WK-BATCH-NO TO      WJR-BATCH-NO
           MOVE    WK-LINE-NO  TO      WJR-LINE
           MOVE    WK-JR-AMT   TO      WJR-AMT
           MOVE    WK-CUST     TO      WJR-CUST
           MOVE    WK-PGM-NAME TO      WJR-SRC
           MOVE    WK-CO       TO      WJR-CO
           MOVE    SPACE       TO      WJR-MEMO
           STRING  WK-CCY              DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-DOC              DELIMITED BY SIZE
                   INTO    WJR-MEMO
           END-STRING
           .
       S160-EX.
           EXIT.

      *    *** リストの明細行
       S180-10.

           MOVE    SPACE       TO      WK-LS-LINE
           MOVE    WK-DOC      TO      WK-LS-DOC
           MOVE    WK-CUST     TO      WK-LS-CUST
           MOVE    WK-CCY      TO      WK-LS-CCY
           MOVE    WK-FCAMT    TO      WK-LS-FCAMT
           MOVE    WK-RATE     TO      WK-LS-RATE
           MOVE    WK-RATE-YMD TO      WK-LS-RATE-YMD
           MOVE    WK-BOOKED   TO      WK-LS-BOOKED
           MOVE    WK-REVAL    TO      WK-LS-REVAL
           MOVE    WK-DIFF     TO      WK-LS-DIFF
           MOVE    WK-MARK     TO      WK-LS-MARK
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC
           .
       S180-EX.
           EXIT.

      *    *** 通貨別(使ったレート)の行と、仕訳の貸借検証
       S500-10.

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           PERFORM VARYING WK-CX FROM 1 BY 1
                   UNTIL WK-CX > WK-CCY-CNT
               MOVE    WK-CT-CCY (WK-CX)     TO  WK-CY-CCY
               MOVE    WK-CT-RATE (WK-CX)    TO  WK-CY-RATE
               MOVE    WK-CT-RATE-YMD (WK-CX) TO WK-CY-RATE-YMD
               MOVE    WK-CT-CNT (WK-CX)     TO  WK-CY-CNT
               MOVE    WK-CT-FCAMT (WK-CX)   TO  WK-CY-FCAMT
               MOVE    WK-CT-BOOKED (WK-CX)  TO  WK-CY-BOOKED
               MOVE    WK-CT-REVAL (WK-CX)   TO  WK-CY-REVAL
               MOVE    WK-CT-DIFF (WK-CX)    TO  WK-CY-DIFF
               MOVE    WK-CY-LINE  TO      POT2-REC
               IF      WK-CT-FOUND (WK-CX) NOT = "Y"
                   MOVE    "*** レート未登録 ***"
                                       TO      POT2-REC (14:30)
               END-IF
               WRITE   POT2-REC
           END-PERFORM

           MOVE    SPACE       TO      POT2-REC
           STRING  "評価益="           DELIMITED BY SIZE
                   WK-TOT-GAIN         DELIMITED BY SIZE
                   " 評価損="          DELIMITED BY SIZE
                   WK-TOT-LOSS         DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC

           MOVE    SPACE       TO      POT2-REC
           IF      WK-JR-DR    =       WK-JR-CR        AND
                   WK-RV-DR    =       WK-RV-CR        AND
                   WK-JR-DR    =       WK-RV-DR        AND
                   WK-JR-DR    =       WK-TOT-GAIN + WK-TOT-LOSS
                   MOVE    "評価/振戻し仕訳 貸借一致 OK"
                                       TO      POT2-REC
           ELSE
                   MOVE    "評価/振戻し仕訳 貸借不一致 NG"
                                       TO      POT2-REC
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           WRITE   POT2-REC

           IF      WK-NEXT-OPEN =      "N"     AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   PIN1-F
                   RAT1-F
                   POT1-F
                   POT2-F
                   POT3-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       PIN1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           DISPLAY WK-PGM-NAME " 明細 = " WK-PIN1-CNT
                   " 換算替え = " WK-REV-CNT
                   " 円建て = " WK-JPY-CNT
                   " ｴﾗｰ = " WK-ERR-CNT
           DISPLAY WK-PGM-NAME " 評価仕訳 = " WK-POT1-CNT
                   " (" WK-POT1-F-NAME ")"
           DISPLAY WK-PGM-NAME " 振戻し仕訳 = " WK-POT3-CNT
                   " (" WK-POT3-F-NAME ")"

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
