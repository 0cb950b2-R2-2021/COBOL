      *    *** 固定資産台帳と月次減価償却
      *    *** 固定資産台帳(FAREG.DAT、キー=資産番号)を持ち、月次に
      *    *** 資産毎の償却額を計算して計上仕訳(CPJRNL、GLPOSTと
      *    *** 同じ形式、BALROLLの取引ファイル)を資産1件毎に書く。
      *    *** 合わせて取得価額/償却累計額/帳簿価額の資産明細表を
      *    *** 印字する。
      *    ***
      *    *** MODE=RUN(既定)
      *    ***   PDATEの月(会計期間、PERCHKでオープンである事)の
      *    ***   償却額を計算する。仕訳日は月末日。
      *    ***   ・定額法(S): (取得価額−残存価額)÷(耐用年数×12)
      *    ***   ・定率法(D): 期首帳簿価額×償却率÷12。償却率が0なら
      *    ***     2÷耐用年数(200%定率)。残りの月数で均等に償却した
      *    ***     方が大きくなったら、その額に切替える
      *    ***   ・取得月/除却月は日割り(取得日～月末、月初～除却日)
      *    ***   ・帳簿価額は残存価額より下げない。償却し終わった資産
      *    ***     (状態F)、除却済み(状態D)は自動的に計上を止める
      *    ***   ・計上済み月(LAST-YM)以前の月は再計上しない(再実行可)
      *    ***   ・計上済み月の翌月より先の月を指定した資産(月の飛び)
      *    ***     は計上せず印GAPを付けてRC=8。抜けた月のPDATEから
      *    ***     順に実行し直す
      *    ***   仕訳 借方=減価償却費(ACCT-EXP)
      *    ***        貸方=償却累計額(ACCT-ACCUM、空白なら資産勘定
      *    ***             ACCT-ASSETへ直接)
      *    *** MODE=LIST
      *    ***   資産明細表だけを印字する(計上しない)
      *    *** MODE=REG
      *    ***   F-INの台帳トランザクションを台帳へ反映する。
      *    ***   1桁目 A=取得(登録)  D=除却
      *    ***   A: 3桁目から台帳レコードの先頭101桁の並び
      *    ***      資産番号(8) 名称(30) 取得日(8) 取得価額(12)
      *    ***      耐用年数(2) 償却方法(1) S/D 償却率(4、9V999)
      *    ***      残存価額(12) 資産勘定(8) 償却費勘定(8)
      *    ***      償却累計額勘定(8、空白可)
      *    ***   D: 3桁目から資産番号(8)、11桁目から除却日(8)
      *    ***   不正な行は理由を付けてリストへ出し、RC=8
      *    ***
      *    *** PRM1(DEPREC.PRM1、引数1で別名指定可)の行:
      *    ***   MODE=RUN|LIST|REG
      *    ***   F-REG=固定資産台帳(既定FAREG.DAT)
      *    ***   F-IN=台帳トランザクション(REGの時必須)
      *    ***   F-JR=償却仕訳の名前の元(既定DEPREC.POT1、実際の
      *    ***        名前は月末日の期の DEPREC.POT1.0001.FYFP。
      *    ***        既にあれば後ろへ追加する、JRNLNM)
      *    ***   F-LS=資産明細表/REGリスト(既定DEPREC.POT2)
      *    ***   PDATE=計上月の任意の日YYYYMMDD(既定 当日)
      *    ***   CO=会社コード(既定0001、台帳は会社毎にF-REGで
      *    ***      分ける。期間チェックと償却仕訳はこの会社)
      *    ***   BATCHNO=償却仕訳のバッチ番号(既定は採番NUMSVCの
      *    ***           系列BATCHSER=、既定BATCHから払い出す)
      *    ***
      *    *** 台帳レコード(150桁):
      *    ***   上記101桁 + 償却累計額(12) 計上済み月YYYYMM(6)
      *    ***   除却日(8) 状態(1) A=償却中 F=償却済 D=除却済
      *    ***   更新日(8) 予備(14)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DEPREC.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 固定資産台帳
           SELECT FAR1-F           ASSIGN   WK-FAR1-F-NAME
                               STATUS   WK-FAR1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FAR1-KEY.

      *    *** 台帳トランザクション(MODE=REG)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 償却仕訳(CPJRNL)
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 資産明細表/REGリスト
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  FAR1-F
           LABEL RECORDS ARE STANDARD.
       01  FAR1-REC.
           03  FAR1-KEY        PIC  X(008).
           03  FAR1-NAME       PIC  X(030).
           03  FAR1-ACQ-YMD    PIC  9(008).
           03  FAR1-COST       PIC  9(012).
           03  FAR1-LIFE       PIC  9(002).
           03  FAR1-METHOD     PIC  X(001).
           03  FAR1-RATE       PIC  9V999.
           03  FAR1-RESID      PIC  9(012).
           03  FAR1-ACCT-ASSET PIC  X(008).
           03  FAR1-ACCT-EXP   PIC  X(008).
           03  FAR1-ACCT-ACCUM PIC  X(008).
           03  FAR1-ACCUM      PIC  9(012).
           03  FAR1-LAST-YM    PIC  9(006).
           03  FAR1-DISP-YMD   PIC  9(008).
           03  FAR1-STATE      PIC  X(001).
           03  FAR1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(014).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  PIN1-TYPE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PIN1-IMAGE      PIC  X(101).
           03  PIN1-DISP       REDEFINES PIN1-IMAGE.
             05  PIN1-D-KEY    PIC  X(008).
             05  PIN1-D-YMD    PIC  X(008).
             05  FILLER        PIC  X(085).
           03  FILLER          PIC  X(097).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(160).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DEPREC  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "DEPREC.PRM1".
           03  WK-FAR1-F-NAME  PIC  X(032) VALUE "FAREG.DAT".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** 償却仕訳の名前の元(F-JR)と期のファイル名
           03  WK-POT1-F-BASE  PIC  X(032) VALUE "DEPREC.POT1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "DEPREC.POT2".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-FAR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-FAR1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-MODE         PIC  X(004) VALUE "RUN".
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-PDATE        PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
      *    *** バッチ番号 BATCHNO=の指定が無ければ採番(NUMSVC)の
      *    *** 系列(BATCHSER=、既定BATCH)から払い出す
           03  WK-BATCH-NO     PIC  9(004) VALUE ZERO.
           03  WK-BATCH-SET    PIC  X(001) VALUE "N".
           03  WK-BATCH-SER    PIC  X(008) VALUE "BATCH".
           03  WK-BATCH-ISS    PIC  X(001) VALUE "N".

      *    *** 計上月 YYYYMM、月末日、月の日数、通算月
           03  WK-YM           PIC  9(006) VALUE ZERO.
           03  WK-MEND         PIC  9(008) VALUE ZERO.
           03  WK-MDAYS        PIC  9(002) VALUE ZERO.
           03  WK-YM-N         BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACQ-N        BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-N       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ELAPSED      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REMAIN-M     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LIFE-M       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CALC-YM      PIC  9(006) VALUE ZERO.
           03  WK-CALC-YM-R    REDEFINES WK-CALC-YM.
             05  WK-CALC-YYYY  PIC  9(004).
             05  WK-CALC-MM    PIC  9(002).
           03  WK-DAY-FROM     PIC  9(002) VALUE ZERO.
           03  WK-DAY-TO       PIC  9(002) VALUE ZERO.
           03  WK-DAYS         PIC  9(002) VALUE ZERO.

      *    *** 償却計算ワーク
           03  WK-RATE         PIC  9V9(06) VALUE ZERO.
           03  WK-REMAIN       PIC S9(012) VALUE ZERO.
           03  WK-MONTHLY      PIC  9(012) VALUE ZERO.
           03  WK-SL-AMT       PIC  9(012) VALUE ZERO.
           03  WK-CHARGE       PIC  9(012) VALUE ZERO.
           03  WK-ACCUM-BF     PIC  9(012) VALUE ZERO.
           03  WK-NBV          PIC S9(012) VALUE ZERO.
           03  WK-CR-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-MARK         PIC  X(012) VALUE SPACE.
           03  WK-UPDATE       PIC  X(001) VALUE "N".
           03  WK-LINE-NO      PIC  9(004) VALUE ZERO.

      *    *** 件数/合計
           03  WK-FAR1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-CHG-CNT      PIC  9(006) VALUE ZERO.
           03  WK-POT1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-ERR-CNT      PIC  9(006) VALUE ZERO.
           03  WK-REG-CNT      PIC  9(006) VALUE ZERO.
           03  WK-TOT-COST     PIC  9(013) VALUE ZERO.
           03  WK-TOT-CHARGE   PIC  9(013) VALUE ZERO.
           03  WK-TOT-ACCUM    PIC  9(013) VALUE ZERO.
           03  WK-TOT-NBV      PIC S9(013) VALUE ZERO.
           03  WK-JR-DR        PIC  9(013) VALUE ZERO.
           03  WK-JR-CR        PIC  9(013) VALUE ZERO.

           03  WK-REG-REASON   PIC  X(020) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.

      *    *** 台帳トランザクションA行(台帳レコードの先頭101桁)
           03  WK-TA.
             05  WK-TA-KEY     PIC  X(008).
             05  WK-TA-NAME    PIC  X(030).
             05  WK-TA-ACQ-YMD PIC  X(008).
             05  WK-TA-COST    PIC  X(012).
             05  WK-TA-LIFE    PIC  X(002).
             05  WK-TA-METHOD  PIC  X(001).
             05  WK-TA-RATE    PIC  X(004).
             05  WK-TA-RESID   PIC  X(012).
             05  WK-TA-ACCT-ASSET PIC X(008).
             05  WK-TA-ACCT-EXP PIC X(008).
             05  WK-TA-ACCT-ACCUM PIC X(008).

      *    *** 資産明細表の見出し/明細/合計行
           03  WK-HD-LINE1.
             05  FILLER        PIC  X(030) VALUE
                 "DEPREC 資産明細表".
             05  FILLER        PIC  X(008) VALUE " 月=".
             05  WK-HD-YM      PIC  9(006) VALUE ZERO.
             05  FILLER        PIC  X(012) VALUE " 仕訳日=".
             05  WK-HD-MEND    PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(008) VALUE " MODE=".
             05  WK-HD-MODE    PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD-CO      PIC  X(004) VALUE SPACE.
           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "ASSET    NAME                 M ACQ-YMD ".
             05  FILLER        PIC  X(048) VALUE
                 "            COST          CHARGE     ACCUM-DEPR ".
             05  FILLER        PIC  X(034) VALUE
                 "  NET-BOOK-VALUE S MARK".

           03  WK-LS-LINE.
             05  WK-LS-KEY     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NAME    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-METHOD  PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-ACQ     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-COST    PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CHARGE  PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-ACCUM   PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NBV     PIC  -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STATE   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-MARK    PIC  X(012) VALUE SPACE.

      *    *** REGリスト行
           03  WK-RG-LINE.
             05  WK-RG-TYPE    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RG-KEY     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RG-RESULT  PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-RG-IMAGE   PIC  X(101) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==WAC==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

           EVALUATE WK-MODE
               WHEN "REG"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   PERFORM S200-10     THRU    S200-EX
           END-EVALUATE

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
                                       FAR1-REC

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
                       PERFORM S030-10     THRU    S030-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S030-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S030-EX
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
               WHEN "MODE"
                   IF      WK-PRM02    =   "RUN" OR "LIST" OR "REG"
                           MOVE    WK-PRM02    TO  WK-MODE
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " MODE=RUN/LIST/REG ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-IF
               WHEN "F-REG"
                   MOVE    WK-PRM02    TO      WK-FAR1-F-NAME
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-JR"
                   MOVE    WK-PRM02    TO      WK-POT1-F-BASE
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S030-EX.
           EXIT.

      *    *** 計上月の決定、期間チェック、オープン
       S040-10.

      *    *** 月末日と月の日数(DATEWEEK "A" が当年の月別日数を返す)
           MOVE    WK-PDATE (1:6) TO   WK-YM
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-YM       TO      WDW-DATE2-YMD-9 (1:6)
           MOVE    "01"        TO      WDW-DATE2-YMD-9 (7:2)
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-DD2 (WDW-DATE2-MM) TO WK-MDAYS
           MOVE    WK-YM       TO      WK-MEND (1:6)
           MOVE    WK-MDAYS    TO      WK-MEND (7:2)
           COMPUTE WK-YM-N = WDW-DATE2-YYYY * 12 + WDW-DATE2-MM

           IF      WK-MODE     =       "RUN"
                   MOVE    WK-CO       TO      WPC-CO
                   MOVE    WK-MEND     TO      WPC-YMD
                   CALL    "PERCHK"    USING   WPC-PERCHK-AREA
                   IF      WPC-RESULT  NOT =   "Y"
                           DISPLAY WK-PGM-NAME " PERIOD CLOSED YMD="
                                   WK-MEND " FY=" WPC-FY
                                   " FP=" WPC-FP
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
      *    *** 償却仕訳は月末日の期のファイル
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
           END-IF
           IF      WK-MODE     =       "REG"   AND
                   WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " MODE=REG は F-IN= が必要"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 台帳を開く(REGは無ければ新規作成)
           OPEN    I-O         FAR1-F
           IF    ( WK-FAR1-STATUS =    05      OR      35 ) AND
                   WK-MODE     =       "REG"
                   OPEN    OUTPUT      FAR1-F
                   CLOSE   FAR1-F
                   OPEN    I-O         FAR1-F
           END-IF
           IF      WK-FAR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " FAR1-F OPEN ERROR STATUS="
                           WK-FAR1-STATUS " (" WK-FAR1-F-NAME ")"
                   STOP    RUN
           END-IF

           IF      WK-MODE     =       "RUN"
                   PERFORM S060-10     THRU    S060-EX
      *    *** 期の償却仕訳に追加する(前の実行の仕訳は消さない。
      *    *** 計上済み月の資産は再計上しない)
                   OPEN    EXTEND      POT1-F
                   IF      WK-POT1-STATUS =    35
                           OPEN    OUTPUT      POT1-F
                   END-IF
                   IF      WK-POT1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " POT1-F OPEN ERROR STATUS="
                                   WK-POT1-STATUS
                                   " (" WK-POT1-F-NAME ")"
                           STOP    RUN
                   END-IF
           END-IF
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           .
       S040-EX.
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

      *    *** RUN/LIST: 台帳を資産番号順に読み、償却と明細表
       S200-10.

           MOVE    WK-YM       TO      WK-HD-YM
           MOVE    WK-MEND     TO      WK-HD-MEND
           MOVE    WK-MODE     TO      WK-HD-MODE
           MOVE    WK-CO       TO      WK-HD-CO
           MOVE    WK-HD-LINE1 TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-HD-LINE2 TO      POT2-REC
           WRITE   POT2-REC

           MOVE    LOW-VALUE   TO      FAR1-KEY
           START   FAR1-F      KEY NOT <   FAR1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-FAR1-EOF
           END-START

           PERFORM UNTIL WK-FAR1-EOF = HIGH-VALUE
               READ    FAR1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-FAR1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-FAR1-CNT
                       PERFORM S210-10     THRU    S210-EX
                       PERFORM S280-10     THRU    S280-EX
               END-READ
           END-PERFORM

      *    *** 合計行と仕訳の貸借検証
           MOVE    SPACE       TO      WK-LS-LINE
           MOVE    "** TOTAL **" TO    WK-LS-NAME
           MOVE    ZERO        TO      WK-LS-ACQ
           MOVE    WK-TOT-COST TO      WK-LS-COST
           MOVE    WK-TOT-CHARGE TO    WK-LS-CHARGE
           MOVE    WK-TOT-ACCUM TO     WK-LS-ACCUM
           MOVE    WK-TOT-NBV  TO      WK-LS-NBV
           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC

           IF      WK-MODE     =       "RUN"
               MOVE    SPACE       TO      POT2-REC
               IF      WK-JR-DR    =       WK-TOT-CHARGE   AND
                       WK-JR-CR    =       WK-TOT-CHARGE
                   STRING  "償却仕訳 借方=貸方=償却額 OK"
                                           DELIMITED BY SIZE
                           " 件数="        DELIMITED BY SIZE
                           WK-CHG-CNT      DELIMITED BY SIZE
                           INTO    POT2-REC
               ELSE
                   STRING  "償却仕訳 借方/貸方<>償却額"
                                           DELIMITED BY SIZE
                           " *** NG ***"   DELIMITED BY SIZE
                           INTO    POT2-REC
                   MOVE    8           TO      WK-RC-SAVE
               END-IF
               WRITE   POT2-REC
               IF      WK-CHG-CNT  =       ZERO    AND
                       WK-RC-SAVE  <       4
                   DISPLAY WK-PGM-NAME
                           " 計上対象なし(計上済み?)"
                   MOVE    4           TO      WK-RC-SAVE
               END-IF
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 資産1件の償却計算(MODE=RUNの時だけ計上/台帳更新)
       S210-10.

           MOVE    SPACE       TO      WK-MARK
           MOVE    ZERO        TO      WK-CHARGE
           MOVE    "N"         TO      WK-UPDATE
           MOVE    FAR1-ACCUM  TO      WK-ACCUM-BF

           IF      FAR1-STATE  =       "D" OR "F"
                   GO  TO  S210-EX
           END-IF
           IF      FAR1-ACQ-YMD (1:6) > WK-YM
                   MOVE    "NOT YET"   TO      WK-MARK
                   GO  TO  S210-EX
           END-IF
           IF      FAR1-LAST-YM >=     WK-YM
                   MOVE    "CHARGED"   TO      WK-MARK
                   GO  TO  S210-EX
           END-IF
           IF      WK-MODE     NOT =   "RUN"
                   GO  TO  S210-EX
           END-IF

      *    *** 前月以前に除却済み(計上済み月の翌月以降に除却日)
           IF      FAR1-DISP-YMD NOT = ZERO    AND
                   FAR1-DISP-YMD (1:6) < WK-YM
                   MOVE    "D"         TO      FAR1-STATE
                   MOVE    "Y"         TO      WK-UPDATE
                   GO  TO  S210-EX
           END-IF

      *    *** 勘定の検査
           MOVE    FAR1-ACCT-ACCUM TO  WK-CR-ACCT
           IF      WK-CR-ACCT  =       SPACE
                   MOVE    FAR1-ACCT-ASSET TO  WK-CR-ACCT
           END-IF
           MOVE    FAR1-ACCT-EXP TO    WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  =       "Y"
                   MOVE    WK-CR-ACCT  TO      WAC-ACCT
                   CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           END-IF
           IF      WAC-RESULT  NOT =   "Y"
                   MOVE    "ACCT NG"   TO      WK-MARK
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC-SAVE
                   DISPLAY WK-PGM-NAME " 勘定 未登録/無効 ASSET="
                           FAR1-KEY " ACCT=" WAC-ACCT
                   GO  TO  S210-EX
           END-IF

      *    *** 計上月の飛び(前回計上月の翌月でない)はその資産を
      *    *** 計上せずRC=8(抜けた月から順に計上し直す)
           IF      FAR1-LAST-YM NOT =  ZERO
                   MOVE    FAR1-LAST-YM TO     WK-CALC-YM
                   COMPUTE WK-LAST-N = WK-CALC-YYYY * 12 + WK-CALC-MM
                   IF      WK-LAST-N + 1 < WK-YM-N
                           MOVE    "GAP"       TO      WK-MARK
                           ADD     1           TO      WK-ERR-CNT
                           MOVE    8           TO      WK-RC-SAVE
                           DISPLAY WK-PGM-NAME " 月の飛び ASSET="
                                   FAR1-KEY " LAST-YM=" FAR1-LAST-YM
                           GO  TO  S210-EX
                   END-IF
           END-IF

      *    *** 日割りの日数(取得月は取得日から、除却月は除却日まで)
           MOVE    1           TO      WK-DAY-FROM
           MOVE    WK-MDAYS    TO      WK-DAY-TO
           IF      FAR1-ACQ-YMD (1:6) = WK-YM
                   MOVE    FAR1-ACQ-YMD (7:2) TO WK-DAY-FROM
           END-IF
           IF      FAR1-DISP-YMD NOT = ZERO    AND
                   FAR1-DISP-YMD (1:6) = WK-YM
                   MOVE    FAR1-DISP-YMD (7:2) TO WK-DAY-TO
           END-IF
           COMPUTE WK-DAYS = WK-DAY-TO - WK-DAY-FROM + 1

      *    *** 残り償却可能額(帳簿価額−残存価額)
           COMPUTE WK-REMAIN = FAR1-COST - FAR1-RESID - FAR1-ACCUM
           IF      WK-REMAIN   NOT >   ZERO
                   MOVE    "F"         TO      FAR1-STATE
                   MOVE    "Y"         TO      WK-UPDATE
                   GO  TO  S210-EX
           END-IF

      *    *** 取得月からの経過月(当月を含む)と残り月数
           MOVE    FAR1-ACQ-YMD (1:6) TO WK-CALC-YM
           COMPUTE WK-ACQ-N = WK-CALC-YYYY * 12 + WK-CALC-MM
           COMPUTE WK-ELAPSED = WK-YM-N - WK-ACQ-N + 1
           COMPUTE WK-LIFE-M = FAR1-LIFE * 12
           COMPUTE WK-REMAIN-M = WK-LIFE-M - WK-ELAPSED + 1

           IF      FAR1-METHOD =       "D"
               PERFORM S220-10     THRU    S220-EX
           ELSE
               IF      WK-ELAPSED  >       WK-LIFE-M
                   MOVE    WK-REMAIN   TO      WK-MONTHLY
               ELSE
                   COMPUTE WK-MONTHLY ROUNDED =
                           ( FAR1-COST - FAR1-RESID ) / WK-LIFE-M
               END-IF
           END-IF

           IF      WK-DAYS     <       WK-MDAYS
                   COMPUTE WK-CHARGE ROUNDED =
                           WK-MONTHLY * WK-DAYS / WK-MDAYS
           ELSE
                   MOVE    WK-MONTHLY  TO      WK-CHARGE
           END-IF
           IF      WK-CHARGE   >       WK-REMAIN
                   MOVE    WK-REMAIN   TO      WK-CHARGE
           END-IF

           IF      WK-CHARGE   >       ZERO
                   PERFORM S250-10     THRU    S250-EX
           END-IF

           ADD     WK-CHARGE   TO      FAR1-ACCUM
           MOVE    WK-YM       TO      FAR1-LAST-YM
           IF      FAR1-ACCUM  >=      FAR1-COST - FAR1-RESID
                   MOVE    "F"         TO      FAR1-STATE
           END-IF
           IF      FAR1-DISP-YMD NOT = ZERO    AND
                   FAR1-DISP-YMD (1:6) = WK-YM
                   MOVE    "D"         TO      FAR1-STATE
           END-IF
           MOVE    "Y"         TO      WK-UPDATE
           .
       S210-EX.
           IF      WK-UPDATE   =       "Y"
                   MOVE    WK-TODAY-YMD TO     FAR1-UPD-YMD
                   REWRITE FAR1-REC
                   IF      WK-FAR1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " FAR1-F REWRITE ERROR STATUS="
                                   WK-FAR1-STATUS " " FAR1-KEY
                           STOP    RUN
                   END-IF
           END-IF
           EXIT.

      *    *** 定率法の月額(残り月数の均等額の方が大きければ切替え)
       S220-10.

           IF      FAR1-RATE   >       ZERO
                   MOVE    FAR1-RATE   TO      WK-RATE
           ELSE
                   COMPUTE WK-RATE ROUNDED = 2 / FAR1-LIFE
           END-IF
           COMPUTE WK-MONTHLY ROUNDED =
                   ( FAR1-COST - FAR1-ACCUM ) * WK-RATE / 12

           IF      WK-REMAIN-M <=      1
                   MOVE    WK-REMAIN   TO      WK-MONTHLY
                   MOVE    "LAST"      TO      WK-MARK
                   GO  TO  S220-EX
           END-IF
           COMPUTE WK-SL-AMT ROUNDED = WK-REMAIN / WK-REMAIN-M
           IF      WK-SL-AMT   >       WK-MONTHLY
                   MOVE    WK-SL-AMT   TO      WK-MONTHLY
                   IF      WK-MARK     =       SPACE
                           MOVE    "SL SWITCH" TO      WK-MARK
                   END-IF
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 償却仕訳 借方=償却費 貸方=償却累計額(又は資産勘定)
       S250-10.

           ADD     1           TO      WK-LINE-NO
           ADD     1           TO      WK-CHG-CNT
           MOVE    "D"         TO      WJR-DC
           MOVE    FAR1-ACCT-EXP TO    WJR-ACCT
           MOVE    SPACE       TO      WJR-SIGN
           PERFORM S260-10     THRU    S260-EX
           ADD     WK-CHARGE   TO      WK-JR-DR
           MOVE    "C"         TO      WJR-DC
           MOVE    WK-CR-ACCT  TO      WJR-ACCT
           MOVE    "-"         TO      WJR-SIGN
           PERFORM S260-10     THRU    S260-EX
           ADD     WK-CHARGE   TO      WK-JR-CR
           .
       S250-EX.
           EXIT.

      *    *** 償却仕訳1行の書出し(DC/ACCT/SIGNは呼出し前にセット)
       S260-10.

           MOVE    WK-MEND     TO      WJR-YMD
           MOVE    WK-TODAY-YMD TO     WJR-POST-YMD
           MOVE    WK-MEND     TO      WJR-BATCH-YMD
           MOVE    WK-BATCH-NO TO      WJR-BATCH-NO
           MOVE    WK-LINE-NO  TO      WJR-LINE
           MOVE    WK-CHARGE   TO      WJR-AMT
           MOVE    FAR1-KEY    TO      WJR-CUST
           MOVE    "DP"        TO      WJR-TYPE
           MOVE    WK-PGM-NAME TO      WJR-SRC
           MOVE    WK-CO       TO      WJR-CO
           MOVE    SPACE       TO      WJR-MEMO
           STRING  "DEPR "             DELIMITED BY SIZE
                   WK-YM               DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   FAR1-NAME           DELIMITED BY SIZE
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
       S260-EX.
           EXIT.

      *    *** 資産明細表の1行と合計
       S280-10.

           COMPUTE WK-NBV = FAR1-COST - FAR1-ACCUM
           MOVE    FAR1-KEY    TO      WK-LS-KEY
           MOVE    FAR1-NAME   TO      WK-LS-NAME
           MOVE    FAR1-METHOD TO      WK-LS-METHOD
           MOVE    FAR1-ACQ-YMD TO     WK-LS-ACQ
           MOVE    FAR1-COST   TO      WK-LS-COST
           MOVE    WK-CHARGE   TO      WK-LS-CHARGE
           MOVE    FAR1-ACCUM  TO      WK-LS-ACCUM
           MOVE    WK-NBV      TO      WK-LS-NBV
           MOVE    FAR1-STATE  TO      WK-LS-STATE
           MOVE    WK-MARK     TO      WK-LS-MARK
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC

      *    *** 除却済みは帳簿から外れる為、合計に含めない
           IF      FAR1-STATE  NOT =   "D"     OR
                   WK-CHARGE   >       ZERO
                   ADD     FAR1-COST   TO      WK-TOT-COST
                   ADD     FAR1-ACCUM  TO      WK-TOT-ACCUM
                   ADD     WK-NBV      TO      WK-TOT-NBV
           END-IF
           ADD     WK-CHARGE   TO      WK-TOT-CHARGE
           .
       S280-EX.
           EXIT.

      *    *** REG: 台帳トランザクションの反映
       S300-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       IF      PIN1-REC (1:1) NOT = "*"    AND
                               PIN1-REC    NOT =   SPACE
                           PERFORM S310-10     THRU    S310-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           DISPLAY WK-PGM-NAME " REG 反映=" WK-REG-CNT
                   " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 台帳トランザクション1行
       S310-10.

           MOVE    SPACE       TO      WK-REG-REASON
           EVALUATE PIN1-TYPE
               WHEN "A"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "D"
                   PERFORM S330-10     THRU    S330-EX
               WHEN OTHER
                   MOVE    "TYPE NG(A/D)" TO   WK-REG-REASON
           END-EVALUATE

           MOVE    PIN1-TYPE   TO      WK-RG-TYPE
           MOVE    PIN1-IMAGE (1:8) TO WK-RG-KEY
           MOVE    PIN1-IMAGE  TO      WK-RG-IMAGE
           IF      WK-REG-REASON =     SPACE
                   MOVE    "OK"        TO      WK-RG-RESULT
                   ADD     1           TO      WK-REG-CNT
           ELSE
                   MOVE    WK-REG-REASON TO    WK-RG-RESULT
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-RG-LINE  TO      POT2-REC
           WRITE   POT2-REC
           .
       S310-EX.
           EXIT.

      *    *** A: 取得(台帳へ登録)
       S320-10.

           MOVE    PIN1-IMAGE  TO      WK-TA
           EVALUATE TRUE
               WHEN WK-TA-KEY  =       SPACE
                   MOVE    "ASSET NO NG"   TO  WK-REG-REASON
               WHEN WK-TA-ACQ-YMD NOT NUMERIC
                   MOVE    "ACQ DATE NG"   TO  WK-REG-REASON
               WHEN WK-TA-COST NOT NUMERIC
                   MOVE    "COST NG"       TO  WK-REG-REASON
               WHEN WK-TA-LIFE NOT NUMERIC OR WK-TA-LIFE = "00"
                   MOVE    "LIFE NG"       TO  WK-REG-REASON
               WHEN WK-TA-METHOD NOT = "S" AND NOT = "D"
                   MOVE    "METHOD NG(S/D)" TO WK-REG-REASON
               WHEN WK-TA-RATE NOT NUMERIC AND WK-TA-RATE NOT = SPACE
                   MOVE    "RATE NG"       TO  WK-REG-REASON
               WHEN WK-TA-RESID NOT NUMERIC AND WK-TA-RESID NOT = SPACE
                   MOVE    "RESIDUAL NG"   TO  WK-REG-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF      WK-REG-REASON NOT = SPACE
                   GO  TO  S320-EX
           END-IF

           MOVE    SPACE       TO      FAR1-REC
           MOVE    WK-TA-KEY   TO      FAR1-KEY
           MOVE    WK-TA-NAME  TO      FAR1-NAME
           MOVE    WK-TA-ACQ-YMD TO    FAR1-ACQ-YMD
           MOVE    WK-TA-COST  TO      FAR1-COST
           MOVE    WK-TA-LIFE  TO      FAR1-LIFE
           MOVE    WK-TA-METHOD TO     FAR1-METHOD
           MOVE    ZERO        TO      FAR1-RATE
                                       FAR1-RESID
           IF      WK-TA-RATE  NOT =   SPACE
                   MOVE    WK-TA-RATE  TO      FAR1-REC (62:4)
           END-IF
           IF      WK-TA-RESID NOT =   SPACE
                   MOVE    WK-TA-RESID TO      FAR1-RESID
           END-IF
           MOVE    WK-TA-ACCT-ASSET TO FAR1-ACCT-ASSET
           MOVE    WK-TA-ACCT-EXP TO   FAR1-ACCT-EXP
           MOVE    WK-TA-ACCT-ACCUM TO FAR1-ACCT-ACCUM
           MOVE    ZERO        TO      FAR1-ACCUM
                                       FAR1-LAST-YM
                                       FAR1-DISP-YMD
           MOVE    "A"         TO      FAR1-STATE
           MOVE    WK-TODAY-YMD TO     FAR1-UPD-YMD

           IF      FAR1-RESID  >=      FAR1-COST
                   MOVE    "RESIDUAL >= COST" TO WK-REG-REASON
                   GO  TO  S320-EX
           END-IF

      *    *** 勘定は登録済み/有効である事
           MOVE    FAR1-ACCT-ASSET TO  WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  NOT =   "Y"
                   MOVE    "ASSET ACCT NG" TO  WK-REG-REASON
                   GO  TO  S320-EX
           END-IF
           MOVE    FAR1-ACCT-EXP TO    WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  NOT =   "Y"
                   MOVE    "EXPENSE ACCT NG" TO WK-REG-REASON
                   GO  TO  S320-EX
           END-IF
           IF      FAR1-ACCT-ACCUM NOT = SPACE
                   MOVE    FAR1-ACCT-ACCUM TO  WAC-ACCT
                   CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
                   IF      WAC-RESULT  NOT =   "Y"
                           MOVE    "ACCUM ACCT NG" TO  WK-REG-REASON
                           GO  TO  S320-EX
                   END-IF
           END-IF

           WRITE   FAR1-REC
           IF      WK-FAR1-STATUS =    22
                   MOVE    "DUPLICATE ASSET" TO WK-REG-REASON
           ELSE
               IF  WK-FAR1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " FAR1-F WRITE ERROR STATUS="
                           WK-FAR1-STATUS
                   STOP    RUN
               END-IF
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** D: 除却(除却日を台帳へ。計上は除却月の日割りまで)
       S330-10.

           IF      PIN1-D-YMD  NOT NUMERIC
                   MOVE    "DISPOSAL DATE NG" TO WK-REG-REASON
                   GO  TO  S330-EX
           END-IF
           MOVE    PIN1-D-KEY  TO      FAR1-KEY
           READ    FAR1-F
                   KEY FAR1-KEY
               INVALID
                   MOVE    "ASSET NOT FOUND" TO WK-REG-REASON
                   GO  TO  S330-EX
           END-READ

           EVALUATE TRUE
               WHEN FAR1-DISP-YMD NOT = ZERO
                   MOVE    "ALREADY DISPOSED" TO WK-REG-REASON
               WHEN PIN1-D-YMD < FAR1-ACQ-YMD
                   MOVE    "BEFORE ACQ DATE" TO WK-REG-REASON
      *        *** 除却月以降を既に計上済みなら手で戻す必要がある
               WHEN PIN1-D-YMD (1:6) <= FAR1-LAST-YM
                   MOVE    "ALREADY CHARGED" TO WK-REG-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF      WK-REG-REASON NOT = SPACE
                   GO  TO  S330-EX
           END-IF

           MOVE    PIN1-D-YMD  TO      FAR1-DISP-YMD
           MOVE    WK-TODAY-YMD TO     FAR1-UPD-YMD
           REWRITE FAR1-REC
           IF      WK-FAR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " FAR1-F REWRITE ERROR STATUS="
                           WK-FAR1-STATUS
                   STOP    RUN
           END-IF
           .
       S330-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   FAR1-F
           IF      WK-MODE     =       "RUN"
                   CLOSE   POT1-F
           END-IF
           CLOSE   POT2-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       FAR1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           DISPLAY WK-PGM-NAME " 資産 = " WK-FAR1-CNT
                   " 計上 = " WK-CHG-CNT " 償却額 = " WK-TOT-CHARGE
           IF      WK-MODE     =       "RUN"
                   DISPLAY WK-PGM-NAME " 償却仕訳 = " WK-POT1-CNT
                           " (" WK-POT1-F-NAME ")"
           END-IF

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
