      *    *** 見越し仕訳の翌期首自動振戻し
      *    *** 月末の見越し計上(未収収益/未払費用等)は翌月初に逆仕訳を
      *    *** 打つ必要があり、打ち忘れると費用が二重になる。
      *    *** TXNENTRYで翌期首振戻し=Yとした明細はGLPOSTが振戻し
      *    *** 区分A(見越し)の仕訳にする。本プログラムはPERCTLが新しい
      *    *** 期をオープンした時に起動され(PERCTL OPEN)、直前の期の
      *    *** 見越し仕訳を計上仕訳(F-IN)から拾い、貸借を入れ替えた
      *    *** 振戻し仕訳を新しい期の最初の営業日付(DATEWEEK "B"、
      *    *** 土日/会社休日を除く)で書く。
      *    ***   ・振戻し仕訳は振戻し区分R、REV-REFに元の見越し仕訳の
      *    ***     バッチ+明細番号を持つ(CPJRNL)
      *    ***   ・振戻し済みの見越しは振戻し登録簿(F-REG)に記録し、
      *    ***     再実行/期の再オープンでも二度振戻さない
      *    ***   ・振戻し先の期がPERCHKで締め済み/未登録なら振戻さず
      *    ***     中止する(RC=16)
      *    ***   ・管理表(F-LS)に見越し毎の振戻し(日付/バッチ/明細)
      *    ***     を出し、全ての見越しに振戻しが丁度1つある事を示す。
      *    ***     F-INに過去の振戻し仕訳(AUTOREVのF-OTを計上した
      *    ***     もの)を含めると、同じ見越しの振戻しが2つ以上ある
      *    ***     ものもNGにする。
      *    ***     NG(振戻し無し/二重/見越し仕訳の貸借不整合)は RC=8、
      *    ***     登録簿にあるがF-INに元の見越しが無いものは RC=4
      *    ***
      *    *** 起動引数: 1=PRM1名(既定AUTOREV.PRM1) 2=会計年度(FY)
      *    ***           3=会計期(FP)  ... オープンした新しい期
      *    ***           4=会社コード(PERCTLがオープンした会社)
      *    *** 見越し/振戻しは会社毎に扱う。F-INの仕訳は会社コードが
      *    *** 同じ行(空白の行を含む)だけを見て、振戻し仕訳と登録簿
      *    *** には会社コードを付ける。
      *    *** PRM1の行:
      *    ***   F-IN=計上仕訳(CPJRNL、複数行可 最大100)。指定が
      *    ***        無ければ見越しの期の仕訳一式(JRNLNMの
      *    ***        GLPOST.POT1.0001.FYFP等、無いファイルは飛ばす)
      *    ***        と、振戻し先の期の AUTOREV.POT1.0001.FYFP
      *    ***        (過去の振戻し)を読む
      *    ***   F-OT=振戻し仕訳の名前の元(既定AUTOREV.POT1、実際の
      *    ***        名前は振戻し先の期の AUTOREV.POT1.0001.FYFP。
      *    ***        既にあれば後ろへ追加する。BALROLLで計上)
      *    ***   F-LS=管理表(既定AUTOREV.POT2)
      *    ***   F-REG=振戻し登録簿(既定AUTOREV.REG)
      *    ***   FY=会計年度 FP=会計期(引数2/3が優先)
      *    ***   CO=会社コード(既定0001、引数4が優先)
      *    ***   BATCHNO=振戻しのバッチ番号(既定は採番NUMSVCの
      *    ***           系列BATCHSER=、既定BATCHから払い出す。
      *    ***           バッチキーは振戻し日付+この番号)
      *    *** 振戻し登録簿の1行:
      *    ***   1-16 元の見越し(バッチ12+明細4) 18-19 FY 20-21 FP
      *    ***   23-30 振戻し日付 32-43 振戻しバッチ 44-47 振戻し明細
      *    ***   49-58 金額 60-67 登録日 69-72 会社コード

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             AUTOREV.

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

      *    *** 振戻し登録簿
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 振戻し仕訳(CPJRNL)
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 管理表
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
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

       FD  REG1-F
           LABEL RECORDS ARE STANDARD.
       01  REG1-REC.
           03  REG1-KEY        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  REG1-FY         PIC  9(002).
           03  REG1-FP         PIC  9(002).
           03  FILLER          PIC  X(001).
           03  REG1-RV-YMD     PIC  9(008).
           03  FILLER          PIC  X(001).
           03  REG1-RV-BATCH   PIC  X(012).
           03  REG1-RV-LINE    PIC  9(004).
           03  FILLER          PIC  X(001).
           03  REG1-AMT        PIC  9(010).
           03  FILLER          PIC  X(001).
           03  REG1-RUN-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  REG1-CO         PIC  X(004).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "AUTOREV ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "AUTOREV.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "AUTOREV.REG".
      *    *** 振戻し仕訳の名前の元(F-OT)と期のファイル名
           03  WK-POT1-F-BASE  PIC  X(032) VALUE "AUTOREV.POT1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "AUTOREV.POT2".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG          PIC  X(032) VALUE SPACE.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
      *    *** バッチ番号 BATCHNO=の指定が無ければ採番(NUMSVC)の
      *    *** 系列(BATCHSER=、既定BATCH)から払い出す
           03  WK-BATCH-NO     PIC  9(004) VALUE ZERO.
           03  WK-BATCH-SET    PIC  X(001) VALUE "N".
           03  WK-BATCH-SER    PIC  X(008) VALUE "BATCH".
           03  WK-BATCH-ISS    PIC  X(001) VALUE "N".

      *    *** オープンした期(振戻し先)と直前の期(見越しの期)
           03  WK-FY           PIC  9(002) VALUE ZERO.
           03  WK-FP           PIC  9(002) VALUE ZERO.
           03  WK-FY-SET       PIC  X(001) VALUE "N".
           03  WK-FP-SET       PIC  X(001) VALUE "N".
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-NEW-YM       PIC  9(006) VALUE ZERO.
           03  WK-NEW-YM-R     REDEFINES WK-NEW-YM.
             05  WK-NEW-YYYY   PIC  9(004).
             05  WK-NEW-MM     PIC  9(002).
           03  WK-SRC-YM       PIC  9(006) VALUE ZERO.
           03  WK-SRC-YM-R     REDEFINES WK-SRC-YM.
             05  WK-SRC-YYYY   PIC  9(004).
             05  WK-SRC-MM     PIC  9(002).
           03  WK-SRC-MEND     PIC  9(008) VALUE ZERO.
           03  WK-SRC-FY       PIC  9(002) VALUE ZERO.
           03  WK-SRC-FP       PIC  9(002) VALUE ZERO.
           03  WK-RV-YMD       PIC  9(008) VALUE ZERO.
           03  WK-RV-LINE-NO   PIC  9(004) VALUE ZERO.

      *    *** F-IN(最大100ファイル)
           03  WK-FIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-TBL      OCCURS 100.
             05  WK-FIN-NAME   PIC  X(032) VALUE SPACE.

      *    *** 件数/合計
           03  WK-PIN1-CNT     PIC  9(007) VALUE ZERO.
           03  WK-ACR-LINE-CNT PIC  9(007) VALUE ZERO.
           03  WK-RVL-CNT      PIC  9(007) VALUE ZERO.
           03  WK-NEW-CNT      PIC  9(005) VALUE ZERO.
           03  WK-PRV-CNT      PIC  9(005) VALUE ZERO.
           03  WK-NG-CNT       PIC  9(005) VALUE ZERO.
           03  WK-ORPHAN-CNT   PIC  9(005) VALUE ZERO.
           03  WK-POT1-CNT     PIC  9(007) VALUE ZERO.
           03  WK-RV-DR        PIC  9(013) VALUE ZERO.
           03  WK-RV-CR        PIC  9(013) VALUE ZERO.
           03  WK-ACR-AMT      PIC  9(013) VALUE ZERO.
           03  WK-ONE-CNT      PIC  9(005) VALUE ZERO.
           03  WK-ACR-N        PIC  9(005) VALUE ZERO.

           03  WK-KEY          PIC  X(016) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** 管理表の見出し/明細
           03  WK-HD-LINE1.
             05  FILLER        PIC  X(036) VALUE
                 "AUTOREV 見越し振戻し管理表".
             05  FILLER        PIC  X(004) VALUE " FY=".
             05  WK-HD-FY      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " FP=".
             05  WK-HD-FP      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(014) VALUE " 見越し月=".
             05  WK-HD-SRC-YM  PIC  9(006) VALUE ZERO.
             05  FILLER        PIC  X(014) VALUE " 振戻し日=".
             05  WK-HD-RV-YMD  PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-HD-CO      PIC  X(004) VALUE SPACE.
           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "BATCH        LINE YMD      DR-ACCT  CR-A".
             05  FILLER        PIC  X(040) VALUE
                 "CCT          AMOUNT REV-YMD  REV-BATCH  ".
             05  FILLER        PIC  X(020) VALUE
                 "  LINE STATUS".

           03  WK-LS-LINE.
             05  WK-LS-BATCH   PIC  X(012) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-LINE-NO PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DR-ACCT PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-CR-ACCT PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RV-YMD  PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RV-BATCH PIC X(012) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-RV-LINE PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STATUS  PIC  X(030) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

      *    *** 読んだ計上仕訳1行
           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

      *    *** 書く振戻し仕訳1行
           COPY    CPJRNL      REPLACING ==:##:== BY ==WRV==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** 直前の期の見越し(最大3000、キー=バッチ+明細番号)
      *    *** AC-STAT N=今回振戻し P=振戻し済み E=不整合
       01  ACR-TBL-AREA.
           03  WK-ACR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACR-TBL      OCCURS 3000.
             05  WK-AC-KEY     PIC  X(016) VALUE SPACE.
             05  WK-AC-YMD     PIC  9(008) VALUE ZERO.
             05  WK-AC-CUST    PIC  X(008) VALUE SPACE.
             05  WK-AC-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-AC-MEMO    PIC  X(020) VALUE SPACE.
             05  WK-AC-DR-ACCT PIC  X(008) VALUE SPACE.
             05  WK-AC-DR-AMT  PIC  9(010) VALUE ZERO.
             05  WK-AC-DR-CNT  PIC  9(003) VALUE ZERO.
             05  WK-AC-CR-ACCT PIC  X(008) VALUE SPACE.
             05  WK-AC-CR-AMT  PIC  9(010) VALUE ZERO.
             05  WK-AC-CR-CNT  PIC  9(003) VALUE ZERO.
             05  WK-AC-RVL-CNT PIC  9(005) VALUE ZERO.
             05  WK-AC-STAT    PIC  X(001) VALUE SPACE.
             05  WK-AC-RV-YMD  PIC  9(008) VALUE ZERO.
             05  WK-AC-RV-BATCH PIC X(012) VALUE SPACE.
             05  WK-AC-RV-LINE PIC  X(004) VALUE SPACE.

      *    *** 振戻し登録簿(最大5000)、RG-NEW Y=今回追加
       01  REG-TBL-AREA.
           03  WK-REG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REG-OLD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-REG-TBL      OCCURS 5000.
             05  WK-RG-KEY     PIC  X(016) VALUE SPACE.
             05  WK-RG-FY      PIC  9(002) VALUE ZERO.
             05  WK-RG-FP      PIC  9(002) VALUE ZERO.
             05  WK-RG-RV-YMD  PIC  9(008) VALUE ZERO.
             05  WK-RG-RV-BATCH PIC X(012) VALUE SPACE.
             05  WK-RG-RV-LINE PIC  9(004) VALUE ZERO.
             05  WK-RG-AMT     PIC  9(010) VALUE ZERO.
             05  WK-RG-FOUND   PIC  X(001) VALUE SPACE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX

      *    *** 期と振戻し日付の決定、期間チェック
           PERFORM S040-10     THRU    S040-EX

      *    *** 振戻し登録簿の読込み
           PERFORM S050-10     THRU    S050-EX

      *    *** 計上仕訳から見越し/過去の振戻しを拾う
           PERFORM S100-10     THRU    S100-EX

      *    *** 振戻し仕訳の書出し
           PERFORM S300-10     THRU    S300-EX

      *    *** 管理表(1対1の検証)
           PERFORM S500-10     THRU    S500-EX

      *    *** 登録簿への追加
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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
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

      *    *** 引数2/3(PERCTLがオープンした期)はPRM1より優先
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      WK-ARG (1:2) IS NUMERIC
                           MOVE    WK-ARG (1:2) TO     WK-FY
                           MOVE    "Y"         TO      WK-FY-SET
                   END-IF
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      WK-ARG (1:2) IS NUMERIC
                           MOVE    WK-ARG (1:2) TO     WK-FP
                           MOVE    "Y"         TO      WK-FP-SET
                   END-IF
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  4
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      WK-ARG      NOT =   SPACE
                           MOVE    WK-ARG (1:4) TO     WK-CO
                   END-IF
           END-IF

           IF      WK-FY-SET   NOT =   "Y"     OR
                   WK-FP-SET   NOT =   "Y"     OR
                   WK-FP       <       1       OR
                   WK-FP       >       12
                   DISPLAY WK-PGM-NAME " FY/FP ﾌｿｸ/ERROR"
                           " FY=" WK-FY " FP=" WK-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 見越しの期(直前の期)
           IF      WK-FP       =       1
                   COMPUTE WK-SRC-FY   = WK-FY - 1
                   MOVE    12          TO      WK-SRC-FP
           ELSE
                   MOVE    WK-FY       TO      WK-SRC-FY
                   COMPUTE WK-SRC-FP   = WK-FP - 1
           END-IF

      *    *** 振戻し仕訳は振戻し先の期のファイル
           MOVE    "P"         TO      WJN-ID
           MOVE    WK-POT1-F-BASE TO   WJN-BASE
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WK-FY       TO      WJN-FY
           MOVE    WK-FP       TO      WJN-FP
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           IF      WJN-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " JRNLNM ERROR F-OT="
                           WK-POT1-F-BASE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WJN-F-NAME  TO      WK-POT1-F-NAME

           IF      WK-FIN-CNT  =       ZERO
                   PERFORM S030-10     THRU    S030-EX
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** F-INの指定が無い時の既定: 見越しの期の仕訳一式と
      *    *** 振戻し先の期の振戻し仕訳(無いファイルは飛ばす)
       S030-10.

           MOVE    "L"         TO      WJN-ID
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WK-SRC-FY   TO      WJN-FY
           MOVE    WK-SRC-FP   TO      WJN-FP
           MOVE    1           TO      WJN-SEQ
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           PERFORM UNTIL WJN-RESULT NOT = "Y"
               PERFORM S035-10     THRU    S035-EX
               ADD     1           TO      WJN-SEQ
               CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           END-PERFORM

           MOVE    WK-POT1-F-NAME TO   WJN-F-NAME
           PERFORM S035-10     THRU    S035-EX

           IF      WK-FIN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上仕訳が無い FY="
                           WK-SRC-FY " FP=" WK-SRC-FP
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 既定のF-INに1ファイル追加(存在するものだけ)
       S035-10.

           MOVE    WJN-F-NAME  TO      WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   GO  TO  S035-EX
           END-IF
           CLOSE   PIN1-F
           ADD     1           TO      WK-FIN-CNT
           MOVE    WJN-F-NAME  TO      WK-FIN-NAME (WK-FIN-CNT)
           .
       S035-EX.
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
               WHEN "F-IN"
                   IF      WK-FIN-CNT  >=      100
                       DISPLAY WK-PGM-NAME
                               " F-INは100ファイルまで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FIN-CNT
                   MOVE    WK-PRM02    TO      WK-FIN-NAME (WK-FIN-CNT)
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-BASE
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-REG"
                   MOVE    WK-PRM02    TO      WK-REG1-F-NAME
               WHEN "FY"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                       MOVE    WK-PRM02 (1:2) TO   WK-FY
                       MOVE    "Y"         TO      WK-FY-SET
                   END-IF
               WHEN "FP"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                       MOVE    WK-PRM02 (1:2) TO   WK-FP
                       MOVE    "Y"         TO      WK-FP-SET
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
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR " PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 期の月(4月始まり)、見越しの月、振戻し日付(見越しの
      *    *** 月末から1営業日後)を求め、振戻し先の期を検査する
       S040-10.

           IF      WK-FP       <=      9
                   COMPUTE WK-NEW-YYYY = 2000 + WK-FY
                   COMPUTE WK-NEW-MM   = WK-FP + 3
           ELSE
                   COMPUTE WK-NEW-YYYY = 2001 + WK-FY
                   COMPUTE WK-NEW-MM   = WK-FP - 9
           END-IF
           IF      WK-NEW-MM   =       1
                   COMPUTE WK-SRC-YYYY = WK-NEW-YYYY - 1
                   MOVE    12          TO      WK-SRC-MM
           ELSE
                   MOVE    WK-NEW-YYYY TO      WK-SRC-YYYY
                   COMPUTE WK-SRC-MM   = WK-NEW-MM - 1
           END-IF

      *    *** 見越しの月末(DATEWEEK "A" が当年の月別日数を返す)
           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-SRC-YM   TO      WDW-DATE2-YMD-9 (1:6)
           MOVE    "01"        TO      WDW-DATE2-YMD-9 (7:2)
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WK-SRC-YM   TO      WK-SRC-MEND (1:6)
           MOVE    WDW-DATE2-DD2 (WK-SRC-MM) TO WK-SRC-MEND (7:2)

      *    *** 振戻し日付 = 見越しの月末 + 1営業日
           MOVE    "B"         TO      WDW-DATE2-ID
           MOVE    WK-SRC-MEND TO      WDW-DATE2-YMD-9
           MOVE    1           TO      WDW-BDAY-NUM
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-RV-YMD

      *    *** 振戻し先の期が締め済み/未登録なら振戻さない
           MOVE    WK-CO       TO      WPC-CO
           MOVE    WK-RV-YMD   TO      WPC-YMD
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-FY      NOT =   WK-FY   OR
                   WPC-FP      NOT =   WK-FP
                   DISPLAY WK-PGM-NAME " 振戻し日が期の外 YMD="
                           WK-RV-YMD " FY=" WPC-FY " FP=" WPC-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WPC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " PERIOD CLOSED YMD="
                           WK-RV-YMD " FY=" WPC-FY " FP=" WPC-FP
                           " STATE=" WPC-STATE
                   DISPLAY WK-PGM-NAME " 振戻し中止"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 仕訳のバッチ番号
           PERFORM S060-10     THRU    S060-EX

      *    *** 振戻し仕訳はF-INを読み終えてから開く(S300)
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF

           MOVE    WK-FY       TO      WK-HD-FY
           MOVE    WK-FP       TO      WK-HD-FP
           MOVE    WK-SRC-YM   TO      WK-HD-SRC-YM
           MOVE    WK-RV-YMD   TO      WK-HD-RV-YMD
           MOVE    WK-CO       TO      WK-HD-CO
           MOVE    WK-HD-LINE1 TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-HD-LINE2 TO      POT2-REC
           WRITE   POT2-REC
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

      *    *** 振戻し登録簿の読込み(無ければ空)
       S050-10.

           OPEN    INPUT       REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   GO  TO  S050-EX
           END-IF

           PERFORM UNTIL WK-REG1-EOF = HIGH-VALUE
               READ    REG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-REG1-EOF
                   NOT AT  END
                       IF      REG1-REC (1:1) NOT = "*"    AND
                               REG1-REC    NOT =   SPACE   AND
                             ( REG1-CO     =       SPACE   OR
                               REG1-CO     =       WK-CO )
                           IF      WK-REG-CNT  >=      5000
                               DISPLAY WK-PGM-NAME
                                       " 登録簿は5000件まで"
                               MOVE    16          TO  RETURN-CODE
                               STOP    RUN
                           END-IF
                           ADD     1           TO      WK-REG-CNT
                           MOVE    WK-REG-CNT  TO      K
                           MOVE    REG1-KEY    TO      WK-RG-KEY (K)
                           MOVE    REG1-FY     TO      WK-RG-FY (K)
                           MOVE    REG1-FP     TO      WK-RG-FP (K)
                           MOVE    REG1-RV-YMD TO      WK-RG-RV-YMD (K)
                           MOVE    REG1-RV-BATCH TO
                                   WK-RG-RV-BATCH (K)
                           MOVE    REG1-RV-LINE TO
                                   WK-RG-RV-LINE (K)
                           MOVE    REG1-AMT    TO      WK-RG-AMT (K)
                           MOVE    "N"         TO      WK-RG-FOUND (K)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   REG1-F
           MOVE    WK-REG-CNT  TO      WK-REG-OLD-CNT
           .
       S050-EX.
           EXIT.

      *    *** 計上仕訳の全ファイルを読む
       S100-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-FIN-CNT
               MOVE    WK-FIN-NAME (I) TO  WK-PIN1-F-NAME
               OPEN    INPUT       PIN1-F
               IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
               END-IF
               MOVE    LOW-VALUE   TO      WK-PIN1-EOF
               PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
                   READ    PIN1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-PIN1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-PIN1-CNT
                           MOVE    PIN1-REC    TO      WJR-JRNL-REC
                           IF      WJR-CO      NOT =   SPACE   AND
                                   WJR-CO      NOT =   WK-CO
                                   MOVE    SPACE       TO  WJR-REV
                           END-IF
                           EVALUATE WJR-REV
                               WHEN "A"
                                   PERFORM S110-10     THRU    S110-EX
                               WHEN "R"
                                   ADD     1           TO  WK-RVL-CNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE   PIN1-F
           END-PERFORM

      *    *** 過去の振戻し仕訳(R)を見越し毎に数える(見越しの表が
      *    *** 揃ってから。F-INの並びに依らない)
           IF      WK-RVL-CNT  >       ZERO
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-FIN-CNT
                   MOVE    WK-FIN-NAME (I) TO  WK-PIN1-F-NAME
                   OPEN    INPUT       PIN1-F
                   MOVE    LOW-VALUE   TO      WK-PIN1-EOF
                   PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
                       READ    PIN1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-PIN1-EOF
                           NOT AT  END
                               MOVE    PIN1-REC    TO  WJR-JRNL-REC
                               IF      WJR-REV     =   "R" AND
                                     ( WJR-CO      =   SPACE OR
                                       WJR-CO      =   WK-CO )
                                   PERFORM S120-10     THRU    S120-EX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE   PIN1-F
               END-PERFORM
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 見越し仕訳1行(直前の期の月のものだけ)
       S110-10.

           IF      WJR-YMD (1:6) NOT = WK-SRC-YM
                   GO  TO  S110-EX
           END-IF
           ADD     1           TO      WK-ACR-LINE-CNT

           MOVE    WJR-BATCH   TO      WK-KEY (1:12)
           MOVE    WJR-LINE    TO      WK-KEY (13:4)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-ACR-CNT
                      OR WK-AC-KEY (K) = WK-KEY
               CONTINUE
           END-PERFORM
           IF      K           >       WK-ACR-CNT
               IF      WK-ACR-CNT  >=      3000
                   DISPLAY WK-PGM-NAME " 見越しは3000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-ACR-CNT
               MOVE    WK-ACR-CNT  TO      K
               MOVE    WK-KEY      TO      WK-AC-KEY (K)
               MOVE    WJR-YMD     TO      WK-AC-YMD (K)
               MOVE    WJR-CUST    TO      WK-AC-CUST (K)
               MOVE    WJR-TYPE    TO      WK-AC-TYPE (K)
               MOVE    WJR-MEMO    TO      WK-AC-MEMO (K)
           END-IF

           IF      WJR-DC      =       "D"
                   MOVE    WJR-ACCT    TO      WK-AC-DR-ACCT (K)
                   ADD     WJR-AMT     TO      WK-AC-DR-AMT (K)
                   ADD     1           TO      WK-AC-DR-CNT (K)
           ELSE
                   MOVE    WJR-ACCT    TO      WK-AC-CR-ACCT (K)
                   ADD     WJR-AMT     TO      WK-AC-CR-AMT (K)
                   ADD     1           TO      WK-AC-CR-CNT (K)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 過去の振戻し仕訳1行を振戻し元の見越しに数える
       S120-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-ACR-CNT
                      OR WK-AC-KEY (K) = WJR-REV-REF
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-ACR-CNT
                   ADD     1           TO      WK-AC-RVL-CNT (K)
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 見越し毎に、登録簿に無ければ振戻し仕訳2行を書く
       S300-10.

      *    *** 期の振戻し仕訳に追加する(前の実行の仕訳は消さない。
      *    *** 登録簿にある見越しは二度振戻さない)
           OPEN    EXTEND      POT1-F
           IF      WK-POT1-STATUS =    35
                   OPEN    OUTPUT      POT1-F
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-RV-LINE-NO
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACR-CNT
               PERFORM S310-10     THRU    S310-EX
           END-PERFORM
           .
       S300-EX.
           EXIT.

       S310-10.

      *    *** 登録簿にあれば振戻し済み
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-REG-CNT
                      OR WK-RG-KEY (K) = WK-AC-KEY (I)
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-REG-CNT
                   MOVE    "Y"         TO      WK-RG-FOUND (K)
                   MOVE    "P"         TO      WK-AC-STAT (I)
                   MOVE    WK-RG-RV-YMD (K) TO WK-AC-RV-YMD (I)
                   MOVE    WK-RG-RV-BATCH (K) TO
                           WK-AC-RV-BATCH (I)
                   MOVE    WK-RG-RV-LINE (K) TO
                           WK-AC-RV-LINE (I)
                   ADD     1           TO      WK-PRV-CNT
                   GO  TO  S310-EX
           END-IF

      *    *** 見越し仕訳が借方1行+貸方1行の同額でなければ振戻さない
           IF      WK-AC-DR-CNT (I) NOT = 1    OR
                   WK-AC-CR-CNT (I) NOT = 1    OR
                   WK-AC-DR-AMT (I) NOT = WK-AC-CR-AMT (I)
                   MOVE    "E"         TO      WK-AC-STAT (I)
                   GO  TO  S310-EX
           END-IF

           ADD     1           TO      WK-RV-LINE-NO
           MOVE    "N"         TO      WK-AC-STAT (I)
           MOVE    WK-RV-YMD   TO      WK-AC-RV-YMD (I)
           MOVE    WK-RV-YMD   TO      WK-AC-RV-BATCH (I) (1:8)
           MOVE    WK-BATCH-NO TO      WK-AC-RV-BATCH (I) (9:4)
           MOVE    WK-RV-LINE-NO TO    WK-AC-RV-LINE (I)

      *    *** 貸借を入れ替える(元の貸方勘定を借方に)
           MOVE    SPACE       TO      WRV-JRNL-REC
           MOVE    WK-RV-YMD   TO      WRV-YMD
           MOVE    WK-TODAY-YMD TO     WRV-POST-YMD
           MOVE    WK-RV-YMD   TO      WRV-BATCH-YMD
           MOVE    WK-BATCH-NO TO      WRV-BATCH-NO
           MOVE    WK-RV-LINE-NO TO    WRV-LINE
           MOVE    WK-AC-DR-AMT (I) TO WRV-AMT
           MOVE    WK-AC-CUST (I) TO   WRV-CUST
           MOVE    WK-AC-TYPE (I) TO   WRV-TYPE
           MOVE    WK-PGM-NAME TO      WRV-SRC
           MOVE    WK-CO       TO      WRV-CO
           MOVE    WK-AC-MEMO (I) TO   WRV-MEMO
           MOVE    "R"         TO      WRV-REV
           MOVE    WK-AC-KEY (I) TO    WRV-REV-REF

           MOVE    "D"         TO      WRV-DC
           MOVE    WK-AC-CR-ACCT (I) TO WRV-ACCT
           MOVE    SPACE       TO      WRV-SIGN
           MOVE    WRV-JRNL-REC TO     POT1-REC
           WRITE   POT1-REC
           MOVE    "C"         TO      WRV-DC
           MOVE    WK-AC-DR-ACCT (I) TO WRV-ACCT
           MOVE    "-"         TO      WRV-SIGN
           MOVE    WRV-JRNL-REC TO     POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           ADD     2           TO      WK-POT1-CNT
           ADD     WRV-AMT     TO      WK-RV-DR WK-RV-CR
           ADD     1           TO      WK-NEW-CNT

      *    *** 登録簿(今回分)に積む
           IF      WK-REG-CNT  >=      5000
                   DISPLAY WK-PGM-NAME " 登録簿は5000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-REG-CNT
           MOVE    WK-REG-CNT  TO      K
           MOVE    WK-AC-KEY (I) TO    WK-RG-KEY (K)
           MOVE    WK-FY       TO      WK-RG-FY (K)
           MOVE    WK-FP       TO      WK-RG-FP (K)
           MOVE    WK-RV-YMD   TO      WK-RG-RV-YMD (K)
           MOVE    WK-AC-RV-BATCH (I) TO WK-RG-RV-BATCH (K)
           MOVE    WK-RV-LINE-NO TO    WK-RG-RV-LINE (K)
           MOVE    WK-AC-DR-AMT (I) TO WK-RG-AMT (K)
           MOVE    "Y"         TO      WK-RG-FOUND (K)
           .
       S310-EX.
           EXIT.

      *    *** 管理表: 見越し毎の振戻し、1対1の検証
       S500-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACR-CNT
               MOVE    SPACE       TO      WK-LS-LINE
               MOVE    WK-AC-KEY (I) (1:12) TO WK-LS-BATCH
               MOVE    WK-AC-KEY (I) (13:4) TO WK-LS-LINE-NO
               MOVE    WK-AC-YMD (I) TO    WK-LS-YMD
               MOVE    WK-AC-DR-ACCT (I) TO WK-LS-DR-ACCT
               MOVE    WK-AC-CR-ACCT (I) TO WK-LS-CR-ACCT
               MOVE    WK-AC-DR-AMT (I) TO WK-LS-AMT
               MOVE    WK-AC-RV-YMD (I) TO WK-LS-RV-YMD
               MOVE    WK-AC-RV-BATCH (I) TO WK-LS-RV-BATCH
               MOVE    WK-AC-RV-LINE (I) TO WK-LS-RV-LINE
               ADD     WK-AC-DR-AMT (I) TO WK-ACR-AMT
      *    *** F-INの振戻し仕訳は1つの振戻しで2行(借方+貸方)
               EVALUATE TRUE
                   WHEN WK-AC-STAT (I) = "E"
                       MOVE    "NG 見越し仕訳の貸借不整合"
                                       TO      WK-LS-STATUS
                       ADD     1           TO      WK-NG-CNT
                   WHEN WK-AC-RVL-CNT (I) > 2
                       MOVE    "NG 振戻しが二重"
                                       TO      WK-LS-STATUS
                       ADD     1           TO      WK-NG-CNT
                   WHEN WK-AC-STAT (I) = "N"
                        AND WK-AC-RVL-CNT (I) > ZERO
                       MOVE    "NG 振戻しが二重"
                                       TO      WK-LS-STATUS
                       ADD     1           TO      WK-NG-CNT
                   WHEN WK-AC-STAT (I) = "N"
                       MOVE    "OK 今回振戻し" TO  WK-LS-STATUS
                       ADD     1           TO      WK-ONE-CNT
                   WHEN OTHER
                       MOVE    "OK 振戻し済み" TO  WK-LS-STATUS
                       ADD     1           TO      WK-ONE-CNT
               END-EVALUATE
               MOVE    WK-LS-LINE  TO      POT2-REC
               WRITE   POT2-REC
           END-PERFORM

      *    *** 登録簿にあるが元の見越しがF-INに無いもの(この期分)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-REG-OLD-CNT
               IF      WK-RG-FY (K) =      WK-FY       AND
                       WK-RG-FP (K) =      WK-FP       AND
                       WK-RG-FOUND (K) NOT = "Y"
                   MOVE    SPACE       TO      WK-LS-LINE
                   MOVE    WK-RG-KEY (K) (1:12) TO WK-LS-BATCH
                   MOVE    WK-RG-KEY (K) (13:4) TO WK-LS-LINE-NO
                   MOVE    WK-RG-AMT (K) TO    WK-LS-AMT
                   MOVE    WK-RG-RV-YMD (K) TO WK-LS-RV-YMD
                   MOVE    WK-RG-RV-BATCH (K) TO WK-LS-RV-BATCH
                   MOVE    WK-RG-RV-LINE (K) TO WK-LS-RV-LINE
                   MOVE    "?? 元の見越しがF-INに無い"
                                       TO      WK-LS-STATUS
                   MOVE    WK-LS-LINE  TO      POT2-REC
                   WRITE   POT2-REC
                   ADD     1           TO      WK-ORPHAN-CNT
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    WK-ACR-CNT  TO      WK-ACR-N
           MOVE    SPACE       TO      POT2-REC
           STRING  "見越し="           DELIMITED BY SIZE
                   WK-ACR-N            DELIMITED BY SIZE
                   " 今回振戻し="      DELIMITED BY SIZE
                   WK-NEW-CNT          DELIMITED BY SIZE
                   " 振戻し済み="      DELIMITED BY SIZE
                   WK-PRV-CNT          DELIMITED BY SIZE
                   " NG="              DELIMITED BY SIZE
                   WK-NG-CNT           DELIMITED BY SIZE
                   " 元無し="          DELIMITED BY SIZE
                   WK-ORPHAN-CNT       DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC

           MOVE    SPACE       TO      POT2-REC
           STRING  "見越し金額="       DELIMITED BY SIZE
                   WK-ACR-AMT          DELIMITED BY SIZE
                   " 振戻し借方="      DELIMITED BY SIZE
                   WK-RV-DR            DELIMITED BY SIZE
                   " 貸方="            DELIMITED BY SIZE
                   WK-RV-CR            DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC

           MOVE    SPACE       TO      POT2-REC
           IF      WK-NG-CNT   =       ZERO            AND
                   WK-ONE-CNT  =       WK-ACR-N        AND
                   WK-RV-DR    =       WK-RV-CR
                   MOVE    "全ての見越しに振戻しが1つ OK"
                                       TO      POT2-REC
           ELSE
                   MOVE    "見越しと振戻しが1対1でない NG"
                                       TO      POT2-REC
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           WRITE   POT2-REC

           IF      WK-ORPHAN-CNT >     ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 今回振戻した分を登録簿へ追加
       S600-10.

           IF      WK-REG-CNT  =       WK-REG-OLD-CNT
                   GO  TO  S600-EX
           END-IF

           OPEN    EXTEND      REG1-F
           IF      WK-REG1-STATUS =    35
                   OPEN    OUTPUT      REG1-F
           END-IF
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F OPEN ERROR STATUS="
                           WK-REG1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF

           COMPUTE K = WK-REG-OLD-CNT + 1
           PERFORM VARYING K FROM K BY 1
                   UNTIL K > WK-REG-CNT
               MOVE    SPACE       TO      REG1-REC
               MOVE    WK-RG-KEY (K) TO    REG1-KEY
               MOVE    WK-RG-FY (K) TO     REG1-FY
               MOVE    WK-RG-FP (K) TO     REG1-FP
               MOVE    WK-RG-RV-YMD (K) TO REG1-RV-YMD
               MOVE    WK-RG-RV-BATCH (K) TO REG1-RV-BATCH
               MOVE    WK-RG-RV-LINE (K) TO REG1-RV-LINE
               MOVE    WK-RG-AMT (K) TO    REG1-AMT
               MOVE    WK-TODAY-YMD TO     REG1-RUN-YMD
               MOVE    WK-CO       TO      REG1-CO
               WRITE   REG1-REC
           END-PERFORM
           CLOSE   REG1-F
           .
       S600-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
                   POT2-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " FY=" WK-FY " FP=" WK-FP
                   " 振戻し日=" WK-RV-YMD
           DISPLAY WK-PGM-NAME " 仕訳 = " WK-PIN1-CNT
                   " 見越し = " WK-ACR-N
                   " 今回振戻し = " WK-NEW-CNT
                   " 振戻し済み = " WK-PRV-CNT
                   " NG = " WK-NG-CNT
           DISPLAY WK-PGM-NAME " 振戻し仕訳 = " WK-POT1-CNT
                   " (" WK-POT1-F-NAME ")"

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
