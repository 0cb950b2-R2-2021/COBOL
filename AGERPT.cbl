      *    *** 61-90/90日超 のバケット別残高と総合計、90日超の
      *    *** 例外ページを印字する。経過日数はDATEWEEKの通算日数
      *    *** ("A")で基準日(既定は実行日、BASE=で指定可)と比較する
      *    *** INVDT=で請求日項目を指定すると、期日は支払条件
      *    *** (TERM=の項目、F-CTERM=の得意先マスター、TERMDEF=の
      *    *** 順に決める)からTERMCALCで求める。SEIKYU、PAYRUNと
      *    *** 同じ計算なので得意先の期日はどこでも一致する。
      *    *** 支払条件で求められない明細はDUE=の期日項目を使う

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             AGERPT.
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 得意先の支払条件(SEIKYUの請求先マスターと同じ桁)
           SELECT CTM1-F           ASSIGN   WK-CTM1-F-NAME
                               STATUS   WK-CTM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** エイジングレポート印字
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
       01  PIN1-REC.
           03  FILLER          PIC  X(32760).

       FD  CTM1-F
           LABEL RECORDS ARE STANDARD.
       01  CTM1-REC.
           03  CTM1-KEY        PIC  X(008).
           03  FILLER          PIC  X(004).
           03  CTM1-TERM       PIC  X(004).
           03  FILLER          PIC  X(184).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "AGERPT.POT1".
           03  WK-CTM1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-TERM-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTM1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CTM1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TERM-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TERM-NG      BINARY-LONG SYNC VALUE ZERO.

           03  WK-PRM1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-PIN1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-POT1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-SKIP-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-TERM-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-TERM-NG-E    PIC --,---,---,--9 VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.

           03  WK-DUE-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.

      *    *** INVDT=NN 請求日項目、TERM=NN 支払条件項目のDT番号、
      *    *** TERMDEF= 既定の支払条件
           03  WK-INV-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRM-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TERM-DEF     PIC  X(004) VALUE SPACE.
           03  WK-TERM         PIC  X(004) VALUE SPACE.
           03  WK-INV-YMD-X    PIC  X(008) VALUE SPACE.
           03  WK-INV-YMD     REDEFINES WK-INV-YMD-X
                               PIC  9(008).

      *    *** 基準日(BASE=YYYYMMDD、未指定は実行日)と通算日数
           03  WK-BASE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-BASE-NISUU   PIC  9(007) VALUE ZERO.

           COPY    CPMSGCAT    REPLACING ==:##:== BY ==WMC==.

           COPY    CPTERMCALC  REPLACING ==:##:== BY ==WTC==.

      *    *** DT=NN 項目定義(FILEITEMのTBL01と同じ要素の必要分)
       01  TBL-AREA.
           03  WK-TBL01-MAX    BINARY-LONG SYNC VALUE ZERO.
           03  WK-AGE-GTOTAL   OCCURS 5
                               PIC S9(011) VALUE ZERO.

      *    *** 得意先別支払条件(F-CTERM=)
       01  CTM-TBL-AREA.
           03  WK-CTM-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CTM-TBL      OCCURS 2000.
               05  WK-CTM-KEY    PIC  X(008).
               05  WK-CTM-TERM   PIC  X(004).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
                                   PERFORM S029-10  THRU    S029-EX
                               WHEN "BASE"
                                   PERFORM S030-10  THRU    S030-EX
                               WHEN "INVDT"
                                   PERFORM S032-10  THRU    S032-EX
                               WHEN "TERM"
                                   PERFORM S034-10  THRU    S034-EX
                               WHEN "TERMDEF"
                                   MOVE    WK-PRM02 TO    WK-TERM-DEF
                               WHEN "F-CTERM"
                                   MOVE    WK-PRM02 TO    WK-CTM1-F-NAME
                               WHEN "F-TERM"
                                   MOVE    WK-PRM02 TO    WK-TERM-F-NAME
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   STOP    RUN
           END-IF

      *    *** INVDT=指定時はDUE=を省略できる(支払条件で求める)
           IF      WK-INV-IX   NOT =   ZERO
               IF      WK-INV-IX   >       WK-TBL01-MAX
                       DISPLAY WK-PGM-NAME
                               " PRM1-F INVDT=NN 指定誤り"
                       STOP    RUN
               END-IF
               IF      TBL01-DT-L (WK-INV-IX) NOT = 8
                       DISPLAY WK-PGM-NAME
                               " INVDT=NNはLEN=8(YYYYMMDD)の項目"
                       STOP    RUN
               END-IF
               IF      WK-TRM-IX   >       WK-TBL01-MAX    OR
                      (WK-TRM-IX   NOT =   ZERO    AND
                       TBL01-DT-L (WK-TRM-IX) >    4)
                       DISPLAY WK-PGM-NAME
                               " TERM=NNはLEN=4以下の項目"
                       STOP    RUN
               END-IF
               IF      WK-TRM-IX   =       ZERO    AND
                       WK-CTM1-F-NAME =    SPACE   AND
                       WK-TERM-DEF =       SPACE
                       DISPLAY WK-PGM-NAME
                               " PRM1-F INVDT=NN 指定時は"
                       DISPLAY WK-PGM-NAME
                               " TERM=,F-CTERM=,TERMDEF=が必要"
                       STOP    RUN
               END-IF
               MOVE    WK-TERM-F-NAME TO   WTC-F-NAME
               IF      WK-CTM1-F-NAME NOT = SPACE
                       PERFORM S040-10     THRU    S040-EX
               END-IF
           ELSE
               IF      WK-DUE-IX   =       ZERO    OR
                       WK-DUE-IX   >       WK-TBL01-MAX
                       DISPLAY WK-PGM-NAME
                               " PRM1-F DUE=NN 指定がない"
                       STOP    RUN
               END-IF
           END-IF
           IF      WK-DUE-IX   NOT =   ZERO    AND
                   WK-DUE-IX   <=      WK-TBL01-MAX
               IF      TBL01-DT-L (WK-DUE-IX) NOT = 8
                       DISPLAY WK-PGM-NAME
                               " DUE=NNはLEN=8(YYYYMMDD)の項目"
                       STOP    RUN
               END-IF
           END-IF

      *    *** AMT=未指定時は最初のSUM=Y数値項目を金額とみなす
       S030-EX.
           EXIT.

      *    *** INVDT=NN 請求日(YYYYMMDD)のDT項目番号
       S032-10.

           IF      WK-PRM02(1:P02-L) IS NUMERIC   AND
                   FUNCTION NUMVAL(WK-PRM02) >= 1 AND
                   FUNCTION NUMVAL(WK-PRM02) <= 20
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-INV-IX
           ELSE
                   DISPLAY WK-PGM-NAME " PRM1-F INVDT=NN PARA ERROR "
                           PRM1-REC
                   STOP    RUN
           END-IF
           .
       S032-EX.
           EXIT.

      *    *** TERM=NN 支払条件コードのDT項目番号
       S034-10.

           IF      WK-PRM02(1:P02-L) IS NUMERIC   AND
                   FUNCTION NUMVAL(WK-PRM02) >= 1 AND
                   FUNCTION NUMVAL(WK-PRM02) <= 20
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-TRM-IX
           ELSE
                   DISPLAY WK-PGM-NAME " PRM1-F TERM=NN PARA ERROR "
                           PRM1-REC
                   STOP    RUN
           END-IF
           .
       S034-EX.
           EXIT.

      *    *** F-CTERM= 得意先別支払条件の読込(1-8 得意先 13-16 条件)
       S040-10.

           OPEN    INPUT       CTM1-F
           IF      WK-CTM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTM1-F OPEN ERROR STATUS="
                           WK-CTM1-STATUS " (" WK-CTM1-F-NAME ")"
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-CTM1-EOF = HIGH-VALUE
               READ    CTM1-F
                   AT END
                       MOVE    HIGH-VALUE TO WK-CTM1-EOF
                   NOT AT END
                       IF      CTM1-KEY    NOT =   SPACE   AND
                               CTM1-REC (1:1) NOT = "*"    AND
                               CTM1-TERM   NOT =   SPACE   AND
                               WK-CTM-CNT  <       2000
                               ADD     1           TO      WK-CTM-CNT
                               MOVE    CTM1-KEY    TO
                                       WK-CTM-KEY (WK-CTM-CNT)
                               MOVE    CTM1-TERM   TO
                                       WK-CTM-TERM (WK-CTM-CNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE   CTM1-F
           .
       S040-EX.
           EXIT.

      *    *** PIN1 READ
       S100-10.

           MOVE    PIN1-REC (P:L) TO   WK-KEY1

      *    *** 期日(YYYYMMDD)、数字でない明細は件数だけ数えて捨てる
           MOVE    SPACE       TO      WK-DUE-YMD-X
           IF      WK-INV-IX   NOT =   ZERO
                   PERFORM S210-10     THRU    S210-EX
           END-IF
           IF      WK-DUE-YMD-X =      SPACE   AND
                   WK-DUE-IX   NOT =   ZERO
                   MOVE    TBL01-DT-P (WK-DUE-IX) TO P
                   MOVE    PIN1-REC (P:8) TO   WK-DUE-YMD-X
           END-IF
           IF      WK-DUE-YMD-X IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S200-90
       S200-EX.
           EXIT.

      *    *** 支払条件から期日を求める(明細のTERM=項目、得意先の
      *    *** 支払条件、TERMDEF=の順)。求められない時は空白で返す
       S210-10.

           MOVE    TBL01-DT-P (WK-INV-IX) TO P
           MOVE    PIN1-REC (P:8) TO   WK-INV-YMD-X
           IF      WK-INV-YMD-X IS NOT NUMERIC
                   ADD     1           TO      WK-TERM-NG
                   GO  TO  S210-EX
           END-IF

           MOVE    SPACE       TO      WK-TERM
           IF      WK-TRM-IX   NOT =   ZERO
                   MOVE    TBL01-DT-P (WK-TRM-IX) TO P
                   MOVE    TBL01-DT-L (WK-TRM-IX) TO L
                   MOVE    PIN1-REC (P:L) TO   WK-TERM
           END-IF

           IF      WK-TERM     =       SPACE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-CTM-CNT
                       IF      WK-CTM-KEY (I) =    WK-KEY1 (1:8)
                               MOVE    WK-CTM-TERM (I) TO WK-TERM
                               COMPUTE I = WK-CTM-CNT + 1
                       END-IF
                   END-PERFORM
           END-IF

           IF      WK-TERM     =       SPACE
                   MOVE    WK-TERM-DEF TO      WK-TERM
           END-IF
           IF      WK-TERM     =       SPACE
                   ADD     1           TO      WK-TERM-NG
                   GO  TO  S210-EX
           END-IF

           MOVE    WK-TERM     TO      WTC-TERM
           MOVE    WK-INV-YMD  TO      WTC-INV-YMD
           CALL    "TERMCALC"  USING   WTC-TERMCALC-AREA
           IF      WTC-RESULT  =       "Y"
                   MOVE    WTC-DUE-YMD TO      WK-DUE-YMD
                   ADD     1           TO      WK-TERM-CNT
           ELSE
                   ADD     1           TO      WK-TERM-NG
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** レポート印字
       S500-10.

                   " (" WK-PIN1-F-NAME ")"
           MOVE    WK-SKIP-CNT TO      WK-SKIP-CNT-E
           DISPLAY WK-PGM-NAME " ﾖﾐｽﾃ = " WK-SKIP-CNT-E
           IF      WK-INV-IX   NOT =   ZERO
                   MOVE    WK-TERM-CNT TO      WK-TERM-CNT-E
                   MOVE    WK-TERM-NG  TO      WK-TERM-NG-E
                   DISPLAY WK-PGM-NAME " ｼﾞｮｳｹﾝ = "
                           WK-TERM-CNT-E
                           " ﾌﾒｲ = " WK-TERM-NG-E
           END-IF
           MOVE    WK-POT1-CNT TO      WK-POT1-CNT-E
           DISPLAY WK-PGM-NAME " POT1 ｹﾝｽｳ = " WK-POT1-CNT-E
                   " (" WK-POT1-F-NAME ")"
