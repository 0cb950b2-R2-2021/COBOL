      *    *** 金額単位サンプリングの評価(MUSSAMPの選定結果の評価)
      *    *** MUSSAMPのワークシート(F-WS)と、監査人が選定項目毎に
      *    *** 監査後金額を付けた監査結果(F-RS)を読み、誤謬の
      *    *** 汚染率(テインティング)/推定虚偽表示額/信頼度に応じた
      *    *** 虚偽表示上限額(UML)を求め、許容虚偽表示額(TM)と
      *    *** 比べて母集団を受け入れられるかを結論する。
      *    ***   ・虚偽表示 = 帳簿金額 - 監査後金額(プラスが過大)
      *    ***   ・帳簿金額が間隔以上の項目(上位層)は虚偽表示額を
      *    ***     そのまま(推定しない)加える
      *    ***   ・間隔未満の項目は 汚染率 = 虚偽表示/帳簿金額、
      *    ***     推定虚偽表示 = 汚染率 × 間隔
      *    ***   ・UML = 基礎精度(誤謬0件の信頼係数×間隔)
      *    ***           + 過大の推定虚偽表示を汚染率の大きい順に
      *    ***             信頼係数の増分で加重したもの
      *    ***           + 上位層の過大虚偽表示
      *    ***     (信頼係数はポアソン分布の過大表示用、誤謬10件
      *    ***      を超える分は10件目の増分を使う)
      *    ***   ・過少(監査後金額が大きい)は別に集計して表示する
      *    ***     (UMLには含めない)
      *    ***   ・監査結果の無い選定項目は全額虚偽表示(汚染率
      *    ***     100%)とみなし、RC=8
      *    ***   ・評価表に母集団合計/間隔/乱数スタートを載せ、
      *    ***     MUSSAMP START=で選定から結論まで再実施できる
      *    ***   ・UML > TM なら受入不可 RC=4
      *    ***
      *    *** PRM1(MUSEVAL.PRM1)の行:
      *    ***   F-WS=MUSSAMPのワークシート(既定MUSSAMP.POT2)
      *    ***   F-RS=監査結果(既定MUSEVAL.PIN1)
      *    ***   F-OT=評価表(既定MUSEVAL.POT1)
      *    ***   CONF=信頼度 80/90/95/99(既定95)
      *    ***   TM=許容虚偽表示額(必須)
      *    ***   CO=会社コード(既定0001、評価表の見出しに出す)
      *    *** 監査結果の行(*で始まる行はコメント):
      *    ***   1-9 レコード番号(ワークシートのRECNO)
      *    ***   11-23 監査後金額(符号可) 25-64 メモ

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MUSEVAL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** MUSSAMPのワークシート
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 監査結果
           SELECT PIN2-F           ASSIGN   WK-PIN2-F-NAME
                               STATUS   WK-PIN2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 評価表
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
           03  FILLER          PIC  X(100).

       FD  PIN2-F
           LABEL RECORDS ARE STANDARD.
       01  PIN2-REC.
           03  PIN2-RECNO      PIC  X(009).
           03  FILLER          PIC  X(001).
           03  PIN2-AUDIT      PIC  X(013).
           03  FILLER          PIC  X(001).
           03  PIN2-MEMO       PIC  X(040).
           03  FILLER          PIC  X(036).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MUSEVAL ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "MUSEVAL.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "MUSSAMP.POT2".
           03  WK-PIN2-F-NAME  PIC  X(032) VALUE "MUSEVAL.PIN1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "MUSEVAL.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** 信頼度/許容虚偽表示額
           03  WK-CONF         PIC  9(002) VALUE 95.
           03  WK-CONF-IDX     BINARY-LONG SYNC VALUE 3.
           03  WK-TM           PIC  9(015) VALUE ZERO.
           03  WK-TM-SET       PIC  X(001) VALUE "N".

      *    *** ワークシートの母集団合計/間隔/乱数スタート
           03  WK-POP-TOTAL    PIC  9(015) VALUE ZERO.
           03  WK-INTERVAL     PIC  9(015) VALUE ZERO.
           03  WK-RND-START    PIC  9(015) VALUE ZERO.
           03  WK-HITS-TOTAL   PIC  9(007) VALUE ZERO.

      *    *** 件数/合計
           03  WK-PIN2-CNT     PIC  9(007) VALUE ZERO.
           03  WK-RS-ERR-CNT   PIC  9(005) VALUE ZERO.
           03  WK-MISS-CNT     PIC  9(005) VALUE ZERO.
           03  WK-OVER-CNT     PIC  9(005) VALUE ZERO.
           03  WK-UNDER-CNT    PIC  9(005) VALUE ZERO.
           03  WK-TOP-CNT      PIC  9(005) VALUE ZERO.
           03  WK-BOOK-TOTAL   PIC  9(015) VALUE ZERO.
           03  WK-AUDIT-TOTAL  PIC S9(015) VALUE ZERO.
           03  WK-TOP-OVER     PIC S9(015) VALUE ZERO.
           03  WK-TOP-UNDER    PIC S9(015) VALUE ZERO.
           03  WK-PM-OVER      PIC S9(015)V99 VALUE ZERO.
           03  WK-PM-UNDER     PIC S9(015)V99 VALUE ZERO.
           03  WK-BASIC-PREC   PIC S9(015)V99 VALUE ZERO.
           03  WK-INCR-ALLOW   PIC S9(015)V99 VALUE ZERO.
           03  WK-UML          PIC S9(015)V99 VALUE ZERO.
           03  WK-PROJ-TOTAL   PIC S9(015)V99 VALUE ZERO.
           03  WK-CONTRIB      PIC S9(015)V99 VALUE ZERO.
           03  WK-FACTOR       PIC  9(002)V99 VALUE ZERO.
           03  WK-RANK         PIC  9(005) VALUE ZERO.
           03  WK-ITEM-N       PIC  9(005) VALUE ZERO.

           03  WK-TOK          PIC  X(020) VALUE SPACE
                               OCCURS 8.
           03  WK-RECNO        PIC  9(009) VALUE ZERO.
           03  WK-AUDIT        PIC S9(012) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.

      *    *** 評価表の編集
           03  WK-ED-AMT       PIC  ---,---,---,---,--9.
           03  WK-ED-PM        PIC  ---,---,---,---,--9.99.
           03  WK-ED-TAINT     PIC  ---9.9999.
           03  WK-ED-FACTOR    PIC  Z9.99.

           03  WK-HD-LINE2.
             05  FILLER        PIC  X(040) VALUE
                 "    RECNO         BOOK-AMT       AUDIT-A".
             05  FILLER        PIC  X(040) VALUE
                 "MT    MISSTATEMENT  TAINT     PROJECTED-".
             05  FILLER        PIC  X(040) VALUE
                 "MISST  KBN".

           03  WK-LS-LINE.
             05  WK-LS-RECNO   PIC  9(009) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-BOOK    PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AUDIT   PIC  ---,---,---,--9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-MIS     PIC  ---,---,---,--9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-TAINT   PIC  ---9.9999 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-PM      PIC  ---,---,---,--9.99 VALUE ZERO.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-LS-KBN     PIC  X(030) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** ポアソン分布の信頼係数(過大表示、誤謬0～10件)
      *    *** 行 1=80% 2=90% 3=95% 4=99%
       01  RF-TBL-AREA.
           03  RF-TBL-DATA.
             05  FILLER        PIC  X(044) VALUE
                 "01610299042805520672079109081023113812521365".
             05  FILLER        PIC  X(044) VALUE
                 "02310389053306690800092810541178130014211541".
             05  FILLER        PIC  X(044) VALUE
                 "03000475063007760916105211851315144415711697".
             05  FILLER        PIC  X(044) VALUE
                 "04610664084110051161131114581600174118792015".
           03  RF-TBL          REDEFINES RF-TBL-DATA.
             05  RF-ROW        OCCURS 4.
               07  RF-FACTOR   PIC  9(002)V99 OCCURS 11.

      *    *** 選定項目(最大5000、ワークシートの順)
      *    *** IT-KBN T=上位層 O=過大 U=過少 空白=誤謬なし
      *    *** IT-GOT Y=監査結果あり
       01  IT-TBL-AREA.
           03  WK-IT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-IT-TBL       OCCURS 5000.
             05  WK-IT-RECNO   PIC  9(009) VALUE ZERO.
             05  WK-IT-BOOK    PIC  9(012) VALUE ZERO.
             05  WK-IT-HITS    PIC  9(002) VALUE ZERO.
             05  WK-IT-AUDIT   PIC S9(012) VALUE ZERO.
             05  WK-IT-GOT     PIC  X(001) VALUE SPACE.
             05  WK-IT-MIS     PIC S9(012) VALUE ZERO.
             05  WK-IT-TAINT   PIC S9(003)V9(4) VALUE ZERO.
             05  WK-IT-PM      PIC S9(015)V99 VALUE ZERO.
             05  WK-IT-KBN     PIC  X(001) VALUE SPACE.
             05  WK-IT-MEMO    PIC  X(040) VALUE SPACE.

      *    *** 間隔未満の過大項目(汚染率の大きい順に並べる)
       01  OV-TBL-AREA.
           03  WK-OV-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OV-IDX       BINARY-LONG SYNC VALUE ZERO
                               OCCURS 5000.
           03  WK-OV-SAVE      BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX

      *    *** ワークシートの読込み
           PERFORM S100-10     THRU    S100-EX

      *    *** 監査結果の読込み
           PERFORM S200-10     THRU    S200-EX

      *    *** 項目毎の虚偽表示/汚染率/推定虚偽表示
           PERFORM S300-10     THRU    S300-EX

      *    *** 虚偽表示上限額(UML)と評価表
           PERFORM S400-10     THRU    S400-EX

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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
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

           IF      WK-TM-SET   NOT =   "Y"
                   DISPLAY WK-PGM-NAME
                           " TM(許容虚偽表示額) ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           EVALUATE WK-CONF
               WHEN 80
                   MOVE    1           TO      WK-CONF-IDX
               WHEN 90
                   MOVE    2           TO      WK-CONF-IDX
               WHEN 95
                   MOVE    3           TO      WK-CONF-IDX
               WHEN 99
                   MOVE    4           TO      WK-CONF-IDX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " CONF=80/90/95/99 CONF="
                           WK-CONF
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
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
               WHEN "F-WS"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-RS"
                   MOVE    WK-PRM02    TO      WK-PIN2-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "CONF"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                       MOVE    WK-PRM02 (1:2) TO   WK-CONF
                   END-IF
               WHEN "TM"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-TM
                       MOVE    "Y"         TO      WK-TM-SET
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR " PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** ワークシートの読込み
      *    ***   * MUS 母集団=n
      *    ***   * 間隔=n 乱数ｽﾀｰﾄ=n
      *    ***   RECNO=n AMT=n CUM=n HITS=n
       S100-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           IF      WK-INTERVAL =       ZERO    OR
                   WK-POP-TOTAL =      ZERO    OR
                   WK-IT-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME
                           " ワークシート ERROR 間隔="
                           WK-INTERVAL " 母集団=" WK-POP-TOTAL
                           " (" WK-PIN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** ワークシート1行
       S110-10.

           MOVE    SPACE       TO      WK-TOK (1) WK-TOK (2)
                                       WK-TOK (3) WK-TOK (4)
                                       WK-TOK (5) WK-TOK (6)
                                       WK-TOK (7) WK-TOK (8)
           UNSTRING PIN1-REC   DELIMITED BY "=" OR ALL SPACE
               INTO WK-TOK (1) WK-TOK (2) WK-TOK (3) WK-TOK (4)
                    WK-TOK (5) WK-TOK (6) WK-TOK (7) WK-TOK (8)
           END-UNSTRING

           EVALUATE TRUE
               WHEN WK-TOK (1) = "*" AND WK-TOK (2) = "MUS"
                   MOVE FUNCTION NUMVAL(WK-TOK (4)) TO WK-POP-TOTAL
               WHEN WK-TOK (1) = "*" AND WK-TOK (2) = "間隔"
                   MOVE FUNCTION NUMVAL(WK-TOK (3)) TO WK-INTERVAL
                   MOVE FUNCTION NUMVAL(WK-TOK (5)) TO WK-RND-START
               WHEN WK-TOK (1) = "RECNO"
                   IF      WK-IT-CNT   >=      5000
                       DISPLAY WK-PGM-NAME
                               " 選定項目は5000件まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-IT-CNT
                   MOVE    WK-IT-CNT   TO      K
                   MOVE FUNCTION NUMVAL(WK-TOK (2)) TO
                        WK-IT-RECNO (K)
                   MOVE FUNCTION NUMVAL(WK-TOK (4)) TO
                        WK-IT-BOOK (K)
                   MOVE FUNCTION NUMVAL(WK-TOK (8)) TO
                        WK-IT-HITS (K)
                   ADD     WK-IT-BOOK (K) TO   WK-BOOK-TOTAL
                   ADD     WK-IT-HITS (K) TO   WK-HITS-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** 監査結果の読込み(選定項目へ監査後金額を付ける)
       S200-10.

           OPEN    INPUT       PIN2-F
           IF      WK-PIN2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN2-F OPEN ERROR STATUS="
                           WK-PIN2-STATUS " (" WK-PIN2-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN2-EOF = HIGH-VALUE
               READ    PIN2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN2-EOF
                   NOT AT  END
                       IF      PIN2-REC (1:1) NOT = "*"    AND
                               PIN2-REC    NOT =   SPACE
                           ADD     1           TO      WK-PIN2-CNT
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN2-F
           .
       S200-EX.
           EXIT.

      *    *** 監査結果1行
       S210-10.

           IF      FUNCTION TRIM(PIN2-RECNO) IS NOT NUMERIC  OR
                   PIN2-AUDIT  =       SPACE   OR
                   FUNCTION TEST-NUMVAL(PIN2-AUDIT) NOT = ZERO
                   DISPLAY WK-PGM-NAME
                           " 監査結果の誤り " PIN2-REC
                   ADD     1           TO      WK-RS-ERR-CNT
                   GO  TO  S210-EX
           END-IF
           MOVE FUNCTION NUMVAL(PIN2-RECNO) TO WK-RECNO
           MOVE FUNCTION NUMVAL(PIN2-AUDIT) TO WK-AUDIT

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-IT-CNT
                      OR WK-IT-RECNO (K) = WK-RECNO
               CONTINUE
           END-PERFORM
           IF      K           >       WK-IT-CNT
                   DISPLAY WK-PGM-NAME
                           " 選定されていない項目 "
                           PIN2-REC
                   ADD     1           TO      WK-RS-ERR-CNT
                   GO  TO  S210-EX
           END-IF
           IF      WK-IT-GOT (K) =     "Y"
                   DISPLAY WK-PGM-NAME
                           " 監査結果が重複 " PIN2-REC
                   ADD     1           TO      WK-RS-ERR-CNT
                   GO  TO  S210-EX
           END-IF

           MOVE    WK-AUDIT    TO      WK-IT-AUDIT (K)
           MOVE    PIN2-MEMO   TO      WK-IT-MEMO (K)
           MOVE    "Y"         TO      WK-IT-GOT (K)
           .
       S210-EX.
           EXIT.

      *    *** 項目毎の虚偽表示/汚染率/推定虚偽表示
       S300-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-IT-CNT
               PERFORM S310-10     THRU    S310-EX
           END-PERFORM

      *    *** 間隔未満の過大項目を汚染率の大きい順に並べる
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-OV-CNT - 1
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > WK-OV-CNT
                   IF      WK-IT-TAINT (WK-OV-IDX (J)) >
                           WK-IT-TAINT (WK-OV-IDX (I))
                       MOVE    WK-OV-IDX (I) TO    WK-OV-SAVE
                       MOVE    WK-OV-IDX (J) TO    WK-OV-IDX (I)
                       MOVE    WK-OV-SAVE  TO      WK-OV-IDX (J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** 選定項目(I)の評価
       S310-10.

      *    *** 監査結果が無い項目は全額虚偽表示とみなす
           IF      WK-IT-GOT (I) NOT = "Y"
                   MOVE    ZERO        TO      WK-IT-AUDIT (I)
                   ADD     1           TO      WK-MISS-CNT
           END-IF
           ADD     WK-IT-AUDIT (I) TO  WK-AUDIT-TOTAL
           COMPUTE WK-IT-MIS (I) = WK-IT-BOOK (I) - WK-IT-AUDIT (I)
           IF      WK-IT-MIS (I) =     ZERO
                   GO  TO  S310-EX
           END-IF

      *    *** 上位層(帳簿金額が間隔以上)は虚偽表示額そのもの
           IF      WK-IT-BOOK (I) >=   WK-INTERVAL
                   MOVE    "T"         TO      WK-IT-KBN (I)
                   MOVE    WK-IT-MIS (I) TO    WK-IT-PM (I)
                   ADD     1           TO      WK-TOP-CNT
                   IF      WK-IT-MIS (I) >     ZERO
                       ADD     WK-IT-MIS (I) TO    WK-TOP-OVER
                   ELSE
                       ADD     WK-IT-MIS (I) TO    WK-TOP-UNDER
                   END-IF
                   GO  TO  S310-EX
           END-IF

           COMPUTE WK-IT-TAINT (I) ROUNDED =
                   WK-IT-MIS (I) / WK-IT-BOOK (I)
           COMPUTE WK-IT-PM (I) ROUNDED =
                   WK-IT-TAINT (I) * WK-INTERVAL
           IF      WK-IT-MIS (I) >     ZERO
                   MOVE    "O"         TO      WK-IT-KBN (I)
                   ADD     1           TO      WK-OVER-CNT
                   ADD     WK-IT-PM (I) TO     WK-PM-OVER
                   ADD     1           TO      WK-OV-CNT
                   MOVE    I           TO      WK-OV-IDX (WK-OV-CNT)
           ELSE
                   MOVE    "U"         TO      WK-IT-KBN (I)
                   ADD     1           TO      WK-UNDER-CNT
                   ADD     WK-IT-PM (I) TO     WK-PM-UNDER
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** 虚偽表示上限額(UML)と評価表
       S400-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 見出し(再実施の為の選定条件)
           MOVE    SPACE       TO      POT1-REC
           STRING  "MUSEVAL 金額単位サンプリング評価表"
                                       DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "ワークシート="     DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " 監査結果="        DELIMITED BY SIZE
                   WK-PIN2-F-NAME      DELIMITED BY SPACE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    WK-IT-CNT   TO      WK-ITEM-N
           MOVE    SPACE       TO      POT1-REC
           STRING  "母集団="           DELIMITED BY SIZE
                   WK-POP-TOTAL        DELIMITED BY SIZE
                   " 間隔="            DELIMITED BY SIZE
                   WK-INTERVAL         DELIMITED BY SIZE
                   " 乱数ｽﾀｰﾄ="        DELIMITED BY SIZE
                   WK-RND-START        DELIMITED BY SIZE
                   " 選定項目="        DELIMITED BY SIZE
                   WK-ITEM-N           DELIMITED BY SIZE
                   " ヒット="          DELIMITED BY SIZE
                   WK-HITS-TOTAL       DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "再実施: MUSSAMP START="
                                       DELIMITED BY SIZE
                   WK-RND-START        DELIMITED BY SIZE
                   " (同じF-IN/DT=AMT/SAMPLES) → 本評価"
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    WK-TM       TO      WK-ED-AMT
           MOVE    SPACE       TO      POT1-REC
           STRING  "信頼度="           DELIMITED BY SIZE
                   WK-CONF             DELIMITED BY SIZE
                   "% 許容虚偽表示額(TM)="
                                       DELIMITED BY SIZE
                   WK-ED-AMT           DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-HD-LINE2 TO      POT1-REC
           WRITE   POT1-REC

      *    *** 項目明細
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-IT-CNT
               MOVE    SPACE       TO      WK-LS-LINE
               MOVE    WK-IT-RECNO (I) TO  WK-LS-RECNO
               MOVE    WK-IT-BOOK (I) TO   WK-LS-BOOK
               MOVE    WK-IT-AUDIT (I) TO  WK-LS-AUDIT
               MOVE    WK-IT-MIS (I) TO    WK-LS-MIS
               MOVE    WK-IT-TAINT (I) TO  WK-LS-TAINT
               MOVE    WK-IT-PM (I) TO     WK-LS-PM
               EVALUATE WK-IT-KBN (I)
                   WHEN "T"
                       MOVE    "上位層(推定なし)" TO WK-LS-KBN
                   WHEN "O"
                       MOVE    "過大"      TO      WK-LS-KBN
                   WHEN "U"
                       MOVE    "過少"      TO      WK-LS-KBN
                   WHEN OTHER
                       MOVE    "誤謬なし"  TO      WK-LS-KBN
               END-EVALUATE
               IF      WK-IT-GOT (I) NOT = "Y"
                       MOVE    "監査結果なし(全額)" TO WK-LS-KBN
               END-IF
               MOVE    WK-LS-LINE  TO      POT1-REC
               WRITE   POT1-REC
           END-PERFORM

      *    *** UMLの積上げ: 基礎精度
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "虚偽表示上限額(UML)の積上げ" TO POT1-REC
           WRITE   POT1-REC
           MOVE    RF-FACTOR (WK-CONF-IDX 1) TO WK-FACTOR
           COMPUTE WK-BASIC-PREC ROUNDED = WK-FACTOR * WK-INTERVAL
           MOVE    WK-FACTOR   TO      WK-ED-FACTOR
           MOVE    WK-BASIC-PREC TO    WK-ED-PM
           MOVE    SPACE       TO      POT1-REC
           STRING  "  基礎精度 係数="  DELIMITED BY SIZE
                   WK-ED-FACTOR        DELIMITED BY SIZE
                   " × 間隔 ="         DELIMITED BY SIZE
                   WK-ED-PM            DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC

      *    *** 間隔未満の過大: 汚染率の大きい順に係数の増分で加重
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OV-CNT
               MOVE    WK-OV-IDX (K) TO    I
               MOVE    K           TO      WK-RANK
               IF      K           <=      10
                   COMPUTE WK-FACTOR =
                           RF-FACTOR (WK-CONF-IDX K + 1)
                         - RF-FACTOR (WK-CONF-IDX K)
               ELSE
                   COMPUTE WK-FACTOR =
                           RF-FACTOR (WK-CONF-IDX 11)
                         - RF-FACTOR (WK-CONF-IDX 10)
               END-IF
               COMPUTE WK-CONTRIB ROUNDED = WK-IT-PM (I) * WK-FACTOR
               ADD     WK-CONTRIB  TO      WK-INCR-ALLOW
               MOVE    WK-IT-TAINT (I) TO  WK-ED-TAINT
               MOVE    WK-FACTOR   TO      WK-ED-FACTOR
               MOVE    WK-CONTRIB  TO      WK-ED-PM
               MOVE    SPACE       TO      POT1-REC
               STRING  "  順位="           DELIMITED BY SIZE
                       WK-RANK             DELIMITED BY SIZE
                       " RECNO="           DELIMITED BY SIZE
                       WK-IT-RECNO (I)     DELIMITED BY SIZE
                       " 汚染率="          DELIMITED BY SIZE
                       WK-ED-TAINT         DELIMITED BY SIZE
                       " 係数増分="        DELIMITED BY SIZE
                       WK-ED-FACTOR        DELIMITED BY SIZE
                       " 加重額="          DELIMITED BY SIZE
                       WK-ED-PM            DELIMITED BY SIZE
                       INTO    POT1-REC
               END-STRING
               WRITE   POT1-REC
           END-PERFORM

      *    *** 上位層の過大虚偽表示
           MOVE    WK-TOP-OVER TO      WK-ED-PM
           MOVE    SPACE       TO      POT1-REC
           STRING  "  上位層の過大虚偽表示 ="
                                       DELIMITED BY SIZE
                   WK-ED-PM            DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC

           COMPUTE WK-UML = WK-BASIC-PREC + WK-INCR-ALLOW
                          + WK-TOP-OVER
           COMPUTE WK-PROJ-TOTAL = WK-PM-OVER + WK-TOP-OVER

           MOVE    WK-PROJ-TOTAL TO    WK-ED-PM
           MOVE    SPACE       TO      POT1-REC
           STRING  "推定虚偽表示額(過大、上位層含む)="
                                       DELIMITED BY SIZE
                   WK-ED-PM            DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           COMPUTE WK-CONTRIB = WK-PM-UNDER + WK-TOP-UNDER
           MOVE    WK-CONTRIB  TO      WK-ED-PM
           MOVE    SPACE       TO      POT1-REC
           STRING  "推定虚偽表示額(過少、UML対象外)="
                                       DELIMITED BY SIZE
                   WK-ED-PM            DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC
           MOVE    WK-UML      TO      WK-ED-PM
           MOVE    SPACE       TO      POT1-REC
           STRING  "虚偽表示上限額(UML)="
                                       DELIMITED BY SIZE
                   WK-ED-PM            DELIMITED BY SIZE
                   INTO    POT1-REC
           END-STRING
           WRITE   POT1-REC

      *    *** 結論
           MOVE    SPACE       TO      POT1-REC
           IF      WK-UML      <=      WK-TM
                   MOVE    "結論: UML <= TM 母集団は受入可"
                                       TO      POT1-REC
           ELSE
                   MOVE    "結論: UML > TM 母集団は受入不可"
                                       TO      POT1-REC
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           WRITE   POT1-REC

           IF      WK-MISS-CNT >       ZERO    OR
                   WK-RS-ERR-CNT >     ZERO
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "注意: 監査結果なし="
                                       DELIMITED BY SIZE
                           WK-MISS-CNT         DELIMITED BY SIZE
                           " 監査結果の誤り="  DELIMITED BY SIZE
                           WK-RS-ERR-CNT       DELIMITED BY SIZE
                           " (評価未完了)"     DELIMITED BY SIZE
                           INTO    POT1-REC
                   END-STRING
                   WRITE   POT1-REC
                   MOVE    8           TO      WK-RC-SAVE
           END-IF

           CLOSE   POT1-F
           .
       S400-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END 選定項目=" WK-ITEM-N
                   " 監査結果=" WK-PIN2-CNT
                   " 過大=" WK-OVER-CNT
                   " 過少=" WK-UNDER-CNT
                   " 上位層=" WK-TOP-CNT
           MOVE    WK-UML      TO      WK-ED-PM
           DISPLAY WK-PGM-NAME " 間隔=" WK-INTERVAL
                   " 乱数ｽﾀｰﾄ=" WK-RND-START
                   " UML=" WK-ED-PM
                   " RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
