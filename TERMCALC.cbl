      *    *** 支払条件による支払期日計算 サブルーチン
      *    *** 支払条件コードと請求日(取引日)から締日と支払期日を
      *    *** 求める。得意先/支払先の期日を使う全てのプログラム
      *    *** (SEIKYU、PAYRUN、AGERPT)がこのサブルーチンを呼び、
      *    *** 同じ支払条件なら同じ期日になるようにする。
      *    ***   ・締日あり: 請求日を含む締め(請求日が当月の締日
      *    ***     より後なら翌月の締日)を締日とする
      *    ***   ・締日なし(00): 請求日を締日とみなす
      *    ***   ・支払日あり: 締日の月+月数の支払日(99=月末、
      *    ***     月の日数を超える日は月末)。休日調整はDATEWEEK
      *    ***     "S"のSCH-ADJ(P=前営業日 N=翌営業日)
      *    ***   ・支払日なし(00): 締日+日数。休日(土日/会社休日)
      *    ***     なら休日調整に従い前/翌営業日へずらす
      *    *** 支払条件マスター(TERMMST.DAT、固定桁テキスト、
      *    *** "*"行は注釈)は初回呼出しで全件読込む:
      *    ***   1-4 支払条件コード
      *    ***   6-7 締日(00=締め無し 01-31 99=月末)
      *    ***   9 月数(締日の月から支払月まで、0-9)
      *    ***   11-12 支払日(00=日数後 01-31 99=月末)
      *    ***   14-16 日数(支払日00の時、締日からの日数)
      *    ***   18 休日調整 P=前営業日 N=翌営業日 空白=調整なし
      *    ***   20-59 名称
      *    *** 例: EM1E 99 1 99 000 P  月末締め翌月末払い
      *    ***     EM2A 99 2 10 000 N  月末締め翌々月10日払い
      *    ***     D30N 00 0 00 030 N  30日後、休日は翌営業日

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TERMCALC.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 支払条件マスター
           SELECT TRM1-F           ASSIGN   WK-TRM1-F-NAME
                               STATUS   WK-TRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  TRM1-F
           LABEL RECORDS ARE STANDARD.
       01  TRM1-REC.
           03  TRM1-TERM       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  TRM1-CUTDAY     PIC  X(002).
           03  FILLER          PIC  X(001).
           03  TRM1-MONTHS     PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TRM1-PAYDAY     PIC  X(002).
           03  FILLER          PIC  X(001).
           03  TRM1-DAYS       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  TRM1-ADJ        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TRM1-NAME       PIC  X(040).
           03  FILLER          PIC  X(140).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TERMCALC".

           03  WK-TRM1-F-NAME  PIC  X(032) VALUE "TERMMST.DAT".
           03  WK-TRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TRM1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** 初回の読込み済み、マスターが読めない
           03  WK-OPENED       PIC  X(001) VALUE "N".
           03  WK-LOAD-NG      PIC  X(001) VALUE "N".

           03  WK-ERR-CNT      PIC  9(004) VALUE ZERO.
           03  WK-ED-CNT       PIC  ZZZ9 VALUE ZERO.
           03  WK-YYYY         PIC  9(004) VALUE ZERO.
           03  WK-MM           PIC  9(004) VALUE ZERO.
           03  WK-CUT-YMD      PIC  9(008) VALUE ZERO.

           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

      *    *** 支払条件(最大500)
       01  TRM-TBL-AREA.
           03  WK-TRM-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRM-TBL      OCCURS 500.
             05  WK-TR-TERM    PIC  X(004) VALUE SPACE.
             05  WK-TR-CUTDAY  PIC  9(002) VALUE ZERO.
             05  WK-TR-MONTHS  PIC  9(001) VALUE ZERO.
             05  WK-TR-PAYDAY  PIC  9(002) VALUE ZERO.
             05  WK-TR-DAYS    PIC  9(003) VALUE ZERO.
             05  WK-TR-ADJ     PIC  X(001) VALUE SPACE.
             05  WK-TR-NAME    PIC  X(040) VALUE SPACE.

       LINKAGE                 SECTION.

           COPY    CPTERMCALC  REPLACING ==:##:== BY ==LTC==.

       PROCEDURE   DIVISION    USING   LTC-TERMCALC-AREA
           .
       M100-10.

           MOVE    "N"         TO      LTC-RESULT
           MOVE    SPACE       TO      LTC-REASON-CD
                                       LTC-NAME
           MOVE    ZERO        TO      LTC-CUT-YMD
                                       LTC-DUE-YMD

      *    *** 初回呼出しでマスターを読む
           IF      WK-OPENED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   MOVE    "Y"         TO      WK-OPENED
           END-IF

           IF      WK-LOAD-NG  =       "Y"
                   MOVE    "NG"        TO      LTC-REASON-CD
                   GO  TO  M100-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TRM-CNT
                      OR WK-TR-TERM (K) = LTC-TERM
               CONTINUE
           END-PERFORM
           IF      K           >       WK-TRM-CNT
                   MOVE    "NM"        TO      LTC-REASON-CD
                   GO  TO  M100-EX
           END-IF
           MOVE    WK-TR-NAME (K) TO   LTC-NAME

           IF      LTC-INV-YMD IS NOT NUMERIC          OR
                   LTC-INV-YMD (5:2) <     "01"        OR
                   LTC-INV-YMD (5:2) >     "12"        OR
                   LTC-INV-YMD (7:2) <     "01"        OR
                   LTC-INV-YMD (7:2) >     "31"
                   MOVE    "DT"        TO      LTC-REASON-CD
                   GO  TO  M100-EX
           END-IF

           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX

           MOVE    "Y"         TO      LTC-RESULT
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 初回: 支払条件マスターの読込み
       S100-10.

           IF      LTC-F-NAME  NOT =   SPACE
                   MOVE    LTC-F-NAME  TO      WK-TRM1-F-NAME
           END-IF

           OPEN    INPUT       TRM1-F
           IF      WK-TRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TRM1-F OPEN ERROR STATUS="
                           WK-TRM1-STATUS " (" WK-TRM1-F-NAME ")"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-TRM1-EOF = HIGH-VALUE
               READ    TRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TRM1-EOF
                   NOT AT  END
                       IF      TRM1-TERM   NOT =   SPACE   AND
                               TRM1-REC (1:1) NOT = "*"
                           PERFORM S110-10     THRU    S110-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TRM1-F

           MOVE    WK-TRM-CNT  TO      WK-ED-CNT
           DISPLAY WK-PGM-NAME " 支払条件=" WK-ED-CNT
                   " 誤り=" WK-ERR-CNT
           .
       S100-EX.
           EXIT.

      *    *** 支払条件1件(誤りの行は使わない)
       S110-10.

           IF      TRM1-CUTDAY IS NOT NUMERIC      OR
                   TRM1-MONTHS IS NOT NUMERIC      OR
                   TRM1-PAYDAY IS NOT NUMERIC      OR
                   TRM1-DAYS   IS NOT NUMERIC      OR
                  (TRM1-CUTDAY >       "31"    AND
                   TRM1-CUTDAY NOT =   "99")       OR
                  (TRM1-PAYDAY >       "31"    AND
                   TRM1-PAYDAY NOT =   "99")       OR
                  (TRM1-ADJ    NOT =   SPACE   AND
                   TRM1-ADJ    NOT =   "P"     AND
                   TRM1-ADJ    NOT =   "N")
                   DISPLAY WK-PGM-NAME " TRM1-F ERROR " TRM1-REC (1:18)
                   ADD     1           TO      WK-ERR-CNT
                   GO  TO  S110-EX
           END-IF
           IF      WK-TRM-CNT  >=      500
                   DISPLAY WK-PGM-NAME " 支払条件は500件まで"
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-TRM-CNT
           MOVE    TRM1-TERM   TO      WK-TR-TERM (WK-TRM-CNT)
           MOVE    TRM1-CUTDAY TO      WK-TR-CUTDAY (WK-TRM-CNT)
           MOVE    TRM1-MONTHS TO      WK-TR-MONTHS (WK-TRM-CNT)
           MOVE    TRM1-PAYDAY TO      WK-TR-PAYDAY (WK-TRM-CNT)
           MOVE    TRM1-DAYS   TO      WK-TR-DAYS (WK-TRM-CNT)
           MOVE    TRM1-ADJ    TO      WK-TR-ADJ (WK-TRM-CNT)
           MOVE    TRM1-NAME   TO      WK-TR-NAME (WK-TRM-CNT)
           .
       S110-EX.
           EXIT.

      *    *** 締日: 請求日の月の締日、請求日が後なら翌月の締日
       S200-10.

           IF      WK-TR-CUTDAY (K) =  ZERO
                   MOVE    LTC-INV-YMD TO      LTC-CUT-YMD
                   GO  TO  S200-EX
           END-IF

           MOVE    LTC-INV-YMD (1:4) TO WK-YYYY
           MOVE    LTC-INV-YMD (5:2) TO WK-MM
           PERFORM S210-10     THRU    S210-EX
           IF      LTC-INV-YMD >       WK-CUT-YMD
                   ADD     1           TO      WK-MM
                   IF      WK-MM       >       12
                           ADD     1           TO      WK-YYYY
                           MOVE    1           TO      WK-MM
                   END-IF
                   PERFORM S210-10     THRU    S210-EX
           END-IF
           MOVE    WK-CUT-YMD  TO      LTC-CUT-YMD
           .
       S200-EX.
           EXIT.

      *    *** WK-YYYY/WK-MM の締日(月の日数を超える締日は月末)
       S210-10.

           MOVE    "S"         TO      WDW-DATE2-ID
           MOVE    WK-YYYY     TO      WDW-DATE2-YYYY
           MOVE    WK-MM       TO      WDW-DATE2-MM
           MOVE    "M"         TO      WDW-SCH-RULE
           MOVE    WK-TR-CUTDAY (K) TO WDW-SCH-DAY
           MOVE    SPACE       TO      WDW-SCH-ADJ
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-CUT-YMD
           .
       S210-EX.
           EXIT.

      *    *** 支払期日
       S300-10.

      *    *** 支払日あり: 締日の月+月数の支払日(DATEWEEKで休日調整)
           IF      WK-TR-PAYDAY (K) NOT = ZERO
                   MOVE    LTC-CUT-YMD (1:4) TO WK-YYYY
                   MOVE    LTC-CUT-YMD (5:2) TO WK-MM
                   ADD     WK-TR-MONTHS (K) TO WK-MM
                   IF      WK-MM       >       12
                           ADD     1           TO      WK-YYYY
                           SUBTRACT 12         FROM    WK-MM
                   END-IF
                   MOVE    "S"         TO      WDW-DATE2-ID
                   MOVE    WK-YYYY     TO      WDW-DATE2-YYYY
                   MOVE    WK-MM       TO      WDW-DATE2-MM
                   MOVE    "M"         TO      WDW-SCH-RULE
                   MOVE    WK-TR-PAYDAY (K) TO WDW-SCH-DAY
                   MOVE    WK-TR-ADJ (K) TO    WDW-SCH-ADJ
                   CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
                   MOVE    WDW-DATE2-YMD-9 TO  LTC-DUE-YMD
                   GO  TO  S300-EX
           END-IF

      *    *** 支払日なし: 締日+日数(通算日数で加算)
           MOVE    LTC-CUT-YMD TO      WDW-DATE2-YMD-9
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           ADD     WK-TR-DAYS (K) TO   WDW-NISUU
           MOVE    "R"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  LTC-DUE-YMD
           IF      WK-TR-ADJ (K) =     SPACE
                   GO  TO  S300-EX
           END-IF

      *    *** 休日なら前/翌営業日(営業日で1日ずらす)
           MOVE    "H"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           IF      WDW-HOLIDAY NOT =   "Y"
                   GO  TO  S300-EX
           END-IF
           IF      WK-TR-ADJ (K) =     "P"
                   MOVE    -1          TO      WDW-BDAY-NUM
           ELSE
                   MOVE    1           TO      WDW-BDAY-NUM
           END-IF
           MOVE    LTC-DUE-YMD TO      WDW-DATE2-YMD-9
           MOVE    "B"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  LTC-DUE-YMD
           .
       S300-EX.
           EXIT.
