           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "DATEWEEK.CAL".
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-EOF     PIC  X(001) VALUE "N".
      *    *** 呼出し側が指定したカレンダー名(空白は既定名に読替え)
           03  WK-CAL-NAME     PIC  X(032) VALUE SPACE.

           03  WK-URUU         PIC  X(001) VALUE SPACE.
           03  WK-R-NISUU      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BORROW-MM    BINARY-LONG SYNC VALUE ZERO.
           03  WK-BORROW-YYYY  BINARY-LONG SYNC VALUE ZERO.

      *    *** 繰返しスケジュール(DATE2-ID="S")用
           03  WK-SCH-CYCLE    BINARY-LONG SYNC VALUE ZERO.
           03  WK-SCH-DIFF     BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I2              BINARY-LONG SYNC VALUE ZERO.
           .
       M100-10.

           MOVE    LDW-CAL-NAME TO     WK-CAL-NAME
           IF      WK-CAL-NAME =       SPACE
                   MOVE    "DATEWEEK.CAL" TO   WK-CAL-NAME
           END-IF

           IF      SW-FIRST    =       "N"
                   MOVE    WK-CAL-NAME TO      WK-PRM1-F-NAME
      *    *** TBL01 SET,累積日数セット
                   PERFORM S010-10     THRU    S010-EX
           END-IF

      *    *** カレンダー名が前回と違う時は読み直す
           IF      WK-CAL-NAME NOT =   WK-PRM1-F-NAME
                   MOVE    WK-CAL-NAME TO      WK-PRM1-F-NAME
                   PERFORM S012-10     THRU    S012-EX
           END-IF

           EVALUATE TRUE

      *    *** LDW-DATE2-YMD から曜日 LDW-DATE2-WEEK 求める
               WHEN LDW-DATE2-ID = "I"
                   PERFORM S700-10     THRU    S700-EX

      *    *** 繰返しスケジュール(LDW-SCH-RULE等)、対象年月(DATE2-YYYY、
      *    *** DATE2-MM) => 発生日 LDW-DATE2-YMD、LDW-SCH-HIT
               WHEN LDW-DATE2-ID = "S"
                   PERFORM S800-10     THRU    S800-EX

      *    *** LDW-DATE2-YMD => 休日か(LDW-HOLIDAY)、曜日
               WHEN LDW-DATE2-ID = "H"
                   PERFORM S850-10     THRU    S850-EX

               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LDW-DATE2-ID ERROR" 
                          " LDW-DATE2-ID=" LDW-DATE2-ID
      *    *** 会社休日カレンダーロード(PRM1-F ==> TBL06-AREA)
      *    *** ファイル未配置(STATUS=35)の場合はTBL06を空のままとする
       S012-10.
           MOVE    ZERO        TO      TBL06-MAX
           MOVE    "N"         TO      WK-PRM1-EOF
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    35
                   GO TO   S012-EX
           .
       S700-EX.
           EXIT.

      *    *** 繰返しスケジュールの対象年月(DATE2-YYYY、DATE2-MM)の発生日
      *    *** Q/H/YはSCH-BASE-YMからの月数が周期で割り切れる月のみ発生
      *    *** 休日調整(SCH-ADJ=N)で発生日が翌月にずれる事がある
       S800-10.
           MOVE    "N"         TO      LDW-SCH-HIT

           EVALUATE LDW-SCH-RULE
               WHEN "M"
               WHEN "E"
               WHEN "L"
               WHEN "F"
                   MOVE    1           TO      WK-SCH-CYCLE
               WHEN "Q"
                   MOVE    3           TO      WK-SCH-CYCLE
               WHEN "H"
                   MOVE    6           TO      WK-SCH-CYCLE
               WHEN "Y"
                   MOVE    12          TO      WK-SCH-CYCLE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LDW-DATE2-ID = S"
                           " LDW-SCH-RULE ERROR"
                           " LDW-SCH-RULE=" LDW-SCH-RULE
                   STOP    RUN
           END-EVALUATE

           IF      LDW-SCH-ADJ =       SPACE
               OR  LDW-SCH-ADJ =       "P"
               OR  LDW-SCH-ADJ =       "N"
                   CONTINUE
           ELSE
                   DISPLAY WK-PGM-NAME " LDW-DATE2-ID = S"
                           " LDW-SCH-ADJ ERROR"
                           " LDW-SCH-ADJ=" LDW-SCH-ADJ
                   STOP    RUN
           END-IF

      *    *** 周期(3/6/12ヶ月)に当たる月かどうか判定
           IF      WK-SCH-CYCLE >      1
                   IF      LDW-SCH-BASE-YM NOT NUMERIC
                       OR  LDW-SCH-BASE-YM = ZERO
                           DISPLAY WK-PGM-NAME " LDW-DATE2-ID = S"
                                   " LDW-SCH-BASE-YM ERROR"
                                   " LDW-SCH-BASE-YM=" LDW-SCH-BASE-YM
                           STOP    RUN
                   END-IF
                   DIVIDE  LDW-SCH-BASE-YM BY 100 GIVING WK-YYYY
                           REMAINDER WK-AMARI
                   COMPUTE WK-SCH-DIFF =
                           (LDW-DATE2-YYYY * 12 + LDW-DATE2-MM)
                         - (WK-YYYY * 12 + WK-AMARI)
                   IF      WK-SCH-DIFF <       ZERO
                           GO TO   S800-EX
                   END-IF
                   DIVIDE  WK-SCH-DIFF BY WK-SCH-CYCLE GIVING WK-SHOU
                           REMAINDER WK-AMARI
                   IF      WK-AMARI    NOT =   ZERO
                           GO TO   S800-EX
                   END-IF
           END-IF

      *    *** 対象月の1日でチェック、当年の月別日数(DATE2-DD2)セット
           MOVE    01          TO      LDW-DATE2-DD
           PERFORM S200-10     THRU    S200-EX

           EVALUATE LDW-SCH-RULE
      *    *** 月初営業日 = 前月末日 + 1営業日
               WHEN "F"
                   SUBTRACT 1          FROM    LDW-NISUU
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    1           TO      LDW-BDAY-NUM
                   PERFORM S400-10     THRU    S400-EX
      *    *** 月末営業日 = 翌月1日 - 1営業日
               WHEN "L"
                   MOVE    LDW-DATE2-DD2 (LDW-DATE2-MM) TO
                           LDW-DATE2-DD
                   PERFORM S200-10     THRU    S200-EX
                   ADD     1           TO      LDW-NISUU
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    -1          TO      LDW-BDAY-NUM
                   PERFORM S400-10     THRU    S400-EX
               WHEN OTHER
                   IF      LDW-SCH-RULE =      "E"
                       OR  LDW-SCH-DAY  =      ZERO
                       OR  LDW-SCH-DAY  >
                           LDW-DATE2-DD2 (LDW-DATE2-MM)
                           MOVE    LDW-DATE2-DD2 (LDW-DATE2-MM) TO
                                   LDW-DATE2-DD
                   ELSE
                           MOVE    LDW-SCH-DAY TO      LDW-DATE2-DD
                   END-IF
                   PERFORM S810-10     THRU    S810-EX
           END-EVALUATE

           MOVE    "Y"         TO      LDW-SCH-HIT
           .
       S800-EX.
           EXIT.

      *    *** 発生日(LDW-DATE2-YMD)の休日調整(LDW-SCH-ADJ)
      *    *** P:前営業日 = 翌日 - 1営業日(営業日ならその日のまま)
      *    *** N:翌営業日 = 前日 + 1営業日(営業日ならその日のまま)
       S810-10.
           PERFORM S200-10     THRU    S200-EX

           EVALUATE LDW-SCH-ADJ
               WHEN "P"
                   ADD     1           TO      LDW-NISUU
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    -1          TO      LDW-BDAY-NUM
                   PERFORM S400-10     THRU    S400-EX
               WHEN "N"
                   SUBTRACT 1          FROM    LDW-NISUU
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    1           TO      LDW-BDAY-NUM
                   PERFORM S400-10     THRU    S400-EX
               WHEN OTHER
                   PERFORM S210-10     THRU    S210-EX
           END-EVALUATE
           .
       S810-EX.
           EXIT.

      *    *** LDW-DATE2-YMDが休日(土日/TBL06の会社休日)か判定
      *    *** 営業日計算(S400)と同じ基準で判定する
       S850-10.
           PERFORM S200-10     THRU    S200-EX
           PERFORM S210-10     THRU    S210-EX
           PERFORM S410-10     THRU    S410-EX

           IF      LDW-DATE2-WEEK =    6
           OR      LDW-DATE2-WEEK =    7
           OR      WK-HOLIDAY-SW  =    "Y"
                   MOVE    "Y"         TO      LDW-HOLIDAY
           ELSE
                   MOVE    "N"         TO      LDW-HOLIDAY
           END-IF
           .
       S850-EX.
           EXIT.
