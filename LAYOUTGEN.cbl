      *    *** を起こす(手打ちの位置ズレ事故をなくす)
      *    ***
      *    *** 対応する記述: 01-49/77レベル、PIC X/A/9/N(桁繰返し・
      *    *** (n)表記・V小数)、数字編集(Z * + - , . B 0 / $ CR DB、
      *    *** 1文字1バイト)、USAGE DISPLAY/COMP-3/PACKED-DECIMAL/
      *    *** COMP/BINARY/BINARY-CHAR/SHORT/LONG/DOUBLE、OCCURS n、
      *    *** REDEFINES(同一オフセットの別視点として同じ位置で出力)
      *    ***
      *    *** 出力するTYPE: 9系DISPLAY=ZD(V1-3桁はZ1-Z3)、
      *    *** X/A/N/数字編集=CH、COMP-3=PD(LEN=バイト数)、
      *    *** 2進=HE(16進表示)
      *    ***
      *    *** 起動引数: ARG-1=入力ソースメンバー名
      *    ***           ARG-2=出力DT=行ファイル名(省略時既定値)
      *    ***           ARG-3=FULL 各DT=行の末尾に項目名全体
      *    ***                 (,NAME=項目名)を付ける(DDICTの出現
      *    ***                 収集用。FILEITEM等のPRM1には使わない)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LAYOUTGEN.
           03  WK-POT1-CNT-E   PIC --,---,---,--9 VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG3         PIC  X(008) VALUE SPACE.

      *    *** 文(ピリオドまで)の組み立てバッファ
           03  WK-STMT         PIC  X(512) VALUE SPACE.
           03  WK-PIC-RIX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC-KIND     PIC  X(001) VALUE SPACE.
           03  WK-PIC-AFT-V    PIC  X(001) VALUE "N".
           03  WK-PIC-EDIT     PIC  X(001) VALUE "N".

           03  WK-LVL-X        PIC  X(002) VALUE SPACE.

           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-POT1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-ARG3     FROM    ARGUMENT-VALUE
           END-IF
           DISPLAY WK-PGM-NAME " ARG-1=" WK-PIN1-F-NAME
           DISPLAY WK-PGM-NAME " F-OT =" WK-POT1-F-NAME

           END-IF

      *    *** 8-72桁のみ対象(連番域と73桁以降は捨てる)
      *    *** 文の先頭行は字下げを詰め、レベル番号を1トークン目に
           IF      WK-STMT-PTR =       1
                   MOVE    FUNCTION TRIM(PIN1-REC (8:65) LEADING)
                                       TO      WK-LINE (1:65)
           ELSE
                   MOVE    PIN1-REC (8:65) TO  WK-LINE (1:65)
           END-IF

      *    *** COPY文のプレフィックス置換(:##:等)はそのまま名前の
      *    *** 一部として扱う。文バッファへ連結する
           END-PERFORM

      *    *** USAGEのみの項目(BINARY-LONG等、PIC無し)はエレメンタリ
           IF      WK-ENT-GRP (WK-ENT-CNT) = "Y"      AND
                   WK-ENT-BYTES (WK-ENT-CNT) > ZERO
                   MOVE    "N"         TO  WK-ENT-GRP (WK-ENT-CNT)
                   MOVE    "9"         TO  WK-ENT-KIND (WK-ENT-CNT)
           END-IF
           EXIT.

      *    *** PICTURE文字列の解析。9/X/A/Nの桁数と(n)繰返し、
      *    *** V以下の小数桁を数える。編集文字があれば数字編集項目
      *    *** (種別E)として、S/V/P以外の全文字を1バイトずつ数える
       S210-10.

           MOVE    ZERO        TO      WK-ENT-DIGITS (WK-ENT-CNT)
                                       WK-ENT-SCALE (WK-ENT-CNT)
           MOVE    SPACE       TO      WK-ENT-KIND (WK-ENT-CNT)
           MOVE    "N"         TO      WK-PIC-AFT-V
           MOVE    "N"         TO      WK-PIC-EDIT

           MOVE    1           TO      WK-PIC-IX
           PERFORM UNTIL WK-PIC-IX > 32
               MOVE    WK-PIC (WK-PIC-IX:1) TO WK-PIC-C
               EVALUATE WK-PIC-C
                   WHEN "S"
                   WHEN "P"
                       CONTINUE
                   WHEN "V"
                       MOVE    "Y"         TO      WK-PIC-AFT-V
                   WHEN "X"
                   WHEN "A"
                   WHEN "N"
                   WHEN "Z"
                   WHEN "*"
                   WHEN "+"
                   WHEN "-"
                   WHEN ","
                   WHEN "."
                   WHEN "B"
                   WHEN "0"
                   WHEN "/"
                   WHEN "$"
                   WHEN "C"
                   WHEN "R"
                   WHEN "D"
                       IF      WK-PIC-C    =   "9" OR "X" OR "A" OR "N"
                           IF  WK-ENT-KIND (WK-ENT-CNT) = SPACE
                               MOVE    WK-PIC-C TO
                                       WK-ENT-KIND (WK-ENT-CNT)
                           END-IF
                       ELSE
                           MOVE    "Y"         TO      WK-PIC-EDIT
                       END-IF
      *    *** (n) 繰返しの読み取り(括弧の中だけを数える)
                       MOVE    1           TO      WK-PIC-REP
                       IF      WK-PIC (WK-PIC-IX + 1:1) = "("
                           MOVE    SPACE       TO  WK-PIC-REP-X
                           MOVE    ZERO        TO  WK-PIC-RIX
                           PERFORM VARYING J FROM WK-PIC-IX BY 1
                               UNTIL WK-PIC (J:1) = ")" OR J > 31
                               IF  J > WK-PIC-IX AND
                                   WK-PIC (J:1) IS NUMERIC
                                   ADD     1       TO  WK-PIC-RIX
                                   MOVE    WK-PIC (J:1) TO
                                       WK-PIC-REP-X (WK-PIC-RIX:1)
               ADD     1           TO      WK-PIC-IX
           END-PERFORM

      *    *** 数字編集は表示文字列(CH)として扱う
           IF      WK-PIC-EDIT =       "Y"
                   MOVE    "E"         TO  WK-ENT-KIND (WK-ENT-CNT)
                   MOVE    ZERO        TO  WK-ENT-SCALE (WK-ENT-CNT)
           END-IF

      *    *** バイト数を種別/USAGEから決める
           EVALUATE TRUE
               WHEN WK-ENT-USG (WK-ENT-CNT) = "PD"
                           WITH POINTER WK-OUT-PTR
           END-IF

      *    *** FULL指定時は項目名全体を付ける
           IF      WK-ARG3     =       "FULL"
                   STRING  ",NAME="    DELIMITED BY SIZE
                           WK-ENT-NAME (I) DELIMITED BY SPACE
                           INTO    WK-OUT-LINE
                           WITH POINTER WK-OUT-PTR
           END-IF

           MOVE    WK-OUT-LINE TO      POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS =    ZERO
