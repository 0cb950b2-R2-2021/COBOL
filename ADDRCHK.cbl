      *    *** 郵便番号/住所チェック サブルーチン
      *    *** ADDRMST POSTLOADが日本郵便の郵便番号データから作った
      *    *** 郵便番号マスター(POSTCD.DAT)を郵便番号で引き、住所が
      *    *** その郵便番号の都道府県/市区町村/町域と合うかを返す
      *    *** (ADDRMSTの保守画面が入力時に、CHECKが全件に呼ぶ)。
      *    *** 住所は空白(半角/全角)を除き、"ヶ""が""ガ"を"ケ"に
      *    *** 寄せてから(霞ヶ関/霞が関 等の表記揺れ)
      *    *** 先頭から 都道府県(省略可)+市区町村+町域 の順に比べる。
      *    *** 市区町村の郡名は省略されていても一致とする。
      *    *** 町域が「以下に掲載がない場合」の郵便番号は市区町村
      *    *** までの一致で良い。
      *    *** 郵便番号の町域が全て廃止(D)ならABOLISH=Y、REASON=AB。
      *    *** マスターは初回呼出しで開き、ID=CLOSEで閉じる

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ADDRCHK.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 郵便番号マスター(ADDRMST POSTLOADが作る)
           SELECT PCD1-F           ASSIGN   WK-PCD1-F-NAME
                               STATUS   WK-PCD1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PCD1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PCD1-F
           LABEL RECORDS ARE STANDARD.
       01  PCD1-REC.
           03  PCD1-KEY.
             05  PCD1-POST     PIC  X(007).
             05  PCD1-SEQ      PIC  9(002).
           03  PCD1-JIS        PIC  X(005).
           03  PCD1-PREF-K     PIC  X(030).
           03  PCD1-CITY-K     PIC  X(060).
           03  PCD1-TOWN-K     PIC  X(090).
           03  PCD1-PREF       PIC  X(012).
           03  PCD1-CITY       PIC  X(060).
           03  PCD1-TOWN       PIC  X(120).
           03  PCD1-STATE      PIC  X(001).
           03  PCD1-STAMP      PIC  X(014).
           03  PCD1-DEL-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ADDRCHK ".

           03  WK-PCD1-F-NAME  PIC  X(032) VALUE "POSTCD.DAT".
           03  WK-PCD1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-PCD1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-OPENED       PIC  X(001) VALUE "N".

      *    *** 数字だけにした郵便番号と桁数
           03  WK-P7           PIC  X(007) VALUE SPACE.
           03  WK-P7-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-NG         PIC  X(001) VALUE "N".

      *    *** 郵便番号の町域(最大20)
           03  WK-CD-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CD-ACT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CD-AREA      OCCURS 20.
             05  WK-CD-PREF    PIC  X(012) VALUE SPACE.
             05  WK-CD-CITY    PIC  X(060) VALUE SPACE.
             05  WK-CD-TOWN    PIC  X(120) VALUE SPACE.
             05  WK-CD-PREF-K  PIC  X(030) VALUE SPACE.
             05  WK-CD-CITY-K  PIC  X(060) VALUE SPACE.
             05  WK-CD-TOWN-K  PIC  X(090) VALUE SPACE.
             05  WK-CD-STATE   PIC  X(001) VALUE SPACE.
             05  WK-CD-DEL-YMD PIC  9(008) VALUE ZERO.

      *    *** 突合せ。一致度 0=市区町村も不一致 1=市区町村まで
      *    *** 2=町域まで一致
           03  WK-SC           BINARY-LONG SYNC VALUE ZERO.
           03  WK-RP           BINARY-LONG SYNC VALUE ZERO.
           03  WK-BEST         BINARY-LONG SYNC VALUE ZERO.
           03  WK-BEST-SC      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BEST-RP      BINARY-LONG SYNC VALUE ZERO.
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.
           03  WK-CITY-OK      PIC  X(001) VALUE "N".

      *    *** 正規化した住所と 都道府県/市区町村/町域
           03  WK-NA           PIC  X(120) VALUE SPACE.
           03  WK-NA-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-NP           PIC  X(120) VALUE SPACE.
           03  WK-NP-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-NC           PIC  X(120) VALUE SPACE.
           03  WK-NC-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-NT           PIC  X(120) VALUE SPACE.
           03  WK-NT-L         BINARY-LONG SYNC VALUE ZERO.

      *    *** 正規化(空白を除く、ヶ/が/ガ→ケ)の入出力
           03  WK-NIN          PIC  X(120) VALUE SPACE.
           03  WK-NOUT         PIC  X(120) VALUE SPACE.
           03  WK-NOUT-L       BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPADDRCHK   REPLACING ==:##:== BY ==LAD==.

       PROCEDURE   DIVISION    USING   LAD-ADDRCHK-AREA
           .
       M100-10.

           MOVE    "N"         TO      LAD-RESULT
                                       LAD-ABOLISH
           MOVE    SPACE       TO      LAD-REASON-CD
                                       LAD-POST7
                                       LAD-PREF
                                       LAD-CITY
                                       LAD-TOWN
                                       LAD-PREF-K
                                       LAD-CITY-K
                                       LAD-TOWN-K
                                       LAD-STD
                                       LAD-REST
           MOVE    ZERO        TO      LAD-DEL-YMD
                                       LAD-TOWN-CNT

           IF      LAD-ID      =       "CLOSE"
                   IF      WK-OPENED   =       "Y"
                           CLOSE   PCD1-F
                           MOVE    "N"         TO      WK-OPENED
                   END-IF
                   MOVE    "Y"         TO      LAD-RESULT
                   GO  TO  M100-EX
           END-IF

           IF      LAD-ID      NOT =   "CHECK"
                   DISPLAY WK-PGM-NAME " ID ERROR=" LAD-ID
                   MOVE    "NG"        TO      LAD-REASON-CD
                   GO  TO  M100-EX
           END-IF

      *    *** マスターは初回呼出しで開き、以後開いたままにする
           IF      WK-OPENED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   IF      WK-OPENED   NOT =   "Y"
                           MOVE    "NG"        TO      LAD-REASON-CD
                           GO  TO  M100-EX
                   END-IF
           END-IF

           PERFORM S200-10     THRU    S200-EX
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 郵便番号マスターのオープン(INPUT)
       S100-10.

           IF      LAD-F-NAME  NOT =   SPACE
                   MOVE    LAD-F-NAME  TO      WK-PCD1-F-NAME
           END-IF

           OPEN    INPUT       PCD1-F
           IF      WK-PCD1-STATUS NOT = "00"
                   DISPLAY WK-PGM-NAME " PCD1-F OPEN ERROR STATUS="
                           WK-PCD1-STATUS " (" WK-PCD1-F-NAME ")"
                   GO  TO  S100-EX
           END-IF
           MOVE    "Y"         TO      WK-OPENED
           .
       S100-EX.
           EXIT.

      *    *** CHECK: 郵便番号で町域を集め、住所と突き合わせる
       S200-10.

      *    *** 郵便番号は数字7桁("-"と空白は除く)
           MOVE    SPACE       TO      WK-P7
           MOVE    ZERO        TO      WK-P7-L
           MOVE    "N"         TO      WK-P-NG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               EVALUATE TRUE
                   WHEN LAD-POST (I:1) IS NUMERIC
                       ADD     1           TO      WK-P7-L
                       IF      WK-P7-L     <=      7
                               MOVE    LAD-POST (I:1) TO
                                       WK-P7 (WK-P7-L:1)
                       END-IF
                   WHEN LAD-POST (I:1) = "-" OR SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE    "Y"         TO      WK-P-NG
               END-EVALUATE
           END-PERFORM
           IF      WK-P7-L     NOT =   7       OR
                   WK-P-NG     =       "Y"
                   MOVE    "PF"        TO      LAD-REASON-CD
                   GO  TO  S200-EX
           END-IF
           MOVE    WK-P7       TO      LAD-POST7

           PERFORM S210-10     THRU    S210-EX
           MOVE    WK-CD-CNT   TO      LAD-TOWN-CNT
           IF      WK-CD-CNT   =       ZERO
                   MOVE    "NP"        TO      LAD-REASON-CD
                   GO  TO  S200-EX
           END-IF

      *    *** 町域が全て廃止なら廃止された郵便番号
           IF      WK-CD-ACT   =       ZERO
                   MOVE    1           TO      WK-BEST
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    "Y"         TO      LAD-ABOLISH
                   MOVE    WK-CD-DEL-YMD (1) TO LAD-DEL-YMD
                   MOVE    "AB"        TO      LAD-REASON-CD
                   GO  TO  S200-EX
           END-IF

      *    *** 有効な町域の先頭を既定の候補にする
           MOVE    ZERO        TO      WK-BEST
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CD-CNT OR WK-BEST > ZERO
               IF      WK-CD-STATE (K) =   "A"
                       MOVE    K           TO      WK-BEST
               END-IF
           END-PERFORM

           IF      LAD-ADDR    =       SPACE
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    "NA"        TO      LAD-REASON-CD
                   GO  TO  S200-EX
           END-IF

           MOVE    LAD-ADDR    TO      WK-NIN
           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-NOUT     TO      WK-NA
           MOVE    WK-NOUT-L   TO      WK-NA-L

      *    *** 有効な町域毎に突き合わせ、一致度の高い先頭を採る
           MOVE    ZERO        TO      WK-BEST-SC
                                       WK-BEST-RP
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CD-CNT OR WK-BEST-SC = 2
               IF      WK-CD-STATE (K) =   "A"
                   PERFORM S230-10     THRU    S230-EX
                   IF      WK-SC       >       WK-BEST-SC
                           MOVE    WK-SC       TO      WK-BEST-SC
                           MOVE    WK-RP       TO      WK-BEST-RP
                           MOVE    K           TO      WK-BEST
                   END-IF
               END-IF
           END-PERFORM

           PERFORM S300-10     THRU    S300-EX
           IF      WK-BEST-RP  >       ZERO    AND
                   WK-BEST-RP  <=      WK-NA-L
                   MOVE    WK-NA (WK-BEST-RP:WK-NA-L - WK-BEST-RP + 1)
                                       TO      LAD-REST
           END-IF

           EVALUATE WK-BEST-SC
               WHEN 2
                   MOVE    "Y"         TO      LAD-RESULT
               WHEN 1
                   MOVE    "NT"        TO      LAD-REASON-CD
               WHEN OTHER
                   MOVE    "NC"        TO      LAD-REASON-CD
           END-EVALUATE
           .
       S200-EX.
           EXIT.

      *    *** 郵便番号の町域を表へ(WK-CD-CNT 件、有効は WK-CD-ACT)
       S210-10.

           MOVE    ZERO        TO      WK-CD-CNT
                                       WK-CD-ACT
           MOVE    WK-P7       TO      PCD1-POST
           MOVE    ZERO        TO      PCD1-SEQ
           MOVE    LOW-VALUE   TO      WK-PCD1-EOF
           START   PCD1-F      KEY NOT <   PCD1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PCD1-EOF
           END-START

           PERFORM UNTIL WK-PCD1-EOF = HIGH-VALUE
               READ    PCD1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PCD1-EOF
                   NOT AT  END
                       IF      PCD1-POST   NOT =   WK-P7   OR
                               WK-CD-CNT   >=      20
                           MOVE    HIGH-VALUE TO WK-PCD1-EOF
                       ELSE
                           ADD     1           TO      WK-CD-CNT
                           MOVE    PCD1-PREF   TO
                                   WK-CD-PREF (WK-CD-CNT)
                           MOVE    PCD1-CITY   TO
                                   WK-CD-CITY (WK-CD-CNT)
                           MOVE    PCD1-TOWN   TO
                                   WK-CD-TOWN (WK-CD-CNT)
                           MOVE    PCD1-PREF-K TO
                                   WK-CD-PREF-K (WK-CD-CNT)
                           MOVE    PCD1-CITY-K TO
                                   WK-CD-CITY-K (WK-CD-CNT)
                           MOVE    PCD1-TOWN-K TO
                                   WK-CD-TOWN-K (WK-CD-CNT)
                           MOVE    PCD1-STATE  TO
                                   WK-CD-STATE (WK-CD-CNT)
                           MOVE    PCD1-DEL-YMD TO
                                   WK-CD-DEL-YMD (WK-CD-CNT)
                           IF      PCD1-STATE  =       "A"
                                   ADD     1           TO  WK-CD-ACT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 町域K件目と正規化した住所の突合せ(WK-SC、WK-RP=
      *    *** 一致した所の次の桁)
       S230-10.

           MOVE    ZERO        TO      WK-SC
           MOVE    ZERO        TO      WK-RP

           MOVE    WK-CD-PREF (K) TO   WK-NIN
           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-NOUT     TO      WK-NP
           MOVE    WK-NOUT-L   TO      WK-NP-L
           MOVE    WK-CD-CITY (K) TO   WK-NIN
           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-NOUT     TO      WK-NC
           MOVE    WK-NOUT-L   TO      WK-NC-L
           MOVE    WK-CD-TOWN (K) TO   WK-NIN
           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-NOUT     TO      WK-NT
           MOVE    WK-NOUT-L   TO      WK-NT-L

      *    *** 都道府県は省略可
           MOVE    1           TO      WK-POS
           IF      WK-NP-L     >       ZERO    AND
                   WK-NP-L     <=      WK-NA-L AND
                   WK-NA (1:WK-NP-L) = WK-NP (1:WK-NP-L)
                   ADD     WK-NP-L     TO      WK-POS
           END-IF

      *    *** 市区町村(郡名は省略されていても良い)
           MOVE    "N"         TO      WK-CITY-OK
           IF      WK-NC-L     >       ZERO    AND
                   WK-POS + WK-NC-L - 1 <= WK-NA-L AND
                   WK-NA (WK-POS:WK-NC-L) = WK-NC (1:WK-NC-L)
                   ADD     WK-NC-L     TO      WK-POS
                   MOVE    "Y"         TO      WK-CITY-OK
           END-IF
           IF      WK-CITY-OK  =       "N"
                   MOVE    ZERO        TO      J
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-NC-L - 2 OR J > ZERO
                       IF      WK-NC (I:3) =       "郡"
                               MOVE    I           TO      J
                       END-IF
                   END-PERFORM
                   IF      J           >       ZERO
                       COMPUTE L = WK-NC-L - J - 2
                       IF      L           >       ZERO    AND
                               WK-POS + L - 1 <=   WK-NA-L AND
                               WK-NA (WK-POS:L) = WK-NC (J + 3:L)
                               ADD     L           TO      WK-POS
                               MOVE    "Y"         TO      WK-CITY-OK
                       END-IF
                   END-IF
           END-IF
           IF      WK-CITY-OK  =       "N"
                   GO  TO  S230-EX
           END-IF

      *    *** 町域(町域の無い郵便番号は市区町村まで)
           MOVE    1           TO      WK-SC
           MOVE    WK-POS      TO      WK-RP
           IF      WK-NT-L     =       ZERO
                   MOVE    2           TO      WK-SC
                   GO  TO  S230-EX
           END-IF
           IF      WK-POS + WK-NT-L - 1 <= WK-NA-L AND
                   WK-NA (WK-POS:WK-NT-L) = WK-NT (1:WK-NT-L)
                   MOVE    2           TO      WK-SC
                   ADD     WK-NT-L     TO      WK-RP
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** WK-BEST件目の町域を返却域へ
       S300-10.

           MOVE    WK-CD-PREF (WK-BEST)   TO  LAD-PREF
           MOVE    WK-CD-CITY (WK-BEST)   TO  LAD-CITY
           MOVE    WK-CD-TOWN (WK-BEST)   TO  LAD-TOWN
           MOVE    WK-CD-PREF-K (WK-BEST) TO  LAD-PREF-K
           MOVE    WK-CD-CITY-K (WK-BEST) TO  LAD-CITY-K
           MOVE    WK-CD-TOWN-K (WK-BEST) TO  LAD-TOWN-K
           MOVE    SPACE       TO      LAD-STD
           STRING  WK-CD-PREF (WK-BEST) DELIMITED BY SPACE
                   WK-CD-CITY (WK-BEST) DELIMITED BY SPACE
                   WK-CD-TOWN (WK-BEST) DELIMITED BY SPACE
                   INTO    LAD-STD
           .
       S300-EX.
           EXIT.

      *    *** 正規化 WK-NIN → WK-NOUT(WK-NOUT-L桁)。空白(半角/
      *    *** 全角)を除き、"ヶ""が""ガ"を"ケ"に寄せる
       S400-10.

           MOVE    SPACE       TO      WK-NOUT
           MOVE    ZERO        TO      WK-NOUT-L
           MOVE    1           TO      P
           PERFORM UNTIL P > 120
               EVALUATE TRUE
                   WHEN WK-NIN (P:1) = SPACE
                       ADD     1           TO      P
                   WHEN P <= 118 AND WK-NIN (P:3) = X"E38080"
                       ADD     3           TO      P
                   WHEN P <= 118 AND ( WK-NIN (P:3) = "ヶ" OR
                        WK-NIN (P:3) = "が" OR WK-NIN (P:3) = "ガ" )
                       MOVE    "ケ"        TO
                               WK-NOUT (WK-NOUT-L + 1:3)
                       ADD     3           TO      WK-NOUT-L
                       ADD     3           TO      P
                   WHEN OTHER
                       ADD     1           TO      WK-NOUT-L
                       MOVE    WK-NIN (P:1) TO
                               WK-NOUT (WK-NOUT-L:1)
                       ADD     1           TO      P
               END-EVALUATE
           END-PERFORM
           .
       S400-EX.
           EXIT.
