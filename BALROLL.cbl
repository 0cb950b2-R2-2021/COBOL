      *    ***   ・置き換え前に 旧残高合計+増減合計=新残高合計 の
      *    ***     検算を行い、一致した時だけ新世代でマスターを
      *    ***     置き換える
      *    ***   ・勘定科目マスター(ACCTMST)に無い勘定/無効の勘定の
      *    ***     取引は、残高マスターに勘定を作らずリジェクトへ
      *    ***     出す(理由20桁+元レコード)
      *    ***   ・残高マスターのキーは 会社コード(4)+勘定(8)。
      *    ***     CO=の会社だけを繰越し、他社のレコードはそのまま
      *    ***     新世代へ写す(会社毎に別々に締められる)。
      *    ***     期状態もその会社の期を見る
      *    ***
      *    *** PRM1(BALROLL.PRM1)の行:
      *    ***   F-IN=取引ファイル(複数行可 最大100)。指定が無ければ
      *    ***        CO=/FY/FPの期の計上仕訳一式(JRNLNM、
      *    ***        GLPOST.POT1.0001.FYFP DEPREC.POT1.0001.FYFP
      *    ***        FXREVAL.POT1/.POT3 ZENGINRT.POT1 AUTOREV.POT1
      *    ***        の同じ名前付け。無いファイルは飛ばす)を読む
      *    ***   F-BAL=残高マスター
      *    ***   F-NEW=新世代(作業名)  F-RPT=繰越レポート
      *    ***   F-RJ=リジェクト(既定BALROLL.POT2)
      *    ***   FY=会計年度  FP=会計期
      *    ***   CO=会社コード(既定0001)
      *    ***   DT=ACCT,POS=p,LEN=l(8まで)
      *    ***   DT=AMT,POS=p            増減額(ゾーン10桁)
      *    ***   DT=SIGN,POS=p           符号バイト("-"でマイナス、
      *    ***                           省略時は全てプラス)
      *    ***   DT=CO,POS=p             会社コード(4桁、任意。
      *    ***                           計上仕訳はPOS=116。空白の
      *    ***                           行はCO=の会社として扱い、
      *    ***                           他社の行は読み捨てる)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BALROLL.
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** リジェクト(未登録/無効勘定の取引)
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

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

       FD  PER1-F
           LABEL RECORDS ARE STANDARD.
       01  PER1-REC.
           03  PER1-KEY.
             05  PER1-CO       PIC  X(004).
             05  PER1-FY       PIC  9(002).
             05  PER1-FP       PIC  9(002).
           03  PER1-STATE      PIC  X(001).
       01  POT1-REC.
           03  FILLER          PIC  X(100).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-POT2-LEN.
       01  POT2-REC.
           03  FILLER          PIC  X(520).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "BALROLL ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "BALROLL.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** F-IN(最大100ファイル)
           03  WK-FIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-TBL      OCCURS 100.
             05  WK-FIN-NAME   PIC  X(032) VALUE SPACE.
           03  WK-BAL1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-BAL2-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PER1-F-NAME  PIC  X(032) VALUE "PERCTL.DAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "BALROLL.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "BALROLL.POT2".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAL2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PER1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT2-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-FY           PIC  9(002) VALUE ZERO.
           03  WK-FP           PIC  9(002) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
      *    *** Y=CO=の会社の新世代を書いた
           03  WK-OWN-DONE     PIC  X(001) VALUE "N".

           03  WK-P-CO         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-ACCT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-ACCT       BINARY-LONG SYNC VALUE 8.
           03  WK-P-AMT        BINARY-LONG SYNC VALUE ZERO.

           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RJ-CNT       BINARY-LONG SYNC VALUE ZERO.
      *    *** 他社の取引(読み捨て)、他社の残高(そのまま写す)
           03  WK-OTH-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OTH-BAL-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-RJ-REASON    PIC  X(020) VALUE SPACE.

      *    *** 検算用の三つの合計
           03  WK-TOT-OPEN     PIC S9(015) VALUE ZERO.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.

      *    *** 繰越レポートの見出し
           03  WK-RPT-HEAD.
             05  FILLER        PIC  X(040) VALUE
                 "BALROLL 期末残高繰越レポート".
             05  FILLER        PIC  X(004) VALUE " CO=".
             05  WK-RPT-CO     PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE " FY=".
             05  WK-RPT-FY     PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE " FP=".
             05  WK-RPT-FP     PIC  9(002) VALUE ZERO.

      *    *** 繰越レポート1行の編集
           03  WK-RPT-LINE.
             05  WK-RPT-ACCT   PIC  X(008) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==WAC==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** 勘定別の期首/増減テーブル(最大2000勘定)
       01  ACC-TBL-AREA.
           03  WK-ACC-CNT      BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-BAL1-F-NAME =    SPACE   OR
                   WK-BAL2-F-NAME =    SPACE   OR
                   WK-P-ACCT   =       ZERO    OR
                   WK-P-AMT    =       ZERO    OR
                   WK-FY       =       ZERO
                   DISPLAY WK-PGM-NAME
                           " F-BAL/F-NEW/FY/FP/DT= ﾌｿｸ"
                   STOP    RUN
           END-IF

           IF      WK-FIN-CNT  =       ZERO
                   PERFORM S030-10     THRU    S030-EX
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** F-INの指定が無い時の既定: 期の計上仕訳一式
      *    *** (無いファイルは飛ばす。1本も無ければ中止)
       S030-10.

           MOVE    "L"         TO      WJN-ID
           MOVE    WK-CO       TO      WJN-CO
           MOVE    WK-FY       TO      WJN-FY
           MOVE    WK-FP       TO      WJN-FP
           MOVE    1           TO      WJN-SEQ
           CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           PERFORM UNTIL WJN-RESULT NOT = "Y"
               PERFORM S035-10     THRU    S035-EX
               ADD     1           TO      WJN-SEQ
               CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
           END-PERFORM

           IF      WK-FIN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上仕訳が無い CO="
                           WK-CO " FY=" WK-FY " FP=" WK-FP
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
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


           EVALUATE WK-PRM01
               WHEN "F-IN"
                   IF      WK-FIN-CNT  >=      100
                       DISPLAY WK-PGM-NAME
                               " F-INは100ファイルまで"
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FIN-CNT
                   MOVE    WK-PRM02    TO      WK-FIN-NAME (WK-FIN-CNT)
               WHEN "F-BAL"
                   MOVE    WK-PRM02    TO      WK-BAL1-F-NAME
               WHEN "F-NEW"
                   MOVE    WK-PRM02    TO      WK-BAL2-F-NAME
               WHEN "F-RPT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-RJ"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "FY"
                   IF      WK-PRM02 (1:2) IS NUMERIC
                           MOVE    WK-PRM02 (1:2) TO WK-FY
                   IF      WK-PRM02 (1:2) IS NUMERIC
                           MOVE    WK-PRM02 (1:2) TO WK-FP
                   END-IF
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "DT"
                   EVALUATE WK-PRM02
                       WHEN "ACCT"
                       WHEN "SIGN"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-SIGN
                       WHEN "CO"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-CO
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " DT=名前ERROR="
                                   PRM1-REC
                   STOP    RUN
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
                   IF      PER1-STATE  NOT =   "C"
       S050-EX.
           EXIT.

      *    *** 旧残高マスターのCO=の会社の分をテーブルへ(期首残高)
       S100-10.

           OPEN    INPUT       BAL1-F
           END-IF

           MOVE    LOW-VALUE   TO      BAL1-KEY
           MOVE    WK-CO       TO      BAL1-CO
           START   BAL1-F      KEY NOT <   BAL1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-BAL1-EOF
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                   NOT AT  END
                     IF    BAL1-CO     NOT =   WK-CO
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                     ELSE
                       IF      WK-ACC-CNT  >=      2000
                           DISPLAY WK-PGM-NAME " 勘定は2000まで"
                           STOP    RUN
                       END-IF
                       ADD     1           TO      WK-ACC-CNT
                       MOVE    BAL1-ACCT   TO
                               WK-AC-ACCT (WK-ACC-CNT)
                       MOVE    BAL1-BAL    TO
                               WK-AC-OPEN (WK-ACC-CNT)
                       ADD     BAL1-BAL    TO      WK-TOT-OPEN
                     END-IF
               END-READ
           END-PERFORM

       S100-EX.
           EXIT.

      *    *** 取引ファイル(全てのF-IN)を読み、勘定別の増減を積む
       S200-10.

           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-FIN-CNT
               MOVE    WK-FIN-NAME (J) TO  WK-PIN1-F-NAME
               OPEN    INPUT       PIN1-F
               IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   STOP    RUN
               END-IF
               DISPLAY WK-PGM-NAME " F-IN " WK-PIN1-F-NAME
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

           CLOSE   POT2-F

           IF      WK-RJ-CNT   >       ZERO
                   DISPLAY WK-PGM-NAME " ﾘｼﾞｪｸﾄ=" WK-RJ-CNT
                           " (" WK-POT2-F-NAME ")"
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S200-EX.
           EXIT.
      *    *** 取引1件の勘定別集計
       S210-10.

      *    *** 他社の取引は読み捨てる(会社コード空白はCO=の会社)
           IF      WK-P-CO     >       ZERO
               IF  PIN1-REC (WK-P-CO:4) NOT = SPACE  AND
                   PIN1-REC (WK-P-CO:4) NOT = WK-CO
                   ADD     1           TO      WK-OTH-CNT
                   GO  TO  S210-EX
               END-IF
           END-IF

           MOVE    SPACE       TO      WK-ACCT
           MOVE    PIN1-REC (WK-P-ACCT:WK-L-ACCT) TO WK-ACCT
           MOVE    PIN1-REC (WK-P-AMT:10) TO WK-AMT-X
                   COMPUTE WK-AMT = ZERO - WK-AMT
           END-IF

      *    *** 勘定科目マスターに無い/無効の勘定は集計しない
           MOVE    WK-ACCT     TO      WAC-ACCT
           CALL    "ACCTCHK"   USING   WAC-ACCTCHK-AREA
           IF      WAC-RESULT  NOT =   "Y"
                   IF      WAC-STATE   =       SPACE
                           MOVE    "ACCT NOT FOUND" TO WK-RJ-REASON
                   ELSE
                           MOVE    "ACCT INACTIVE"  TO WK-RJ-REASON
                   END-IF
                   MOVE    SPACE       TO      POT2-REC
                   MOVE    WK-RJ-REASON TO     POT2-REC (1:20)
                   MOVE    PIN1-REC (1:WK-PIN1-LEN) TO
                           POT2-REC (21:WK-PIN1-LEN)
                   COMPUTE WK-POT2-LEN =   WK-PIN1-LEN + 20
                   WRITE   POT2-REC
                   ADD     1           TO      WK-RJ-CNT
                   GO  TO  S210-EX
           END-IF

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT OR K > ZERO
           END-PERFORM

           IF      K           =       ZERO
      *    *** 期首残高の無い新しい勘定(マスター登録済みの勘定のみ)
                   IF      WK-ACC-CNT  >=      2000
                           DISPLAY WK-PGM-NAME " 勘定は2000まで"
                           STOP    RUN
                   STOP    RUN
           END-IF

           MOVE    WK-CO       TO      WK-RPT-CO
           MOVE    WK-FY       TO      WK-RPT-FY
           MOVE    WK-FP       TO      WK-RPT-FP
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-RPT-HEAD TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** 旧世代をキー順に読み、他社のレコードはそのまま写し、
      *    *** CO=の会社の位置で今回の残高を書く
           OPEN    INPUT       BAL1-F
           IF      WK-BAL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL1-F OPEN ERROR STATUS="
                           WK-BAL1-STATUS
                   STOP    RUN
           END-IF
           MOVE    LOW-VALUE   TO      WK-BAL1-EOF
           MOVE    LOW-VALUE   TO      BAL1-KEY
           START   BAL1-F      KEY NOT <   BAL1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-BAL1-EOF
           END-START

           PERFORM UNTIL WK-BAL1-EOF = HIGH-VALUE
               READ    BAL1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAL1-EOF
                   NOT AT  END
                       PERFORM S510-10     THRU    S510-EX
               END-READ
           END-PERFORM
           CLOSE   BAL1-F

           IF      WK-OWN-DONE NOT =   "Y"
                   PERFORM S520-10     THRU    S520-EX
           END-IF

      *    *** 合計行
           MOVE    "*TOTAL"    TO      WK-RPT-ACCT
       S500-EX.
           EXIT.

      *    *** 旧世代1件。他社のレコードはそのまま写す(CO=の会社の
      *    *** レコードは今回の残高で置き換える)
       S510-10.

           IF      BAL1-CO     =       WK-CO
                   GO  TO  S510-EX
           END-IF
           IF      BAL1-CO     >       WK-CO   AND
                   WK-OWN-DONE NOT =   "Y"
                   PERFORM S520-10     THRU    S520-EX
           END-IF

           MOVE    BAL1-REC    TO      BAL2-REC
           WRITE   BAL2-REC
           IF      WK-BAL2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL2-F WRITE ERROR STATUS="
                           WK-BAL2-STATUS
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-OTH-BAL-CNT
           .
       S510-EX.
           EXIT.

      *    *** CO=の会社の新しい残高と繰越レポート
       S520-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ACC-CNT
               MOVE    WK-CO       TO      BAL2-CO
               MOVE    WK-AC-ACCT (I) TO   BAL2-ACCT
               COMPUTE BAL2-BAL =
                       WK-AC-OPEN (I) + WK-AC-MOVE (I)
               WRITE   BAL2-REC
               IF      WK-BAL2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BAL2-F WRITE ERROR STATUS="
                           WK-BAL2-STATUS
                   STOP    RUN
               END-IF
               ADD     BAL2-BAL    TO      WK-TOT-CLOSE

               MOVE    WK-AC-ACCT (I) TO   WK-RPT-ACCT
               MOVE    WK-AC-OPEN (I) TO   WK-RPT-OPEN
               MOVE    WK-AC-MOVE (I) TO   WK-RPT-MOVE
               MOVE    BAL2-BAL    TO      WK-RPT-CLOSE
               MOVE    SPACE       TO      POT1-REC
               MOVE    WK-RPT-LINE TO      POT1-REC (1:85)
               WRITE   POT1-REC
           END-PERFORM
           MOVE    "Y"         TO      WK-OWN-DONE
           .
       S520-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
                   " 取引=" WK-PIN1-CNT
                   " 読み捨て=" WK-SKIP-CNT
                   " ﾘｼﾞｪｸﾄ=" WK-RJ-CNT
                   " 勘定=" WK-ACC-CNT
           DISPLAY WK-PGM-NAME " 他社の取引=" WK-OTH-CNT
                   " 他社の残高(写し)=" WK-OTH-BAL-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
