      *    ***   DT=KOZA,POS=p,LEN=7      口座番号
      *    ***   DT=NAME,POS=p,LEN=30     受取人名(半角)
      *    ***   DT=AMOUNT,POS=p,LEN=10   金額(ゾーン数字)
      *    ***   DT=PAYEE,POS=p,LEN=10    支払先コード
      *    *** DT=PAYEEを指定すると、銀行/支店/科目/口座/受取人名は
      *    *** 明細から取らず、支払先口座マスター(PAYEEMST)をPAYCHK
      *    *** で引いて使う(DT=はPAYEEとAMOUNTだけで足りる)。
      *    *** 未登録/無効の支払先、廃止された支店宛はPAYCHKの理由
      *    *** (PAYEE NOT FOUND 等)を付けてリジェクトする。
      *    *** 支払先コードはデータレコードの顧客コード1(92-101)に
      *    *** 載せる(DENCHOの証憑索引で相手先コードになる)。
      *    *** RUNSER=番号系列(NUMCTLで登録、任意)を指定すると、
      *    *** 支払実行番号をNUMSVCで払い出して送金明細リストの
      *    *** 先頭に載せ、振込ファイルを作り終えたら使用済みにする
      *    *** (採番できない時は振込ファイルを作らず RC=16)。

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ZENGIN.
           03  WK-HDR-KOZA     PIC  X(007) VALUE SPACE.
           03  WK-AMT-LIMIT    PIC  9(010) VALUE 100000000.

      *    *** 支払実行番号の番号系列と払い出した番号
           03  WK-RUN-SER      PIC  X(008) VALUE SPACE.
           03  WK-RUN-NO       PIC  X(020) VALUE SPACE.

      *    *** 明細項目の位置(DT=で設定)
           03  WK-P-BANK       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-BRANCH     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-KOZA       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-NAME       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-AMOUNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-PAYEE      BINARY-LONG SYNC VALUE ZERO.

      *    *** 明細取出しワーク
           03  WK-BANK         PIC  X(004) VALUE SPACE.
             05  WK-ZD-NAME    PIC  X(030) VALUE SPACE.
             05  WK-ZD-AMT     PIC  9(010) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE "0".
             05  WK-ZD-CUST1   PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE "7".
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(017) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPPAYCHK    REPLACING ==:##:== BY ==WPY==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

                   DISPLAY WK-PGM-NAME " F-IN= 指定がない"
                   STOP    RUN
           END-IF
           IF      WK-P-PAYEE  =   ZERO    AND
                 ( WK-P-BANK   =   ZERO    OR
                   WK-P-BRANCH =   ZERO    OR
                   WK-P-KAMOKU =   ZERO    OR
                   WK-P-KOZA   =   ZERO    OR
                   WK-P-NAME   =   ZERO    OR
                   WK-P-AMOUNT =   ZERO )
                   DISPLAY WK-PGM-NAME
                           " DT=BANK/BRANCH/KAMOKU/KOZA/NAME"
                           "/AMOUNT 全て必要"
                   STOP    RUN
           END-IF
           IF      WK-P-PAYEE  NOT =   ZERO    AND
                   WK-P-AMOUNT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " DT=PAYEE の時も DT=AMOUNT は必要"
                   STOP    RUN
           END-IF
           IF      WK-HDR-CODE =       SPACE   OR
                   WK-HDR-DATE =       SPACE
                   DISPLAY WK-PGM-NAME " HDRCODE=/HDRDATE= が無い"
                   STOP    RUN
           END-IF

      *    *** 支払実行番号の払出し
           IF      WK-RUN-SER  NOT =   SPACE
                   MOVE    "NEXT"      TO      WNS-ID
                   MOVE    WK-RUN-SER  TO      WNS-SERIES
                   MOVE    WK-PGM-NAME TO      WNS-PGM
                   MOVE    SPACE       TO      WNS-USER
                   MOVE    ZERO        TO      WNS-YMD
                   MOVE    WK-PIN1-F-NAME TO   WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
                   IF      WNS-RESULT  NOT =   "Y"
                           DISPLAY WK-PGM-NAME " 採番 ERROR "
                                   WK-RUN-SER " " WNS-REASON-CD
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    WNS-NUMBER  TO      WK-RUN-NO
           END-IF

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                   MOVE    WK-PRM02 (1:1) TO   WK-HDR-KMK
               WHEN "HDRKOZA"
                   MOVE    WK-PRM02 (1:7) TO   WK-HDR-KOZA
               WHEN "RUNSER"
                   MOVE    WK-PRM02    TO      WK-RUN-SER
               WHEN "AMTLIMIT"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                           WHEN "AMOUNT"
                               MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                    WK-P-AMOUNT
                           WHEN "PAYEE"
                               MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                    WK-P-PAYEE
                           WHEN OTHER
                               DISPLAY WK-PGM-NAME
                                       " DT=名前ERROR=" PRM1-REC
           MOVE    WK-HDR-KOZA TO      WK-ZH-KOZA
           MOVE    WK-ZH       TO      POT1-REC
           WRITE   POT1-REC

           IF      WK-RUN-NO   NOT =   SPACE
                   MOVE    SPACE       TO      POT2-REC
                   STRING  "** RUN NO="        DELIMITED BY SIZE
                           WK-RUN-NO           DELIMITED BY SPACE
                           " DATE="            DELIMITED BY SIZE
                           WK-HDR-DATE         DELIMITED BY SIZE
                           INTO    POT2-REC
                   WRITE   POT2-REC
           END-IF
           .
       S050-EX.
           EXIT.
      *    *** 明細1件の検査とデータレコード(種別2)書出し
       S200-10.

           MOVE    SPACE       TO      WK-RJ-REASON
           IF      WK-P-PAYEE  =       ZERO
               MOVE    PIN1-REC (WK-P-BANK:4)   TO  WK-BANK
               MOVE    PIN1-REC (WK-P-BRANCH:3) TO  WK-BRANCH
               MOVE    PIN1-REC (WK-P-KAMOKU:1) TO  WK-KAMOKU
               MOVE    PIN1-REC (WK-P-KOZA:7)   TO  WK-KOZA
               MOVE    PIN1-REC (WK-P-NAME:30)  TO  WK-NAME
           ELSE
      *    *** 口座は支払先口座マスターから
               MOVE    PIN1-REC (WK-P-PAYEE:10) TO  WPY-PAYEE
               CALL    "PAYCHK"    USING   WPY-PAYCHK-AREA
               MOVE    WPY-BANK    TO      WK-BANK
               MOVE    WPY-BRANCH  TO      WK-BRANCH
               MOVE    WPY-KAMOKU  TO      WK-KAMOKU
               MOVE    WPY-KOZA    TO      WK-KOZA
               MOVE    WPY-KANA    TO      WK-NAME
               IF      WPY-RESULT  NOT =   "Y"
                   MOVE    WPY-REASON  TO      WK-RJ-REASON
               END-IF
           END-IF
           MOVE    PIN1-REC (WK-P-AMOUNT:10) TO WK-AMT-X

           EVALUATE TRUE
               WHEN WK-RJ-REASON NOT = SPACE
                   CONTINUE
               WHEN WK-BANK IS NOT NUMERIC
                   MOVE    "BANK CODE NG"  TO  WK-RJ-REASON
               WHEN WK-BRANCH IS NOT NUMERIC
           MOVE    WK-KOZA     TO      WK-ZD-KOZA
           MOVE    WK-NAME     TO      WK-ZD-NAME
           MOVE    WK-AMT      TO      WK-ZD-AMT
           MOVE    SPACE       TO      WK-ZD-CUST1
           IF      WK-P-PAYEE  NOT =   ZERO
                   MOVE    PIN1-REC (WK-P-PAYEE:10) TO WK-ZD-CUST1
           END-IF
           MOVE    WK-ZD       TO      POT1-REC
           WRITE   POT1-REC

                   WK-ZT-AMT           DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC

      *    *** 支払実行番号を使用済みにする
           IF      WK-RUN-NO   NOT =   SPACE
                   MOVE    "USED"      TO      WNS-ID
                   MOVE    WK-RUN-SER  TO      WNS-SERIES
                   MOVE    WK-RUN-NO   TO      WNS-NUMBER
                   MOVE    WK-POT1-F-NAME TO   WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           END-IF
           .
       S500-EX.
           EXIT.
           MOVE    WK-RJ-CNT   TO      WK-RJ-CNT-E
           DISPLAY WK-PGM-NAME " ﾘｼﾞｪｸﾄ = " WK-RJ-CNT-E
                   " (" WK-POT3-F-NAME ")"
           IF      WK-RUN-NO   NOT =   SPACE
                   DISPLAY WK-PGM-NAME " 支払実行番号 = "
                           WK-RUN-NO
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
