      *    *** 会計期間管理マスター保守
      *    *** 期間管理マスター(PERCTL.DAT、キー=会社コード+会計年度
      *    *** +会計期)の
      *    *** 状態(O=オープン C=締め処理中 X=締め済み)を保守する。
      *    *** 締め(X)は直前の期が締め済みでないと実行できない
      *    *** (締め順の強制)。計上バッチの1件毎チェックはPERCHKが
      *    *** 本マスターを参照する。
      *    *** 期間は会社毎に管理する(子会社を先に締め、親会社は
      *    *** オープンのまま等)。締め順も会社毎に強制する。
      *    ***
      *    *** 起動引数(最後の引数COは会社コード、省略時0001):
      *    ***  LIST[,CO]         : 全期間の一覧(CO省略時は全会社)
      *    ***  OPEN,FY,FP[,CO]   : 期をオープンにする(新規登録可)
      *    ***                      AUTOREV.PRM1があれば、続けて
      *    ***                      AUTOREVで直前の期の見越しを
      *    ***                      この期の最初の営業日に振戻す
      *    ***  CLOSING,FY,FP[,CO]: 期を締め処理中にする
      *    ***  CLOSE,FY,FP,担当者[,CO]
      *    ***                    : 期を締め済みにする(締め順強制、
      *    ***                      誰がいつ締めたかを記録)
      *    ***                      CLOSECAL.MSTがあれば、締め
      *    ***                      チェックリストの必須タスクが全て
      *    ***                      完了でないと締めない(CLOSECAL
      *    ***                      CHECKが未完了タスクを表示する)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PERCTL.
           LABEL RECORDS ARE STANDARD.
       01  PER1-REC.
           03  PER1-KEY.
             05  PER1-CO       PIC  X(004).
             05  PER1-FY       PIC  9(002).
             05  PER1-FP       PIC  9(002).
           03  PER1-STATE      PIC  X(001).
           03  WK-FY           PIC  9(002) VALUE ZERO.
           03  WK-FP           PIC  9(002) VALUE ZERO.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
      *    *** 会社コード(LISTで空白は全会社)
           03  WK-CO           PIC  X(004) VALUE SPACE.
           03  WK-CMD          PIC  X(128) VALUE SPACE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2    AND
                   WK-MODE     =       "LIST"
                   ACCEPT  WK-CO       FROM    ARGUMENT-VALUE
                   MOVE    1           TO      WK-ARGUMENT-NUMBER
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-FY-A     FROM    ARGUMENT-VALUE
                   IF      WK-FY-A IS NUMERIC
                   ACCEPT  WK-OPID     FROM    ARGUMENT-VALUE
           END-IF

      *    *** 会社コードは最後の引数(LIST,CO OPEN,FY,FP,CO
      *    *** CLOSING,FY,FP,CO CLOSE,FY,FP,担当者,CO)
           EVALUATE TRUE
               WHEN WK-MODE = "CLOSE"   AND WK-ARGUMENT-NUMBER >= 5
                   ACCEPT  WK-CO       FROM    ARGUMENT-VALUE
               WHEN WK-MODE NOT = "LIST" AND
                    WK-MODE NOT = "CLOSE" AND WK-ARGUMENT-NUMBER >= 4
                   MOVE    WK-OPID     TO      WK-CO
                   MOVE    SPACE       TO      WK-OPID
           END-EVALUATE
           IF      WK-CO       =       SPACE   AND
                   WK-MODE     NOT =   "LIST"
                   MOVE    "0001"      TO      WK-CO
           END-IF

      *    *** マスターを開く(無ければ新規作成)
           OPEN    I-O         PER1-F
           IF      WK-PER1-STATUS =    05      OR      35
       S100-10.

           MOVE    SPACE       TO      PER1-KEY
           MOVE    WK-CO       TO      PER1-CO
           MOVE    ZERO        TO      PER1-FY
                                       PER1-FP
           START   PER1-F      KEY NOT <   PER1-KEY
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PER1-EOF
                   NOT AT  END
                     IF    WK-CO       NOT =   SPACE   AND
                           PER1-CO     NOT =   WK-CO
                       MOVE    HIGH-VALUE TO WK-PER1-EOF
                     ELSE
                       DISPLAY WK-PGM-NAME " CO=" PER1-CO
                               " FY=" PER1-FY
                               " FP=" PER1-FP
                               " STATE=" PER1-STATE
                               " BY=" PER1-CLOSED-BY
                               " YMD=" PER1-CLOSED-YMD
                     END-IF
               END-READ
           END-PERFORM
           .
      *    *** OPEN: 期をオープンにする(未登録なら新規)
       S200-10.

           MOVE    WK-CO       TO      PER1-CO
           MOVE    WK-FY       TO      PER1-FY
           MOVE    WK-FP       TO      PER1-FP
           READ    PER1-F
                   MOVE    SPACE       TO      PER1-CLOSED-BY
                   MOVE    ZERO        TO      PER1-CLOSED-YMD
                   WRITE   PER1-REC
                   DISPLAY WK-PGM-NAME " 新規OPEN CO=" WK-CO
                           " FY=" WK-FY
                           " FP=" WK-FP
                   PERFORM S250-10     THRU    S250-EX
               NOT INVALID
                   IF      PER1-STATE  =       "X"
                       DISPLAY WK-PGM-NAME
                   ELSE
                       MOVE    "O"         TO      PER1-STATE
                       REWRITE PER1-REC
                       DISPLAY WK-PGM-NAME " OPEN CO=" WK-CO
                               " FY=" WK-FY
                               " FP=" WK-FP
                       PERFORM S250-10     THRU    S250-EX
                   END-IF
           END-READ
           .
       S200-EX.
           EXIT.

      *    *** オープンした期への見越しの自動振戻し(AUTOREV)。
      *    *** 振戻し済みはAUTOREVの登録簿で除くので再オープンでも
      *    *** 二度振戻さない
       S250-10.

           MOVE    "test -f AUTOREV.PRM1" TO WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                   GO  TO  S250-EX
           END-IF

           MOVE    SPACE       TO      WK-CMD
           STRING  "cobcrun AUTOREV AUTOREV.PRM1 "
                                       DELIMITED BY SIZE
                   WK-FY               DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-FP               DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " AUTOREV RC NOT ZERO"
                           " (振戻し管理表を確認)"
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** CLOSING: 期を締め処理中にする(BALROLL等の前提状態)
       S300-10.

           MOVE    WK-CO       TO      PER1-CO
           MOVE    WK-FY       TO      PER1-FY
           MOVE    WK-FP       TO      PER1-FP
           READ    PER1-F
                   ELSE
                       MOVE    "C"         TO      PER1-STATE
                       REWRITE PER1-REC
                       DISPLAY WK-PGM-NAME " CLOSING CO=" WK-CO
                               " FY=" WK-FY
                               " FP=" WK-FP
                   END-IF
           END-READ
                   COMPUTE WK-PRV-FP = WK-FP - 1
           END-IF

           MOVE    WK-CO       TO      PER1-CO
           MOVE    WK-PRV-FY   TO      PER1-FY
           MOVE    WK-PRV-FP   TO      PER1-FP
           READ    PER1-F
                   END-IF
           END-READ

      *    *** 締めチェックリスト(CLOSECAL.MST)があれば、必須タスクが
      *    *** 全て完了している事を要求する。未完了タスクはCLOSECAL
      *    *** CHECKが一覧表示する
           MOVE    "test -f CLOSECAL.MST" TO WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE =       ZERO
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "cobcrun CLOSECAL CHECK "
                                               DELIMITED BY SIZE
                           WK-FY               DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WK-FP               DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WK-CO               DELIMITED BY SIZE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   IF      RETURN-CODE NOT =   ZERO
                       DISPLAY WK-PGM-NAME " 締め作業が未完了"
                               " CLOSE不可 FY=" WK-FY " FP=" WK-FP
                       DISPLAY WK-PGM-NAME
                               " (未完了タスクは上記の一覧)"
                       MOVE    8           TO      RETURN-CODE
                       GO  TO  S400-EX
                   END-IF
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    WK-CO       TO      PER1-CO
           MOVE    WK-FY       TO      PER1-FY
           MOVE    WK-FP       TO      PER1-FP
           READ    PER1-F
                   MOVE    WK-OPID     TO      PER1-CLOSED-BY
                   MOVE    WK-TODAY-YMD TO     PER1-CLOSED-YMD
                   REWRITE PER1-REC
                   DISPLAY WK-PGM-NAME " CLOSE CO=" WK-CO
                           " FY=" WK-FY
                           " FP=" WK-FP " BY=" WK-OPID
           END-READ
           .
