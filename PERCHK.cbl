      *    *** を求め、期間管理マスター(PERCTL.DAT)の状態を返す。
      *    *** 締め済み(X)の期への計上はRESULT=Nで拒否させ、再実行が
      *    *** 報告済みの月へ書き込む事故を防ぐ
      *    *** 期間管理マスターのキーは 会社コード+会計年度+会計期
      *    *** (会社コードの指定が無い時は0001 親会社)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PERCHK.
           LABEL RECORDS ARE STANDARD.
       01  PER1-REC.
           03  PER1-KEY.
             05  PER1-CO       PIC  X(004).
             05  PER1-FY       PIC  9(002).
             05  PER1-FP       PIC  9(002).
           03  PER1-STATE      PIC  X(001).
      *    *** マスターは初回呼出しで開き、以後開いたままにする
      *    *** (計上バッチは1実行で何万件も呼ぶ為)
           IF      WK-OPENED   NOT =   "Y"
                   IF      LPC-F-NAME  NOT =   SPACE
                           MOVE    LPC-F-NAME  TO      WK-PER1-F-NAME
                   END-IF
                   OPEN    INPUT       PER1-F
                   IF      WK-PER1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                   MOVE    "Y"         TO      WK-OPENED
           END-IF

           IF      LPC-CO      =       SPACE
                   MOVE    "0001"      TO      PER1-CO
           ELSE
                   MOVE    LPC-CO      TO      PER1-CO
           END-IF
           MOVE    LPC-FY      TO      PER1-FY
           MOVE    LPC-FP      TO      PER1-FP
           READ    PER1-F
