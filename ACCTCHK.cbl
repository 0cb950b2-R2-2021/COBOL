      *    *** 勘定科目チェック サブルーチン(計上/繰越バッチが
      *    *** 勘定コード毎に呼ぶ)
      *    *** 勘定科目マスター(ACCTMST.DAT、ACCTMSTが保守する)を
      *    *** 引き、未登録/無効の勘定はRESULT=Nで拒否させる。
      *    *** 取引ファイルの打ち間違いが残高マスターに新しい勘定を
      *    *** 黙って作ってしまう事故を防ぐ

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ACCTCHK.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 勘定科目マスター(ACCTMSTが保守する)
           SELECT ACM1-F           ASSIGN   WK-ACM1-F-NAME
                               STATUS   WK-ACM1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY ACM1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  ACM1-F
           LABEL RECORDS ARE STANDARD.
       01  ACM1-REC.
           03  ACM1-KEY        PIC  X(008).
           03  ACM1-NAME       PIC  X(030).
           03  ACM1-TYPE       PIC  X(001).
           03  ACM1-SIDE       PIC  X(001).
           03  ACM1-PARENT     PIC  X(008).
           03  ACM1-ACTIVE     PIC  X(001).
           03  ACM1-UPD-OPID   PIC  X(008).
           03  ACM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(035).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ACCTCHK ".

           03  WK-ACM1-F-NAME  PIC  X(032) VALUE "ACCTMST.DAT".
           03  WK-ACM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OPENED       PIC  X(001) VALUE "N".

       LINKAGE                 SECTION.

           COPY    CPACCTCHK   REPLACING ==:##:== BY ==LAC==.

       PROCEDURE   DIVISION    USING   LAC-ACCTCHK-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LAC-STATE
                                       LAC-NAME
                                       LAC-TYPE
                                       LAC-SIDE
                                       LAC-PARENT
           MOVE    "N"         TO      LAC-RESULT

      *    *** マスターは初回呼出しで開き、以後開いたままにする
      *    *** (計上バッチは1実行で何万件も呼ぶ為)
           IF      WK-OPENED   NOT =   "Y"
                   OPEN    INPUT       ACM1-F
                   IF      WK-ACM1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " ACM1-F OPEN ERROR STATUS="
                                   WK-ACM1-STATUS
                           GO  TO  M100-EX
                   END-IF
                   MOVE    "Y"         TO      WK-OPENED
           END-IF

           MOVE    LAC-ACCT    TO      ACM1-KEY
           READ    ACM1-F
                   KEY ACM1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    ACM1-ACTIVE TO      LAC-STATE
                   MOVE    ACM1-NAME   TO      LAC-NAME
                   MOVE    ACM1-TYPE   TO      LAC-TYPE
                   MOVE    ACM1-SIDE   TO      LAC-SIDE
                   MOVE    ACM1-PARENT TO      LAC-PARENT
                   IF      ACM1-ACTIVE =       "A"
                           MOVE    "Y"         TO      LAC-RESULT
                   END-IF
           END-READ
           .
       M100-EX.
           EXIT     PROGRAM.
