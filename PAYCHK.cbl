      *    *** 振込先チェック サブルーチン(支払/振込バッチが
      *    *** 支払先コード毎に呼ぶ)
      *    *** 支払先口座マスター(PAYEEMST.DAT、PAYEEMSTが保守する)
      *    *** を引き、口座の銀行/支店が銀行支店マスター(BANKCD.DAT)
      *    *** に在るかも確かめる。未登録/無効の支払先、廃止された
      *    *** 支店宛はRESULT=Nで拒否させ、組戻しを未然に防ぐ

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PAYCHK.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 支払先口座マスター(PAYEEMSTが保守する)
           SELECT PYM1-F           ASSIGN   WK-PYM1-F-NAME
                               STATUS   WK-PYM1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PYM1-KEY.

      *    *** 銀行支店マスター(PAYEEMST BANKLOAD が作る)
           SELECT BKC1-F           ASSIGN   WK-BKC1-F-NAME
                               STATUS   WK-BKC1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY BKC1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PYM1-F
           LABEL RECORDS ARE STANDARD.
       01  PYM1-REC.
           03  PYM1-KEY        PIC  X(010).
           03  PYM1-BANK       PIC  X(004).
           03  PYM1-BRANCH     PIC  X(003).
           03  PYM1-KAMOKU     PIC  X(001).
           03  PYM1-KOZA       PIC  X(007).
           03  PYM1-KANA       PIC  X(030).
           03  PYM1-NAME       PIC  X(020).
           03  PYM1-ACTIVE     PIC  X(001).
           03  PYM1-UPD-OPID   PIC  X(008).
           03  PYM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(008).

       FD  BKC1-F
           LABEL RECORDS ARE STANDARD.
       01  BKC1-REC.
           03  BKC1-KEY.
             05  BKC1-BANK     PIC  X(004).
             05  BKC1-BRANCH   PIC  X(003).
           03  BKC1-BANK-KANA  PIC  X(015).
           03  BKC1-BRN-KANA   PIC  X(015).
           03  BKC1-BANK-NAME  PIC  X(020).
           03  BKC1-BRN-NAME   PIC  X(020).
           03  FILLER          PIC  X(003).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PAYCHK  ".

           03  WK-PYM1-F-NAME  PIC  X(032) VALUE "PAYEEMST.DAT".
           03  WK-PYM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BKC1-F-NAME  PIC  X(032) VALUE "BANKCD.DAT".
           03  WK-BKC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OPENED       PIC  X(001) VALUE "N".

       LINKAGE                 SECTION.

           COPY    CPPAYCHK    REPLACING ==:##:== BY ==LPY==.

       PROCEDURE   DIVISION    USING   LPY-PAYCHK-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LPY-STATE
                                       LPY-BANK
                                       LPY-BRANCH
                                       LPY-KAMOKU
                                       LPY-KOZA
                                       LPY-KANA
                                       LPY-BRN-OK
           MOVE    "N"         TO      LPY-RESULT
           MOVE    "PAYEE NOT FOUND"   TO  LPY-REASON

      *    *** マスターは初回呼出しで開き、以後開いたままにする
           IF      WK-OPENED   NOT =   "Y"
                   OPEN    INPUT       PYM1-F
                   IF      WK-PYM1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " PYM1-F OPEN ERROR STATUS="
                                   WK-PYM1-STATUS
                           MOVE    "PAYEEMST OPEN ERROR" TO LPY-REASON
                           GO  TO  M100-EX
                   END-IF
                   OPEN    INPUT       BKC1-F
                   IF      WK-BKC1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " BKC1-F OPEN ERROR STATUS="
                                   WK-BKC1-STATUS
                           CLOSE   PYM1-F
                           MOVE    "BANKCD OPEN ERROR" TO   LPY-REASON
                           GO  TO  M100-EX
                   END-IF
                   MOVE    "Y"         TO      WK-OPENED
           END-IF

           MOVE    LPY-PAYEE   TO      PYM1-KEY
           READ    PYM1-F
                   KEY PYM1-KEY
               INVALID
                   GO  TO  M100-EX
           END-READ

           MOVE    PYM1-ACTIVE TO      LPY-STATE
           MOVE    PYM1-BANK   TO      LPY-BANK
           MOVE    PYM1-BRANCH TO      LPY-BRANCH
           MOVE    PYM1-KAMOKU TO      LPY-KAMOKU
           MOVE    PYM1-KOZA   TO      LPY-KOZA
           MOVE    PYM1-KANA   TO      LPY-KANA

      *    *** 支店の廃止/統合はBANKLOADの度にマスターから消える
           MOVE    PYM1-BANK   TO      BKC1-BANK
           MOVE    PYM1-BRANCH TO      BKC1-BRANCH
           READ    BKC1-F
                   KEY BKC1-KEY
               INVALID
                   MOVE    "N"         TO      LPY-BRN-OK
               NOT INVALID
                   MOVE    "Y"         TO      LPY-BRN-OK
           END-READ

           EVALUATE TRUE
               WHEN PYM1-ACTIVE NOT = "A"
                   MOVE    "PAYEE INACTIVE"    TO  LPY-REASON
               WHEN LPY-BRN-OK  NOT = "Y"
                   MOVE    "BRANCH NOT FOUND"  TO  LPY-REASON
               WHEN OTHER
                   MOVE    "Y"         TO      LPY-RESULT
                   MOVE    SPACE       TO      LPY-REASON
           END-EVALUATE
           .
       M100-EX.
           EXIT     PROGRAM.
