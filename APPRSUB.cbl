      *    *** 二人承認の保留登録/状態照会 サブルーチン
      *    *** マスター保守画面等が変更を直接マスターへ書かず、
      *    *** APPROVEの保留ファイル(APPROVE.PND)へ積む為に呼ぶ。
      *    *** 保留ファイルの形式とSEQの採番はAPPROVE SUBMITと同じ。
      *    ***
      *    *** SUBMIT: 保留(P)として1件追記し、採番したSEQを返す。
      *    ***         同じ対象ファイル+キーの保留(P)が既にあれば
      *    ***         積まずにRESULT=Nでその保留のSEQを返す
      *    ***         (承認前の変更が二重に積まれるのを防ぐ)。
      *    ***         保留ファイルはAPPROVEが200件まで扱う為、
      *    ***         200件に達していればRESULT=N
      *    *** STATUS: SEQの保留の状態(P/A/R/X)と承認者を返す

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             APPRSUB.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 保留ファイル(APPROVEと共用)
           SELECT PND1-F           ASSIGN   WK-PND1-F-NAME
                               STATUS   WK-PND1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PND1-F
           LABEL RECORDS ARE STANDARD.
       01  PND1-REC.
           03  PND1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PND1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PND1-REQ-OPID   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PND1-REQ-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PND1-TARGET     PIC  X(032).
           03  FILLER          PIC  X(001).
           03  PND1-TYPE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PND1-KEY        PIC  X(020).
           03  FILLER          PIC  X(001).
           03  PND1-BEFORE     PIC  X(100).
           03  FILLER          PIC  X(001).
           03  PND1-AFTER      PIC  X(100).
           03  FILLER          PIC  X(001).
           03  PND1-APP-OPID   PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PND1-APP-YMD    PIC  9(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "APPRSUB ".

           03  WK-PND1-F-NAME  PIC  X(032) VALUE "APPROVE.PND".
           03  WK-PND1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PND1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-PND-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAX-SEQ      PIC  9(006) VALUE ZERO.
           03  WK-DUP-SEQ      PIC  9(006) VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==LAP==.

       PROCEDURE   DIVISION    USING   LAP-APPRSUB-AREA
           .
       M100-10.

           EVALUATE LAP-ID
               WHEN "SUBMIT"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "STATUS"
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LAP-ID ERROR=" LAP-ID
                   MOVE    "N"         TO      LAP-RESULT
           END-EVALUATE
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** SUBMIT: 最終SEQ+1で保留(P)を1件追記する
       S100-10.

           MOVE    "N"         TO      LAP-RESULT
           IF      LAP-TARGET  =       SPACE   OR
                   LAP-OPID    =       SPACE   OR
                 ( LAP-TYPE NOT = "A" AND NOT = "C" AND NOT = "D" )
                   DISPLAY WK-PGM-NAME " SUBMIT ﾋｷｽｳ ﾌｿｸ"
                   GO  TO  S100-EX
           END-IF

      *    *** 件数、最終SEQ、同じ対象+キーの保留の有無
           MOVE    ZERO        TO      WK-PND-CNT
                                       WK-MAX-SEQ
                                       WK-DUP-SEQ
           MOVE    LOW-VALUE   TO      WK-PND1-EOF
           OPEN    INPUT       PND1-F
           IF      WK-PND1-STATUS =    ZERO
               PERFORM UNTIL WK-PND1-EOF = HIGH-VALUE
                   READ    PND1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-PND1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-PND-CNT
                           IF      PND1-SEQ    >       WK-MAX-SEQ
                               MOVE    PND1-SEQ    TO  WK-MAX-SEQ
                           END-IF
                           IF      PND1-STATE  =   "P"         AND
                                   PND1-TARGET =   LAP-TARGET  AND
                                   PND1-KEY    =   LAP-KEY
                               MOVE    PND1-SEQ    TO  WK-DUP-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PND1-F
           END-IF

           IF      WK-DUP-SEQ  >       ZERO
                   MOVE    WK-DUP-SEQ  TO      LAP-SEQ
                   MOVE    "P"         TO      LAP-STATE
                   DISPLAY WK-PGM-NAME " 承認待ちあり SEQ="
                           WK-DUP-SEQ
                   GO  TO  S100-EX
           END-IF

           IF      WK-PND-CNT  >=      200
                   DISPLAY WK-PGM-NAME " 保留は200件まで"
                   GO  TO  S100-EX
           END-IF

           OPEN    EXTEND      PND1-F
           IF      WK-PND1-STATUS =    05      OR      35
                   OPEN    OUTPUT      PND1-F
           END-IF
           IF      WK-PND1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PND1-F OPEN ERROR STATUS="
                           WK-PND1-STATUS
                   GO  TO  S100-EX
           END-IF

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           MOVE    SPACE       TO      PND1-REC
           COMPUTE PND1-SEQ    =       WK-MAX-SEQ + 1
           MOVE    "P"         TO      PND1-STATE
           MOVE    LAP-OPID    TO      PND1-REQ-OPID
           MOVE    WK-TODAY-YMD TO     PND1-REQ-YMD
           MOVE    LAP-TARGET  TO      PND1-TARGET
           MOVE    LAP-TYPE    TO      PND1-TYPE
           MOVE    LAP-KEY     TO      PND1-KEY
           MOVE    LAP-BEFORE  TO      PND1-BEFORE
           MOVE    LAP-AFTER   TO      PND1-AFTER
           MOVE    ZERO        TO      PND1-APP-YMD
           WRITE   PND1-REC
           CLOSE   PND1-F

           MOVE    PND1-SEQ    TO      LAP-SEQ
           MOVE    "P"         TO      LAP-STATE
           MOVE    SPACE       TO      LAP-APP-OPID
           MOVE    "Y"         TO      LAP-RESULT
           .
       S100-EX.
           EXIT.

      *    *** STATUS: SEQの保留を探して状態を返す
       S200-10.

           MOVE    "N"         TO      LAP-RESULT
           MOVE    SPACE       TO      LAP-STATE
                                       LAP-APP-OPID

           MOVE    LOW-VALUE   TO      WK-PND1-EOF
           OPEN    INPUT       PND1-F
           IF      WK-PND1-STATUS NOT =  ZERO
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-PND1-EOF = HIGH-VALUE
               READ    PND1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PND1-EOF
                   NOT AT  END
                       IF      PND1-SEQ    =       LAP-SEQ
                           MOVE    PND1-STATE  TO  LAP-STATE
                           MOVE    PND1-APP-OPID TO LAP-APP-OPID
                           MOVE    PND1-TARGET TO  LAP-TARGET
                           MOVE    PND1-TYPE   TO  LAP-TYPE
                           MOVE    PND1-KEY    TO  LAP-KEY
                           MOVE    "Y"         TO  LAP-RESULT
                           MOVE    HIGH-VALUE  TO  WK-PND1-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PND1-F
           .
       S200-EX.
           EXIT.
