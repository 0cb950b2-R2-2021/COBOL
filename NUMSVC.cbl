      *    *** 採番サービス サブルーチン
      *    *** 伝票番号、請求書番号、支払実行番号などを番号系列毎に
      *    *** 採番管理マスター(NUMCTL.DAT、キー=系列)から払い出す。
      *    *** 系列毎に接頭辞、連番の桁数、連番の切替え(N=しない
      *    *** Y=暦年 F=会計年度、4月始まり)を持ち、切替える系列の
      *    *** 番号には年(年度)4桁を入れる。
      *    *** 系列のレコードはロックを掛けて読み、更新して解放する。
      *    *** 他のジョブがロック中の時は1秒待って読み直す(30回まで)
      *    *** ので、並行して走るJOBCHAINのステップが同じ番号を
      *    *** 受け取る事は無い。
      *    *** 払出し(I)/使用(U)/取消(V)は全て採番ログ(NUMSVC.LOG)
      *    *** に プログラム、担当者、日時 付きで追加する。払い出した
      *    *** が使用も取消もされていない番号はNUMCTL GAPで一覧する。
      *    *** 系列の登録はNUMCTL DEFINEで行う。
      *    ***
      *    *** 採番ログの行(1件1行):
      *    ***   1-8 系列  10-13 年(年度)  15-23 連番  25-44 番号
      *    ***   46 区分(I=払出し U=使用 V=取消)  48-55 プログラム
      *    ***   57-64 担当者  66-73 日付  75-80 時刻
      *    ***   82-111 使用先/取消理由

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NUMSVC.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 採番管理マスター(NUMCTLが保守する)
           SELECT NC1-F            ASSIGN   WK-NC1-F-NAME
                               STATUS   WK-NC1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY NC1-SERIES
               LOCK MODE IS MANUAL.

      *    *** 採番ログ(追加のみ)
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  NC1-F
           LABEL RECORDS ARE STANDARD.
       01  NC1-REC.
           03  NC1-SERIES      PIC  X(008).
           03  NC1-PREFIX      PIC  X(008).
           03  NC1-WIDTH       PIC  9(002).
           03  NC1-RESET       PIC  X(001).
           03  NC1-PERIOD      PIC  9(004).
           03  NC1-LAST        PIC  9(009).
           03  NC1-NAME        PIC  X(030).
           03  NC1-UPD-PGM     PIC  X(008).
           03  NC1-UPD-USER    PIC  X(008).
           03  NC1-UPD-YMD     PIC  9(008).
           03  NC1-UPD-HMS     PIC  9(006).

       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG1-SERIES     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-PERIOD     PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LOG1-SEQ        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  LOG1-NUMBER     PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LOG1-EVENT      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LOG1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-USER       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LOG1-MEMO       PIC  X(030).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NUMSVC  ".

           03  WK-NC1-F-NAME   PIC  X(032) VALUE "NUMCTL.DAT".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "NUMSVC.LOG".
           03  WK-NC1-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OPENED       PIC  X(001) VALUE "N".

      *    *** ロック待ち(1秒 x 30回)
           03  WK-SLEEP-SEC    BINARY-LONG SYNC VALUE 1.
           03  WK-RETRY        BINARY-LONG SYNC VALUE ZERO.
           03  WK-RETRY-MAX    BINARY-LONG SYNC VALUE 30.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.
           03  WK-YMD          PIC  9(008) VALUE ZERO.
           03  WK-PERIOD       PIC  9(004) VALUE ZERO.
           03  WK-NEXT         PIC  9(009) VALUE ZERO.
           03  WK-MAX          PIC  9(009) VALUE ZERO.
           03  WK-SEQ-X        PIC  X(009) VALUE SPACE.
           03  WK-SEQ          REDEFINES WK-SEQ-X
                               PIC  9(009).
           03  WK-EVENT        PIC  X(001) VALUE SPACE.
           03  WK-W            BINARY-LONG SYNC VALUE ZERO.
           03  WK-P            BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-SEQ        BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOG-OK       PIC  X(001) VALUE "N".

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

       LINKAGE                 SECTION.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==LNS==.

       PROCEDURE   DIVISION    USING   LNS-NUMSVC-AREA
           .
       M100-10.

           MOVE    "N"         TO      LNS-RESULT
           MOVE    SPACE       TO      LNS-REASON-CD

      *    *** マスターは初回呼出しで開き、以後開いたままにする
           IF      WK-OPENED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   IF      WK-OPENED   NOT =   "Y"
                           MOVE    "NG"        TO      LNS-REASON-CD
                           GO  TO  M100-EX
                   END-IF
           END-IF

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-X    FROM    TIME

           EVALUATE LNS-ID
               WHEN "NEXT"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "USED"
                   MOVE    "U"         TO      WK-EVENT
                   PERFORM S300-10     THRU    S300-EX
               WHEN "VOID"
                   MOVE    "V"         TO      WK-EVENT
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " ID ERROR=" LNS-ID
                   MOVE    "NG"        TO      LNS-REASON-CD
           END-EVALUATE
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 採番管理マスターのオープン(I-O)
       S100-10.

           IF      LNS-F-NAME  NOT =   SPACE
                   MOVE    LNS-F-NAME  TO      WK-NC1-F-NAME
           END-IF
           IF      LNS-F-LOG   NOT =   SPACE
                   MOVE    LNS-F-LOG   TO      WK-LOG1-F-NAME
           END-IF

           OPEN    I-O         NC1-F
           IF      WK-NC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " NC1-F OPEN ERROR STATUS="
                           WK-NC1-STATUS " (" WK-NC1-F-NAME ")"
                   GO  TO  S100-EX
           END-IF
           MOVE    "Y"         TO      WK-OPENED
           .
       S100-EX.
           EXIT.

      *    *** NEXT: 系列をロックして次の連番を払い出す
       S200-10.

           IF      LNS-YMD     =       ZERO
                   MOVE    WK-TODAY-YMD TO     WK-YMD
           ELSE
                   MOVE    LNS-YMD     TO      WK-YMD
           END-IF
           MOVE    ZERO        TO      WK-RETRY
           .
       S200-20.

           MOVE    LNS-SERIES  TO      NC1-SERIES
           READ    NC1-F       WITH    LOCK
                   KEY NC1-SERIES
           EVALUATE WK-NC1-STATUS
               WHEN ZERO
                   CONTINUE
               WHEN 23
                   DISPLAY WK-PGM-NAME " 系列の未登録 SERIES="
                           LNS-SERIES
                   MOVE    "NS"        TO      LNS-REASON-CD
                   GO  TO  S200-EX
               WHEN 51
                   ADD     1           TO      WK-RETRY
                   IF      WK-RETRY    >       WK-RETRY-MAX
                           DISPLAY WK-PGM-NAME
                                   " ロック待ち時間切れ"
                                   " SERIES=" LNS-SERIES
                           MOVE    "LK"        TO      LNS-REASON-CD
                           GO  TO  S200-EX
                   END-IF
                   CALL    "C$SLEEP"   USING   WK-SLEEP-SEC
                   GO  TO  S200-20
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " NC1-F READ ERROR STATUS="
                           WK-NC1-STATUS " SERIES=" LNS-SERIES
                   MOVE    "NG"        TO      LNS-REASON-CD
                   GO  TO  S200-EX
           END-EVALUATE

      *    *** 年(年度)の切替え。基準日が前の年(年度)の時は
      *    *** 連番を戻さず、今の年(年度)のまま続ける
           EVALUATE NC1-RESET
               WHEN "Y"
                   MOVE    WK-YMD (1:4) TO     WK-PERIOD
               WHEN "F"
                   MOVE    "F"         TO      WDT-DATE-TIME-ID
                   MOVE    WK-YMD (3:2) TO     WDT-DATE-FY-YY
                   MOVE    WK-YMD (5:2) TO     WDT-DATE-FY-MM
                   MOVE    WK-YMD (7:2) TO     WDT-DATE-FY-DD
                   CALL    "DATETIME"  USING   WDT-DATETIME-AREA
                   COMPUTE WK-PERIOD = 2000 + WDT-DATE-FY
               WHEN OTHER
                   MOVE    ZERO        TO      WK-PERIOD
           END-EVALUATE
           IF      WK-PERIOD   >       NC1-PERIOD
                   MOVE    WK-PERIOD   TO      NC1-PERIOD
                   MOVE    ZERO        TO      NC1-LAST
           END-IF

      *    *** 連番の上限(系列の桁数)
           MOVE    NC1-WIDTH   TO      WK-W
           IF      WK-W        <       1       OR
                   WK-W        >       9
                   MOVE    9           TO      WK-W
           END-IF
           COMPUTE WK-MAX = ( 10 ** WK-W ) - 1
           COMPUTE WK-NEXT = NC1-LAST + 1
           IF      WK-NEXT     >       WK-MAX
                   UNLOCK  NC1-F
                   DISPLAY WK-PGM-NAME " 連番の桁あふれ SERIES="
                           LNS-SERIES
                   MOVE    "OV"        TO      LNS-REASON-CD
                   GO  TO  S200-EX
           END-IF

           MOVE    WK-NEXT     TO      NC1-LAST
           MOVE    LNS-PGM     TO      NC1-UPD-PGM
           MOVE    LNS-USER    TO      NC1-UPD-USER
           MOVE    WK-TODAY-YMD TO     NC1-UPD-YMD
           MOVE    WK-NOW-X (1:6) TO   NC1-UPD-HMS
           REWRITE NC1-REC
           IF      WK-NC1-STATUS NOT =  ZERO
                   UNLOCK  NC1-F
                   DISPLAY WK-PGM-NAME " NC1-F REWRITE ERROR STATUS="
                           WK-NC1-STATUS " SERIES=" LNS-SERIES
                   MOVE    "NG"        TO      LNS-REASON-CD
                   GO  TO  S200-EX
           END-IF
           UNLOCK  NC1-F

      *    *** 番号の組立て 接頭辞+年(年度)+連番
           MOVE    SPACE       TO      LNS-NUMBER
           MOVE    1           TO      WK-P
           IF      NC1-PREFIX  NOT =   SPACE
                   STRING  NC1-PREFIX  DELIMITED BY SPACE
                           INTO    LNS-NUMBER
                           WITH POINTER WK-P
           END-IF
           IF      NC1-RESET   =       "Y" OR "F"
                   STRING  NC1-PERIOD  DELIMITED BY SIZE
                           INTO    LNS-NUMBER
                           WITH POINTER WK-P
           END-IF
           MOVE    WK-NEXT     TO      WK-SEQ
           COMPUTE WK-P-SEQ = 10 - WK-W
           STRING  WK-SEQ-X (WK-P-SEQ:WK-W) DELIMITED BY SIZE
                   INTO    LNS-NUMBER
                   WITH POINTER WK-P
           MOVE    WK-NEXT     TO      LNS-SEQ
           MOVE    NC1-PERIOD  TO      WK-PERIOD

      *    *** 払出しのログ。ログが書けない時は番号を使わせない
      *    *** (払い出した連番はGAPで欠番として出る)
           MOVE    "I"         TO      WK-EVENT
           PERFORM S900-10     THRU    S900-EX
           IF      WK-LOG-OK   =       "Y"
                   MOVE    "Y"         TO      LNS-RESULT
           ELSE
                   MOVE    "NG"        TO      LNS-REASON-CD
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** USED/VOID: 払い出した番号の使用/取消をログに残す
       S300-10.

           IF      LNS-NUMBER  =       SPACE
                   DISPLAY WK-PGM-NAME " 番号の指定が無い"
                           " ID=" LNS-ID
                   MOVE    "NO"        TO      LNS-REASON-CD
                   GO  TO  S300-EX
           END-IF

           MOVE    ZERO        TO      WK-PERIOD
                                       LNS-SEQ
           PERFORM S900-10     THRU    S900-EX
           IF      WK-LOG-OK   =       "Y"
                   MOVE    "Y"         TO      LNS-RESULT
           ELSE
                   MOVE    "NG"        TO      LNS-REASON-CD
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 採番ログへ1行追加(呼出し毎に開いて閉じる)
       S900-10.

           MOVE    "N"         TO      WK-LOG-OK
           OPEN    EXTEND      LOG1-F
           IF      WK-LOG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      LOG1-F
           END-IF
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS " (" WK-LOG1-F-NAME ")"
                   GO  TO  S900-EX
           END-IF

           MOVE    SPACE       TO      LOG1-REC
           MOVE    LNS-SERIES  TO      LOG1-SERIES
           MOVE    WK-PERIOD   TO      LOG1-PERIOD
           MOVE    LNS-SEQ     TO      LOG1-SEQ
           MOVE    LNS-NUMBER  TO      LOG1-NUMBER
           MOVE    WK-EVENT    TO      LOG1-EVENT
           MOVE    LNS-PGM     TO      LOG1-PGM
           MOVE    LNS-USER    TO      LOG1-USER
           MOVE    WK-TODAY-YMD TO     LOG1-YMD
           MOVE    WK-NOW-X (1:6) TO   LOG1-HMS
           MOVE    LNS-MEMO    TO      LOG1-MEMO
           WRITE   LOG1-REC
           IF      WK-LOG1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-LOG-OK
           ELSE
                   DISPLAY WK-PGM-NAME " LOG1-F WRITE ERROR STATUS="
                           WK-LOG1-STATUS
           END-IF
           CLOSE   LOG1-F
           .
       S900-EX.
           EXIT.
