      *    *** 採番管理マスター保守と欠番レポート
      *    *** 採番管理マスター(NUMCTL.DAT、キー=番号系列)の系列を
      *    *** 登録/変更し、採番ログ(NUMSVC.LOG)から払い出した
      *    *** まま使われていない番号を一覧する。番号の払出しは
      *    *** サブルーチンNUMSVCが行う。
      *    ***
      *    *** 起動引数:
      *    ***  LIST                       : 全系列の一覧
      *    ***  DEFINE,系列,接頭辞,桁数,切替え[,名称]
      *    ***                             : 系列の登録/変更
      *    ***                               接頭辞 "-" は接頭辞無し
      *    ***                               桁数 1-9(連番の桁数)
      *    ***                               切替え N=しない Y=暦年
      *    ***                               F=会計年度(4月始まり)
      *    ***                               最終連番は変えない
      *    ***  VOID,系列,番号,担当者,理由 : 払い出した番号の取消
      *    ***                               (欠番の説明としてログに
      *    ***                               残す)
      *    ***  GAP[,系列]                 : 欠番レポート(NUMCTL.POT1)
      *    ***    ・払い出した後に使用(U)も取消(V)もされていない
      *    ***      番号 (ISSUED NOT USED)
      *    ***    ・系列/年度内で連番が飛んでいて、払出しのログが
      *    ***      無い番号 (NO LOG)
      *    ***    欠番が1件でもあれば RC=4

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NUMCTL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT NC1-F            ASSIGN   WK-NC1-F-NAME
                               STATUS   WK-NC1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY NC1-SERIES
               LOCK MODE IS MANUAL.

      *    *** 採番ログ(NUMSVCが追加する)
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 欠番レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
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

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NUMCTL  ".

           03  WK-NC1-F-NAME   PIC  X(032) VALUE "NUMCTL.DAT".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "NUMSVC.LOG".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "NUMCTL.POT1".
           03  WK-NC1-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-NC1-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-NC1-OPEN     PIC  X(001) VALUE "N".

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE "LIST".
           03  WK-SERIES       PIC  X(008) VALUE SPACE.
           03  WK-ARG3         PIC  X(020) VALUE SPACE.
           03  WK-ARG4         PIC  X(008) VALUE SPACE.
           03  WK-ARG5         PIC  X(030) VALUE SPACE.
           03  WK-ARG6         PIC  X(030) VALUE SPACE.
           03  WK-WIDTH        PIC  9(002) VALUE ZERO.
           03  WK-MAX          PIC  9(009) VALUE ZERO.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.

           03  WK-LOG1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-GAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOLOG-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-VOID-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ED-CNT       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-ED-SEQ1      PIC  Z(008)9 VALUE ZERO.
           03  WK-ED-SEQ2      PIC  Z(008)9 VALUE ZERO.
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** 欠番レポートの行
           03  WK-LS-LINE.
             05  WK-LS-SERIES  PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-PERIOD  PIC  9(004) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-NUMBER  PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STAT    PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-PGM     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-USER    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-HMS     PIC  9(006) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

      *    *** 払い出した番号(GAP用)
       01  ISS-TBL-AREA.
           03  WK-ISS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ISS-TBL      OCCURS 20000.
               05  WK-IS-SERIES  PIC  X(008).
               05  WK-IS-PERIOD  PIC  9(004).
               05  WK-IS-NUMBER  PIC  X(020).
               05  WK-IS-STAT    PIC  X(001).
               05  WK-IS-PGM     PIC  X(008).
               05  WK-IS-USER    PIC  X(008).
               05  WK-IS-YMD     PIC  9(008).
               05  WK-IS-HMS     PIC  9(006).

      *    *** 系列/年度毎の直前の連番(飛び番の検出)
       01  GRP-TBL-AREA.
           03  WK-GRP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-GRP-TBL      OCCURS 200.
               05  WK-GR-SERIES  PIC  X(008).
               05  WK-GR-PERIOD  PIC  9(004).
               05  WK-GR-LAST    PIC  9(009).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数解析
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "LIST"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "DEFINE"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "VOID"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "GAP"
                   PERFORM S400-10     THRU    S400-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=LIST/DEFINE/VOID/GAP"
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           MOVE    WK-RC-SAVE  TO      RETURN-CODE
           .
       M100-EX.
           STOP    RUN.

       S010-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

           MOVE    "O"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       NC1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-X    FROM    TIME

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-SERIES   FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-ARG3     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  4
                   ACCEPT  WK-ARG4     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  5
                   ACCEPT  WK-ARG5     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  6
                   ACCEPT  WK-ARG6     FROM    ARGUMENT-VALUE
           END-IF

      *    *** マスターはLIST/DEFINEの時だけ開く(無ければ新規作成)。
      *    *** VOIDはNUMSVCが開く
           IF      WK-MODE     =       "LIST"  OR
                   WK-MODE     =       "DEFINE"
                   OPEN    I-O         NC1-F
                   IF      WK-NC1-STATUS =     05      OR      35
                           OPEN    OUTPUT      NC1-F
                           CLOSE   NC1-F
                           OPEN    I-O         NC1-F
                   END-IF
                   IF      WK-NC1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " NC1-F OPEN ERROR STATUS="
                                   WK-NC1-STATUS
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    "Y"         TO      WK-NC1-OPEN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 全系列の一覧
       S100-10.

           MOVE    LOW-VALUE   TO      NC1-SERIES
           START   NC1-F       KEY NOT <   NC1-SERIES
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-NC1-EOF
           END-START

           PERFORM UNTIL WK-NC1-EOF = HIGH-VALUE
               READ    NC1-F       NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-NC1-EOF
                   NOT AT  END
                       DISPLAY WK-PGM-NAME " SERIES=" NC1-SERIES
                               " PREFIX=" NC1-PREFIX
                               " WIDTH=" NC1-WIDTH
                               " RESET=" NC1-RESET
                               " PERIOD=" NC1-PERIOD
                               " LAST=" NC1-LAST
                       DISPLAY WK-PGM-NAME "          "
                               NC1-NAME
                               " BY=" NC1-UPD-PGM
                               " " NC1-UPD-USER
                               " " NC1-UPD-YMD
                               " " NC1-UPD-HMS
               END-READ
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** DEFINE: 系列の登録/変更(最終連番は引継ぐ)
       S200-10.

           IF      WK-SERIES   =       SPACE   OR
                   WK-ARG3     =       SPACE   OR
                   WK-ARG4 (1:1) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " DEFINE ﾋｷｽｳ ﾌｿｸ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF
           MOVE    FUNCTION NUMVAL(WK-ARG4) TO WK-WIDTH
           IF      WK-WIDTH    <       1       OR
                   WK-WIDTH    >       9
                   DISPLAY WK-PGM-NAME " 桁数は1-9 WIDTH=" WK-ARG4
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF
           IF      WK-ARG5 (1:1) NOT = "N" AND
                   WK-ARG5 (1:1) NOT = "Y" AND
                   WK-ARG5 (1:1) NOT = "F"
                   DISPLAY WK-PGM-NAME " 切替えはN/Y/F"
                           " RESET=" WK-ARG5
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF
           IF      WK-ARG3     =       "-"
                   MOVE    SPACE       TO      WK-ARG3
           END-IF

           MOVE    WK-SERIES   TO      NC1-SERIES
           READ    NC1-F       WITH    LOCK
                   KEY NC1-SERIES
               INVALID
                   MOVE    SPACE       TO      NC1-REC
                   MOVE    WK-SERIES   TO      NC1-SERIES
                   MOVE    WK-ARG3     TO      NC1-PREFIX
                   MOVE    WK-WIDTH    TO      NC1-WIDTH
                   MOVE    WK-ARG5 (1:1) TO    NC1-RESET
                   MOVE    ZERO        TO      NC1-PERIOD
                                               NC1-LAST
                   MOVE    WK-ARG6     TO      NC1-NAME
                   PERFORM S210-10     THRU    S210-EX
                   WRITE   NC1-REC
                   DISPLAY WK-PGM-NAME " 新規登録 SERIES=" WK-SERIES
               NOT INVALID
      *    *** 既に払い出した連番が入らない桁数には減らせない
                   COMPUTE WK-MAX = ( 10 ** WK-WIDTH ) - 1
                   IF      NC1-LAST    >       WK-MAX
                       UNLOCK  NC1-F
                       DISPLAY WK-PGM-NAME " 桁数不足 LAST="
                               NC1-LAST
                       MOVE    8           TO      WK-RC-SAVE
                   ELSE
                       MOVE    WK-ARG3     TO      NC1-PREFIX
                       MOVE    WK-WIDTH    TO      NC1-WIDTH
                       MOVE    WK-ARG5 (1:1) TO    NC1-RESET
                       IF      WK-ARG6     NOT =   SPACE
                               MOVE    WK-ARG6     TO      NC1-NAME
                       END-IF
                       PERFORM S210-10     THRU    S210-EX
                       REWRITE NC1-REC
                       UNLOCK  NC1-F
                       DISPLAY WK-PGM-NAME " 変更 SERIES=" WK-SERIES
                               " LAST=" NC1-LAST
                   END-IF
           END-READ
           IF      WK-NC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " NC1-F UPDATE ERROR STATUS="
                           WK-NC1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 更新者欄
       S210-10.

           MOVE    WK-PGM-NAME TO      NC1-UPD-PGM
           MOVE    SPACE       TO      NC1-UPD-USER
           MOVE    WK-TODAY-YMD TO     NC1-UPD-YMD
           MOVE    WK-NOW-X (1:6) TO   NC1-UPD-HMS
           .
       S210-EX.
           EXIT.

      *    *** VOID: 払い出した番号の取消(NUMSVCがログに残す)
       S300-10.

           IF      WK-SERIES   =       SPACE   OR
                   WK-ARG3     =       SPACE   OR
                   WK-ARG4     =       SPACE   OR
                   WK-ARG5     =       SPACE
                   DISPLAY WK-PGM-NAME
                           " VOID,系列,番号,担当者,理由"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           MOVE    "VOID"      TO      WNS-ID
           MOVE    WK-SERIES   TO      WNS-SERIES
           MOVE    WK-PGM-NAME TO      WNS-PGM
           MOVE    WK-ARG4     TO      WNS-USER
           MOVE    WK-ARG3     TO      WNS-NUMBER
           MOVE    WK-ARG5     TO      WNS-MEMO
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           IF      WNS-RESULT  =       "Y"
                   DISPLAY WK-PGM-NAME " 取消 SERIES=" WK-SERIES
                           " NO=" WK-ARG3
           ELSE
                   DISPLAY WK-PGM-NAME " 取消エラー REASON="
                           WNS-REASON-CD
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** GAP: 欠番レポート
       S400-10.

           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS " (" WK-LOG1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   CLOSE   LOG1-F
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "欠番レポート 作成日 " DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   "  系列 "           DELIMITED BY SIZE
                   WK-SERIES           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "SERIES   YEAR NUMBER               "
                                       DELIMITED BY SIZE
                   "STATUS           PGM      USER     "
                                       DELIMITED BY SIZE
                   "ISSUED"            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       IF      WK-SERIES   =       SPACE   OR
                               LOG1-SERIES =       WK-SERIES
                               ADD     1           TO      WK-LOG1-CNT
                               PERFORM S410-10     THRU    S410-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LOG1-F

      *    *** 使用も取消もされていない番号
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ISS-CNT
               IF      WK-IS-STAT (I) =    "I"
                   ADD     1           TO      WK-GAP-CNT
                   MOVE    WK-IS-SERIES (I) TO WK-LS-SERIES
                   MOVE    WK-IS-PERIOD (I) TO WK-LS-PERIOD
                   MOVE    WK-IS-NUMBER (I) TO WK-LS-NUMBER
                   MOVE    "ISSUED NOT USED" TO WK-LS-STAT
                   MOVE    WK-IS-PGM (I) TO    WK-LS-PGM
                   MOVE    WK-IS-USER (I) TO   WK-LS-USER
                   MOVE    WK-IS-YMD (I) TO    WK-LS-YMD
                   MOVE    WK-IS-HMS (I) TO    WK-LS-HMS
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    WK-LS-LINE  TO      POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-GAP-CNT  TO      WK-ED-CNT
           STRING  "** ISSUED NOT USED=" DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC
           MOVE    WK-NOLOG-CNT TO     WK-ED-CNT
           STRING  "  NO LOG="         DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC (27:)
           MOVE    WK-VOID-CNT TO      WK-ED-CNT
           STRING  "  VOID="           DELIMITED BY SIZE
                   WK-ED-CNT           DELIMITED BY SIZE
                   INTO    POT1-REC (44:)
           WRITE   POT1-REC
           CLOSE   POT1-F

           IF      WK-GAP-CNT + WK-NOLOG-CNT > ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** 採番ログ1行の反映
       S410-10.

           EVALUATE LOG1-EVENT
               WHEN "I"
                   PERFORM S420-10     THRU    S420-EX
                   IF      WK-ISS-CNT  >=      20000
                           DISPLAY WK-PGM-NAME " ISS-TBL 上限超過"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-ISS-CNT
                   MOVE    LOG1-SERIES TO      WK-IS-SERIES (WK-ISS-CNT)
                   MOVE    LOG1-PERIOD TO      WK-IS-PERIOD (WK-ISS-CNT)
                   MOVE    LOG1-NUMBER TO      WK-IS-NUMBER (WK-ISS-CNT)
                   MOVE    "I"         TO      WK-IS-STAT (WK-ISS-CNT)
                   MOVE    LOG1-PGM    TO      WK-IS-PGM (WK-ISS-CNT)
                   MOVE    LOG1-USER   TO      WK-IS-USER (WK-ISS-CNT)
                   MOVE    LOG1-YMD    TO      WK-IS-YMD (WK-ISS-CNT)
                   MOVE    LOG1-HMS    TO      WK-IS-HMS (WK-ISS-CNT)
               WHEN "U"
               WHEN "V"
                   IF      LOG1-EVENT  =       "V"
                           ADD     1           TO      WK-VOID-CNT
                   END-IF
                   PERFORM VARYING I FROM WK-ISS-CNT BY -1
                           UNTIL I < 1
                       IF      WK-IS-SERIES (I) =  LOG1-SERIES AND
                               WK-IS-NUMBER (I) =  LOG1-NUMBER
                               MOVE    LOG1-EVENT  TO  WK-IS-STAT (I)
                               MOVE    ZERO        TO  I
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S410-EX.
           EXIT.

      *    *** 系列/年度内の飛び番(払出しのログが無い連番)の検出。
      *    *** 最初に出てきた連番より前は見ない(ログの切替え後も
      *    *** 誤検出しない)
       S420-10.

           MOVE    "N"         TO      WK-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-GRP-CNT OR WK-FOUND = "Y"
               IF      WK-GR-SERIES (J) =  LOG1-SERIES AND
                       WK-GR-PERIOD (J) =  LOG1-PERIOD
                       MOVE    "Y"         TO      WK-FOUND
               END-IF
           END-PERFORM

           IF      WK-FOUND    =       "N"
               IF      WK-GRP-CNT  <       200
                   ADD     1           TO      WK-GRP-CNT
                   MOVE    LOG1-SERIES TO      WK-GR-SERIES (WK-GRP-CNT)
                   MOVE    LOG1-PERIOD TO      WK-GR-PERIOD (WK-GRP-CNT)
                   MOVE    LOG1-SEQ    TO      WK-GR-LAST (WK-GRP-CNT)
               END-IF
               GO  TO  S420-EX
           END-IF

           SUBTRACT 1          FROM    J
           IF      LOG1-SEQ    >       WK-GR-LAST (J) + 1
                   COMPUTE WK-ED-SEQ1 = WK-GR-LAST (J) + 1
                   COMPUTE WK-ED-SEQ2 = LOG1-SEQ - 1
                   COMPUTE WK-NOLOG-CNT = WK-NOLOG-CNT
                           + LOG1-SEQ - WK-GR-LAST (J) - 1
                   MOVE    LOG1-SERIES TO      WK-LS-SERIES
                   MOVE    LOG1-PERIOD TO      WK-LS-PERIOD
                   MOVE    SPACE       TO      WK-LS-NUMBER
                   STRING  TRIM(WK-ED-SEQ1) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           TRIM(WK-ED-SEQ2) DELIMITED BY SIZE
                           INTO    WK-LS-NUMBER
                   MOVE    "NO LOG"    TO      WK-LS-STAT
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    WK-LS-LINE  TO      POT1-REC
      *    *** 払出しの記録が無いので、プログラム以降は空白
                   MOVE    SPACE       TO      POT1-REC (53:)
                   WRITE   POT1-REC
           END-IF
           IF      LOG1-SEQ    >       WK-GR-LAST (J)
                   MOVE    LOG1-SEQ    TO      WK-GR-LAST (J)
           END-IF
           .
       S420-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-NC1-OPEN =       "Y"
                   CLOSE   NC1-F
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       NC1-REC

           DISPLAY WK-PGM-NAME " END"
           IF      WK-MODE     =       "GAP"
                   MOVE    WK-LOG1-CNT TO      WK-ED-CNT
                   DISPLAY WK-PGM-NAME " LOG = " WK-ED-CNT
                           " (" WK-LOG1-F-NAME ")"
                   MOVE    WK-GAP-CNT  TO      WK-ED-CNT
                   DISPLAY WK-PGM-NAME " ISSUED NOT USED = " WK-ED-CNT
                   MOVE    WK-NOLOG-CNT TO     WK-ED-CNT
                   DISPLAY WK-PGM-NAME " NO LOG = " WK-ED-CNT
                   MOVE    WK-VOID-CNT TO      WK-ED-CNT
                   DISPLAY WK-PGM-NAME " VOID = " WK-ED-CNT
                           " (" WK-POT1-F-NAME ")"
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
