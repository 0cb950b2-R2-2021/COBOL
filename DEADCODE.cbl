      *    *** 入力: 起動引数1=対象ソース名(1本だけ)、又は
      *    ***       DEADCODE.PIN1 に1行1ソース名("*"行はコメント)
      *    *** 出力: DEADCODE.POT1 レポート
      *    ***       DEADCODE.POT2 段落一覧(プログラム,段落名,定義行,
      *    ***       生存Y/N。COVRPTの網羅率の分母)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DEADCODE.
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 段落一覧
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           LABEL RECORDS ARE STANDARD.
       01  POT1-REC            PIC  X(120).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  POT2-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  POT2-PARA       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  POT2-LINE       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  POT2-LIVE       PIC  X(001).
           03  FILLER          PIC  X(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DEADCODE".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "DEADCODE.PIN1".
           03  WK-PIN2-F-NAME  PIC  X(064) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "DEADCODE.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "DEADCODE.POT2".

           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SRC-PGM      PIC  X(032) VALUE SPACE.

           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN2-EOF     PIC  X(001) VALUE LOW-VALUE.
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.
                   MOVE    "  (死にコード無し)" TO POT1-REC
                   PERFORM S410-10     THRU    S410-EX
           END-IF

      *    *** 段落一覧(プログラム名はソース名から拡張子を除いた物)
           MOVE    SPACE       TO      WK-SRC-PGM
           UNSTRING WK-PIN2-F-NAME DELIMITED BY ".cbl" OR ".CBL"
                                       OR SPACE
               INTO WK-SRC-PGM
           END-UNSTRING
           PERFORM VARYING I3 FROM 1 BY 1
                   UNTIL   I3 > I3-MAX
               MOVE    SPACE       TO      POT2-REC
               MOVE    WK-SRC-PGM  TO      POT2-PGM
               MOVE    TBL02-PARA-NAME (I3) TO POT2-PARA
               MOVE    TBL02-PARA-LINE (I3) TO POT2-LINE
               MOVE    TBL02-LIVE (I3) TO  POT2-LIVE
               WRITE   POT2-REC
           END-PERFORM
           .
       S400-EX.
           EXIT.
       S900-10.

           CLOSE   POT1-F
           CLOSE   POT2-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
