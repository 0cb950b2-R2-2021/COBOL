      *    *** し、PASS/FAILと相違報告の参照先をTESTRUN.POT1へ書く。
      *    *** 起動引数1=BASELINE の時は比較せず、実際の出力を
      *    *** ゴールデンコピーへ複写し直す(意図した基準更新)。
      *    *** 起動引数1=TRACE の時は比較に加えて、対象プログラムを
      *    *** 実行トレース付きで動かし、通過した段落/節を
      *    *** TESTRUN.ケース名.TRC に残す(COVRPTで網羅率を集計)。
      *    *** トレースは -ftrace(又は -ftraceall)で
      *    *** コンパイルしたモジュールだけが出す。
      *    ***
      *    *** 制御ファイル(TESTRUN.CTL1)のケースブロック:
      *    ***   CASE=ケース名(8桁まで),PGM=実行プログラム
      *    ***   END
      *    *** "*"行はコメント。FAIL時の相違報告は
      *    *** TESTRUN.ケース名.DIF に残す
      *    *** 合否はFILECOMPの機械可読サマリー(FILECOMP.POT2)で
      *    *** 判定する。TYPE=S(最終結果)がRESULT=NGか、S以外の
      *    *** 行(長さ/内容/件数の相違)が1行でも有ればFAIL

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TESTRUN.
                               STATUS   WK-CMP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** FILECOMPの機械可読サマリー(FILECOMP.POT2)を読み戻す
           SELECT RPT2-F           ASSIGN   WK-RPT2-F-NAME
                               STATUS   WK-RPT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  CMP1-REC            PIC  X(200).

      *    *** TYPE=x RECNO=… BYTOFS=… VAL1=… VAL2=… RESULT=xx
       FD  RPT2-F
           LABEL RECORDS ARE STANDARD.
       01  RPT2-REC.
           03  RPT2-TAG        PIC  X(005).
           03  RPT2-TYPE       PIC  X(001).
           03  FILLER          PIC  X(071).
           03  RPT2-RESULT     PIC  X(002).
           03  FILLER          PIC  X(021).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "TESTRUN.POT1".
           03  WK-ANS1-F-NAME  PIC  X(032) VALUE "TESTRUN.ANS".
           03  WK-CMP1-F-NAME  PIC  X(032) VALUE "FILECOMP.CTL1".
      *    *** FILECOMPの相違報告(FAIL時にケース名を付けて残す)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "FILECOMP.POT1".
           03  WK-RPT2-F-NAME  PIC  X(032) VALUE "FILECOMP.POT2".

           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ANS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CMP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-CTL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUNMODE      PIC  X(008) VALUE SPACE.
           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(032) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.

           03  WK-CMD          PIC  X(200) VALUE SPACE.
           03  WK-LOG-NAME     PIC  X(032) VALUE SPACE.
           03  WK-TRC-NAME     PIC  X(032) VALUE SPACE.
           03  WK-DIF-NAME     PIC  X(032) VALUE SPACE.

           03  WK-DIF-CNT      BINARY-LONG SYNC VALUE ZERO.
           IF      WK-RUNMODE  =       "BASELINE"
                   DISPLAY WK-PGM-NAME " 基準更新ﾓｰﾄﾞ"
           END-IF
           IF      WK-RUNMODE  =       "TRACE"
                   DISPLAY WK-PGM-NAME " ﾄﾚｰｽ採取ﾓｰﾄﾞ"
           END-IF

           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS NOT =  ZERO
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04
           UNSTRING CTL1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
           END-UNSTRING

           EVALUATE WK-PRM01
                   INITIALIZE CASE-AREA
                   MOVE    "Y"         TO      SW-IN-CASE
                   MOVE    WK-PRM02 (1:8) TO   WK-CASE-NAME
                   IF      WK-PRM03    =       "PGM"
                           MOVE    WK-PRM04    TO      WK-CASE-PGM
                   END-IF
               WHEN "PGM"
                   MOVE    WK-PRM02    TO      WK-CASE-PGM
                   PERFORM S050-10     THRU    S050-EX
           END-IF
           MOVE    SPACE       TO      WK-CMD
           IF      WK-RUNMODE  =       "TRACE"
      *    *** トレースは前回分を消してからケース毎のファイルへ
                   MOVE    SPACE       TO      WK-TRC-NAME
                   STRING  "TESTRUN."      DELIMITED BY SIZE
                           WK-CASE-NAME    DELIMITED BY SPACE
                           ".TRC"          DELIMITED BY SIZE
                           INTO    WK-TRC-NAME
                   CALL    "CBL_DELETE_FILE" USING WK-TRC-NAME
                   END-CALL
                   MOVE    ZERO        TO      RETURN-CODE
                   STRING  "COB_SET_TRACE=Y COB_TRACE_FILE="
                                           DELIMITED BY SIZE
                           WK-TRC-NAME     DELIMITED BY SPACE
                           " cobcrun "     DELIMITED BY SIZE
                           WK-CASE-PGM     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-CASE-ARG     DELIMITED BY SPACE
                           " >"            DELIMITED BY SIZE
                           WK-LOG-NAME     DELIMITED BY SPACE
                           " 2>&1"         DELIMITED BY SIZE
                           INTO    WK-CMD
           ELSE
                   STRING  "cobcrun "      DELIMITED BY SIZE
                           WK-CASE-PGM     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-CASE-ARG     DELIMITED BY SPACE
                           " >"            DELIMITED BY SIZE
                           WK-LOG-NAME     DELIMITED BY SPACE
                           " 2>&1"         DELIMITED BY SIZE
                           INTO    WK-CMD
           END-IF
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 実行RC=" RETURN-CODE
                   MOVE    "Y"         TO      SW-CASE-NG
           END-IF

      *    *** 機械可読サマリー(FILECOMP.POT2)で判定。
      *    *** (相違報告POT1は相違0件でも件数行を書くので使わない)
      *    *** TYPE=S が RESULT=NG、又は S 以外の TYPE= 行が有れば
      *    *** 相違。サマリーが読めなければ比較できていないので相違
           MOVE    ZERO        TO      WK-DIF-CNT
           MOVE    LOW-VALUE   TO      WK-RPT2-EOF
           OPEN    INPUT       RPT2-F
           IF      WK-RPT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT2-F OPEN ERROR STATUS="
                           WK-RPT2-STATUS " (" WK-RPT2-F-NAME ")"
                   ADD     1           TO      WK-DIF-CNT
                   MOVE    HIGH-VALUE  TO      WK-RPT2-EOF
           END-IF
           PERFORM UNTIL WK-RPT2-EOF = HIGH-VALUE
               READ    RPT2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-RPT2-EOF
                   NOT AT  END
                       IF      RPT2-TAG    =       "TYPE="
                           IF      RPT2-TYPE   NOT =   "S"     OR
                                   RPT2-RESULT NOT =   "OK"
                                   ADD     1       TO  WK-DIF-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF      WK-RPT2-STATUS =    ZERO    OR  10
                   CLOSE   RPT2-F
           END-IF

           IF      WK-DIF-CNT  >       ZERO
