      *    *** ファイル単位のデータ系譜(リネージ)
      *    *** FILEITEMのレポートの数字がおかしい時、チェーンの
      *    *** STEPを3つ4つ手で遡って元の入力ファイルを探していた。
      *    *** JOBCHAINのチェーン定義と各STEPが使うパラメータ
      *    *** (PRMLIBのメンバー又はパラメータファイル)を読み、
      *    *** STEP毎の入力/出力ファイルをCFGNAMEで解決した物理名で
      *    *** 集め、ファイルとSTEPの作成/使用の関係を作る。
      *    ***   入力: F-IN= S-IN= L-IN= 等(xx-IN)、PINn=
      *    ***   出力: F-OT= F-RJ= 等(xx-OT、xx-RJ)、POTn=
      *    *** レポート
      *    ***   ・STEP一覧(パラメータの出所と入力/出力の件数)
      *    ***   ・ファイル毎の上流(どこから来たか、元の入力まで)と
      *    ***     下流(何に使われるか、最終出力とXMITREGの
      *    ***     対外送信インターフェースまで)
      *    ***   ・書かれるが読まれないファイル
      *    *** パラメータが見つからないSTEPがあればRC=4
      *    ***
      *    *** 起動引数: 1=管制ファイル(既定LINEAGE.PRM1、無くても可)
      *    *** 管制ファイルの行:
      *    ***   CHAIN=チェーン定義(複数可、既定JOBCHAIN.PRM1)
      *    ***   USE=STEP名,UTIL=ﾕｰﾃｨﾘﾃｨ,NAME=ﾒﾝﾊﾞｰ
      *    ***       STEPが使うPRMLIBメンバー(承認済み最新版)
      *    ***   USE=STEP名,FILE=ファイル名
      *    ***       STEPが使うパラメータファイル
      *    ***       (USE=が無いSTEPは プログラム名.PRM1)
      *    ***   TRACE=ファイル名   系譜を出すファイル(複数可、
      *    ***       論理名可。無ければ全ファイル)
      *    ***   F-XMIT=対外送信の宛先管制(既定XMITREG.PRM1)
      *    ***   F-OT=レポート(既定LINEAGE.POT1)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LINEAGE.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** チェーン定義(JOBCHAIN.PRM1と同じ形式)
           SELECT CHN1-F           ASSIGN   WK-CHN1-F-NAME
                               STATUS   WK-CHN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 管制ファイル
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** STEPのパラメータファイル/宛先管制(1件ずつ開き直す)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** パラメータライブラリ
           SELECT LIB1-F           ASSIGN   WK-LIB1-F-NAME
                               STATUS   WK-LIB1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LIB1-KEY.

      *    *** 系譜レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CHN1-F
           LABEL RECORDS ARE STANDARD.
       01  CHN1-REC.
           03  CHN1-STEP-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CHN1-PGM-NAME   PIC  X(008).
           03  FILLER          PIC  X(126).

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(512).

       FD  LIB1-F
           LABEL RECORDS ARE STANDARD.
       01  LIB1-REC.
           03  LIB1-KEY.
             05  LIB1-UTIL     PIC  X(008).
             05  LIB1-MEMBER   PIC  X(012).
             05  LIB1-VER      PIC  9(004).
             05  LIB1-LINENO   PIC  9(004).
           03  LIB1-DATA       PIC  X(128).
           03  LIB1-DATA-R    REDEFINES LIB1-DATA.
      *    *** 行番号0000(ヘッダー)の時の内訳
             05  LIB1-H-STATE  PIC  X(001).
             05  LIB1-H-OPID   PIC  X(008).
             05  LIB1-H-YMD    PIC  9(008).
             05  LIB1-H-LINES  PIC  9(004).
             05  FILLER        PIC  X(107).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LINEAGE ".

           03  WK-CHN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "LINEAGE.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-LIB1-F-NAME  PIC  X(032) VALUE "PRMLIB.DAT".
           03  WK-XMT1-F-NAME  PIC  X(032) VALUE "XMITREG.PRM1".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "LINEAGE.POT1".

           03  WK-CHN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LIB1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-CHN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LIB1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.

      *    *** パラメータ行の解析
           03  WK-LINE         PIC  X(512) VALUE SPACE.
           03  WK-ITEM         PIC  X(128) VALUE SPACE.
           03  WK-ITEM-PTR     BINARY-LONG SYNC VALUE ZERO.
           03  WK-EQ-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY          PIC  X(016) VALUE SPACE.
           03  WK-VAL          PIC  X(080) VALUE SPACE.
           03  WK-KIND         PIC  X(001) VALUE SPACE.
      *    *** 宛先管制の1行(IF=,SRC=)
           03  WK-XM-IFID      PIC  X(012) VALUE SPACE.
           03  WK-XM-SRC       PIC  X(032) VALUE SPACE.

      *    *** 解決後の物理名
           03  WK-PHYS         PIC  X(032) VALUE SPACE.
           03  WK-LOGI         PIC  X(032) VALUE SPACE.

      *    *** PRMLIB
           03  WK-LIB-OPEN     PIC  X(001) VALUE "N".
           03  WK-MB-UTIL      PIC  X(008) VALUE SPACE.
           03  WK-MB-NAME      PIC  X(012) VALUE SPACE.
           03  WK-CUR-VER      PIC  9(004) VALUE ZERO.
           03  WK-LIB-LINES    PIC  9(004) VALUE ZERO.
           03  WK-LINE-NO      PIC  9(004) VALUE ZERO.

      *    *** 系譜の探索(幅優先、ファイル毎に1回だけ訪れる)
           03  WK-DIR          PIC  X(001) VALUE SPACE.
           03  WK-Q-CNT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-Q-POS        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUR-F        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUR-D        BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FOUND-IX     BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート
           03  WK-STEP-LBL     PIC  X(064) VALUE SPACE.
           03  WK-FILE-LBL     PIC  X(070) VALUE SPACE.
           03  WK-DEP-E        PIC  Z9     VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ9   VALUE ZERO.
           03  WK-CNT-E2       PIC  ZZZ9   VALUE ZERO.
           03  WK-ORPHAN-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOPARM-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-R        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-W        BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** チェーン定義(最大10)
       01  CHN-TBL-AREA.
           03  WK-CH-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH-NAME      PIC  X(032) OCCURS 10 VALUE SPACE.

      *    *** STEPのパラメータの出所(USE=、最大100)
       01  USE-TBL-AREA.
           03  WK-US-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-US-TBL       OCCURS 100.
             05  WK-US-STEP    PIC  X(020) VALUE SPACE.
             05  WK-US-FILE    PIC  X(032) VALUE SPACE.
             05  WK-US-UTIL    PIC  X(008) VALUE SPACE.
             05  WK-US-NAME    PIC  X(012) VALUE SPACE.

      *    *** 系譜を出すファイル(TRACE=、最大20)
       01  TRC-TBL-AREA.
           03  WK-TR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TR-NAME      PIC  X(032) OCCURS 20 VALUE SPACE.

      *    *** STEP(最大200)
      *    *** ST-SRC=パラメータの出所 ST-NG=Y:見つからない
       01  STEP-TBL-AREA.
           03  WK-ST-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ST-TBL       OCCURS 200.
             05  WK-ST-CHAIN   PIC  X(032) VALUE SPACE.
             05  WK-ST-NAME    PIC  X(020) VALUE SPACE.
             05  WK-ST-PGM     PIC  X(008) VALUE SPACE.
             05  WK-ST-SRC     PIC  X(040) VALUE SPACE.
             05  WK-ST-NG      PIC  X(001) VALUE SPACE.

      *    *** ファイル(最大300、物理名で一意)
      *    *** FL-XMIT=対外送信のインターフェースID FL-VIS=探索済
       01  FILE-TBL-AREA.
           03  WK-FL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FL-TBL       OCCURS 300.
             05  WK-FL-PHYS    PIC  X(032) VALUE SPACE.
             05  WK-FL-LOGI    PIC  X(032) VALUE SPACE.
             05  WK-FL-XMIT    PIC  X(012) VALUE SPACE.
             05  WK-FL-VIS     PIC  X(001) VALUE SPACE.

      *    *** STEPとファイルの関係(最大2000、R=使用 W=作成)
       01  EDGE-TBL-AREA.
           03  WK-ED-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ED-TBL       OCCURS 2000.
             05  WK-ED-STEP    BINARY-LONG SYNC VALUE ZERO.
             05  WK-ED-FILE    BINARY-LONG SYNC VALUE ZERO.
             05  WK-ED-KIND    PIC  X(001) VALUE SPACE.

      *    *** 探索の待ち行列
       01  QUE-TBL-AREA.
           03  WK-Q-TBL        OCCURS 300.
             05  WK-Q-FILE     BINARY-LONG SYNC VALUE ZERO.
             05  WK-Q-DEP      BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、管制ファイル、レポートOPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** チェーン定義のSTEP
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CH-CNT
               PERFORM S100-10     THRU    S100-EX
           END-PERFORM

      *    *** STEP毎のパラメータから入力/出力
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ST-CNT
               PERFORM S200-10     THRU    S200-EX
           END-PERFORM

      *    *** 対外送信インターフェース
           PERFORM S400-10     THRU    S400-EX

      *    *** STEP一覧、系譜、読まれないファイル
           PERFORM S500-10     THRU    S500-EX
           PERFORM S600-10     THRU    S600-EX
           PERFORM S700-10     THRU    S700-EX

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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 管制ファイル(無ければ既定のまま)
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    ZERO
                   PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
                       READ    PRM1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-PRM1-EOF
                           NOT AT  END
                               PERFORM S020-10     THRU    S020-EX
                       END-READ
                   END-PERFORM
                   CLOSE   PRM1-F
           ELSE
                   DISPLAY WK-PGM-NAME
                           " PRM1-F ﾅｼ(既定で作成) "
                           WK-PRM1-F-NAME
           END-IF

           IF      WK-CH-CNT   =       ZERO
                   MOVE    1           TO      WK-CH-CNT
                   MOVE    "JOBCHAIN.PRM1" TO  WK-CH-NAME (1)
           END-IF

      *    *** 共有ファイルの物理パス
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "PRMLIB.DAT" TO     WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LIB1-F-NAME

           OPEN    INPUT       LIB1-F
           IF      WK-LIB1-STATUS =    "00"
                   MOVE    "Y"         TO      WK-LIB-OPEN
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "LINEAGE データ系譜 DATE=20" DELIMITED BY SIZE
                   WDT-DATE-YY WDT-DATE-MM WDT-DATE-DD
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** 管制ファイル1行の解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "CHAIN"
                   IF      WK-CH-CNT   <       10
                           ADD     1           TO      WK-CH-CNT
                           MOVE    WK-PRM02    TO
                                   WK-CH-NAME (WK-CH-CNT)
                   END-IF
               WHEN "USE"
                   IF      WK-US-CNT   >=      100     OR
                           WK-PRM02    =       SPACE
                           DISPLAY WK-PGM-NAME " PRM1-F USE= ERROR="
                                   PRM1-REC
                           GO  TO  S020-EX
                   END-IF
                   ADD     1           TO      WK-US-CNT
                   MOVE    WK-PRM02    TO      WK-US-STEP (WK-US-CNT)
                   EVALUATE TRUE
                       WHEN WK-PRM03 = "FILE"
                           MOVE    WK-PRM04    TO
                                   WK-US-FILE (WK-US-CNT)
                       WHEN WK-PRM03 = "UTIL" AND WK-PRM05 = "NAME"
                           MOVE    WK-PRM04    TO
                                   WK-US-UTIL (WK-US-CNT)
                           MOVE    WK-PRM06    TO
                                   WK-US-NAME (WK-US-CNT)
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME
                                   " PRM1-F USE= ERROR=" PRM1-REC
                           SUBTRACT 1          FROM    WK-US-CNT
                   END-EVALUATE
               WHEN "TRACE"
                   IF      WK-TR-CNT   <       20
                           ADD     1           TO      WK-TR-CNT
                           MOVE    WK-PRM02    TO
                                   WK-TR-NAME (WK-TR-CNT)
                   END-IF
               WHEN "F-XMIT"
                   MOVE    WK-PRM02    TO      WK-XMT1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** チェーン定義(I)のSTEPを表へ。制御レコード
      *    *** (*IF/*ELSE/*ENDIF/*SKIPTO)はプログラムを持たない
       S100-10.

           MOVE    WK-CH-NAME (I) TO   WK-CHN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-CHN1-EOF
           OPEN    INPUT       CHN1-F
           IF      WK-CHN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CHN1-F OPEN ERROR STATUS="
                           WK-CHN1-STATUS " (" WK-CHN1-F-NAME ")"
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-CHN1-EOF = HIGH-VALUE
               READ    CHN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CHN1-EOF
                   NOT AT  END
                       IF      CHN1-STEP-NAME NOT = SPACE  AND
                               CHN1-STEP-NAME (1:1) NOT = "*" AND
                               CHN1-PGM-NAME NOT = SPACE   AND
                               WK-ST-CNT   <       200
                           ADD     1           TO      WK-ST-CNT
                           MOVE    WK-CHN1-F-NAME TO
                                   WK-ST-CHAIN (WK-ST-CNT)
                           MOVE    CHN1-STEP-NAME TO
                                   WK-ST-NAME (WK-ST-CNT)
                           MOVE    CHN1-PGM-NAME TO
                                   WK-ST-PGM (WK-ST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CHN1-F
           .
       S100-EX.
           EXIT.

      *    *** STEP(I)のパラメータ。USE=が無ければ プログラム名.PRM1
       S200-10.

           MOVE    ZERO        TO      J
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-US-CNT OR J > ZERO
               IF      WK-US-STEP (K) = WK-ST-NAME (I)
                       MOVE    K           TO      J
               END-IF
           END-PERFORM

           IF      J           >       ZERO    AND
                   WK-US-UTIL (J) NOT = SPACE
                   MOVE    WK-US-UTIL (J) TO   WK-MB-UTIL
                   MOVE    WK-US-NAME (J) TO   WK-MB-NAME
                   STRING  "PRMLIB "   DELIMITED BY SIZE
                           WK-MB-UTIL  DELIMITED BY SPACE
                           "/"         DELIMITED BY SIZE
                           WK-MB-NAME  DELIMITED BY SPACE
                           INTO    WK-ST-SRC (I)
                   PERFORM S220-10     THRU    S220-EX
                   GO  TO  S200-EX
           END-IF

           MOVE    SPACE       TO      WK-PIN1-F-NAME
           IF      J           >       ZERO
                   MOVE    WK-US-FILE (J) TO   WK-PIN1-F-NAME
           ELSE
                   STRING  WK-ST-PGM (I) DELIMITED BY SPACE
                           ".PRM1"     DELIMITED BY SIZE
                           INTO    WK-PIN1-F-NAME
           END-IF
           MOVE    WK-PIN1-F-NAME TO   WK-ST-SRC (I)
           PERFORM S210-10     THRU    S210-EX
           .
       S200-EX.
           EXIT.

      *    *** パラメータファイルを1行ずつ
       S210-10.

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   MOVE    "Y"         TO      WK-ST-NG (I)
                   GO  TO  S210-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       MOVE    SPACE       TO      WK-LINE
                       IF      WK-PIN1-LEN >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO WK-LINE
                       END-IF
                       IF      WK-LINE (1:1) NOT = "*"     AND
                               WK-LINE NOT = SPACE
                           PERFORM S300-10     THRU    S300-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S210-EX.
           EXIT.

      *    *** PRMLIBメンバーの承認済み最新版を1行ずつ
      *    *** (PRMLIB S150と同じ探し方)
       S220-10.

           IF      WK-LIB-OPEN NOT =   "Y"
                   MOVE    "Y"         TO      WK-ST-NG (I)
                   GO  TO  S220-EX
           END-IF

           MOVE    ZERO        TO      WK-CUR-VER  WK-LIB-LINES
           MOVE    LOW-VALUE   TO      WK-LIB1-EOF
           MOVE    WK-MB-UTIL  TO      LIB1-UTIL
           MOVE    WK-MB-NAME  TO      LIB1-MEMBER
           MOVE    ZERO        TO      LIB1-VER    LIB1-LINENO
           START   LIB1-F      KEY NOT <   LIB1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-LIB1-EOF
           END-START
           PERFORM UNTIL WK-LIB1-EOF = HIGH-VALUE
               READ    LIB1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LIB1-EOF
                   NOT AT  END
                       IF      LIB1-UTIL   NOT =   WK-MB-UTIL  OR
                               LIB1-MEMBER NOT =   WK-MB-NAME
                           MOVE    HIGH-VALUE  TO  WK-LIB1-EOF
                       ELSE
                           IF  LIB1-LINENO =   ZERO    AND
                               LIB1-H-STATE =  "A"     AND
                               LIB1-VER    >   WK-CUR-VER
                               MOVE    LIB1-VER TO WK-CUR-VER
                               MOVE    LIB1-H-LINES TO WK-LIB-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF      WK-CUR-VER  =       ZERO
                   MOVE    "Y"         TO      WK-ST-NG (I)
                   GO  TO  S220-EX
           END-IF

           PERFORM VARYING WK-LINE-NO FROM 1 BY 1
                   UNTIL WK-LINE-NO > WK-LIB-LINES
               MOVE    WK-MB-UTIL  TO      LIB1-UTIL
               MOVE    WK-MB-NAME  TO      LIB1-MEMBER
               MOVE    WK-CUR-VER  TO      LIB1-VER
               MOVE    WK-LINE-NO  TO      LIB1-LINENO
               READ    LIB1-F
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE    LIB1-DATA   TO      WK-LINE
                       IF      WK-LINE (1:1) NOT = "*"     AND
                               WK-LINE NOT = SPACE
                           PERFORM S300-10     THRU    S300-EX
                       END-IF
               END-READ
           END-PERFORM
           .
       S220-EX.
           EXIT.

      *    *** パラメータ1行。カンマ区切りの KEY=値 を1項目ずつ見て
      *    *** 入力(xx-IN、PINn)/出力(xx-OT、xx-RJ、POTn)を控える
       S300-10.

           MOVE    1           TO      WK-ITEM-PTR
           PERFORM UNTIL WK-ITEM-PTR > 512
               MOVE    SPACE       TO      WK-ITEM
               UNSTRING WK-LINE    DELIMITED BY ","
                   INTO WK-ITEM
                   WITH POINTER WK-ITEM-PTR
               END-UNSTRING
               MOVE    ZERO        TO      WK-EQ-CNT
               INSPECT WK-ITEM     TALLYING WK-EQ-CNT FOR ALL "="
               IF      WK-EQ-CNT   >       ZERO
                   MOVE    SPACE       TO      WK-KEY  WK-VAL
                   UNSTRING WK-ITEM    DELIMITED BY "="
                       INTO WK-KEY
                            WK-VAL
                   END-UNSTRING
                   MOVE    FUNCTION TRIM(WK-KEY) TO WK-KEY
                   MOVE    FUNCTION TRIM(WK-VAL) TO WK-VAL
                   MOVE    SPACE       TO      WK-KIND
                   EVALUATE TRUE
                       WHEN WK-KEY = SPACE OR WK-VAL = SPACE
                           CONTINUE
                       WHEN WK-KEY (1:3) = "PIN"
                         OR WK-KEY (2:3) = "-IN"
                           MOVE    "R"         TO      WK-KIND
                       WHEN WK-KEY (1:3) = "POT"
                         OR WK-KEY (2:3) = "-OT"
                         OR WK-KEY (2:3) = "-RJ"
                           MOVE    "W"         TO      WK-KIND
                   END-EVALUATE
                   IF      WK-KIND     NOT =   SPACE
                           PERFORM S310-10     THRU    S310-EX
                   END-IF
               END-IF
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** STEP(I)とファイル(WK-VAL)の関係を控える
       S310-10.

           MOVE    WK-VAL      TO      WK-LOGI
           PERFORM S350-10     THRU    S350-EX
           IF      WK-FOUND-IX =       ZERO
                   GO  TO  S310-EX
           END-IF

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-ED-CNT
               IF      WK-ED-STEP (L) =    I           AND
                       WK-ED-FILE (L) =    WK-FOUND-IX AND
                       WK-ED-KIND (L) =    WK-KIND
                       GO  TO  S310-EX
               END-IF
           END-PERFORM
           IF      WK-ED-CNT   >=      2000
                   DISPLAY WK-PGM-NAME " EDGE TABLE OVER"
                   GO  TO  S310-EX
           END-IF
           ADD     1           TO      WK-ED-CNT
           MOVE    I           TO      WK-ED-STEP (WK-ED-CNT)
           MOVE    WK-FOUND-IX TO      WK-ED-FILE (WK-ED-CNT)
           MOVE    WK-KIND     TO      WK-ED-KIND (WK-ED-CNT)
           .
       S310-EX.
           EXIT.

      *    *** 論理名(WK-LOGI)をCFGNAMEで解決し、ファイル表の位置を
      *    *** WK-FOUND-IXへ(無ければ追加、表が一杯ならZERO)
       S350-10.

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-LOGI     TO      WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PHYS

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FL-CNT OR WK-FOUND-IX > ZERO
               IF      WK-FL-PHYS (L) =    WK-PHYS
                       MOVE    L           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX >       ZERO
                   GO  TO  S350-EX
           END-IF
           IF      WK-FL-CNT   >=      300
                   DISPLAY WK-PGM-NAME " FILE TABLE OVER"
                   GO  TO  S350-EX
           END-IF
           ADD     1           TO      WK-FL-CNT
           MOVE    WK-PHYS     TO      WK-FL-PHYS (WK-FL-CNT)
           MOVE    WK-LOGI     TO      WK-FL-LOGI (WK-FL-CNT)
           MOVE    WK-FL-CNT   TO      WK-FOUND-IX
           .
       S350-EX.
           EXIT.

      *    *** 対外送信の宛先管制(IF=ID,SRC=元ファイル,...)
       S400-10.

           MOVE    WK-XMT1-F-NAME TO   WK-PIN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   GO  TO  S400-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       MOVE    SPACE       TO      WK-LINE
                       IF      WK-PIN1-LEN >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO WK-LINE
                       END-IF
                       IF      WK-LINE (1:1) NOT = "*"     AND
                               WK-LINE NOT = SPACE
                           PERFORM S410-10     THRU    S410-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S400-EX.
           EXIT.

      *    *** 宛先管制1行。SRC=のファイルにインターフェースIDを付ける
       S410-10.

           MOVE    SPACE       TO      WK-XM-IFID  WK-XM-SRC
           MOVE    1           TO      WK-ITEM-PTR
           PERFORM UNTIL WK-ITEM-PTR > 512
               MOVE    SPACE       TO      WK-ITEM
               UNSTRING WK-LINE    DELIMITED BY ","
                   INTO WK-ITEM
                   WITH POINTER WK-ITEM-PTR
               END-UNSTRING
               MOVE    SPACE       TO      WK-KEY  WK-VAL
               UNSTRING WK-ITEM    DELIMITED BY "="
                   INTO WK-KEY
                        WK-VAL
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WK-KEY)
                   WHEN "IF"
                       MOVE    FUNCTION TRIM(WK-VAL) TO WK-XM-IFID
                   WHEN "SRC"
                       MOVE    FUNCTION TRIM(WK-VAL) TO WK-XM-SRC
               END-EVALUATE
           END-PERFORM

           IF      WK-XM-IFID  =       SPACE   OR
                   WK-XM-SRC   =       SPACE
                   GO  TO  S410-EX
           END-IF
           MOVE    WK-XM-SRC   TO      WK-LOGI
           PERFORM S350-10     THRU    S350-EX
           IF      WK-FOUND-IX >       ZERO
                   MOVE    WK-XM-IFID  TO      WK-FL-XMIT (WK-FOUND-IX)
           END-IF
           .
       S410-EX.
           EXIT.

      *    *** STEP一覧
       S500-10.

           MOVE    "[STEP一覧]" TO     POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-ST-CNT
               MOVE    ZERO        TO      WK-CNT-R    WK-CNT-W
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > WK-ED-CNT
                   IF      WK-ED-STEP (L) =    I
                       IF      WK-ED-KIND (L) =    "R"
                               ADD     1           TO      WK-CNT-R
                       ELSE
                               ADD     1           TO      WK-CNT-W
                       END-IF
                   END-IF
               END-PERFORM
               MOVE    WK-CNT-R    TO      WK-CNT-E
               MOVE    WK-CNT-W    TO      WK-CNT-E2
               PERFORM S580-10     THRU    S580-EX
               MOVE    SPACE       TO      POT1-REC
               STRING  "  "                DELIMITED BY SIZE
                       WK-STEP-LBL         DELIMITED BY "  "
                       "  PARM="           DELIMITED BY SIZE
                       WK-ST-SRC (I)       DELIMITED BY "  "
                       "  入力"            DELIMITED BY SIZE
                       WK-CNT-E            DELIMITED BY SIZE
                       "  出力"            DELIMITED BY SIZE
                       WK-CNT-E2           DELIMITED BY SIZE
                       INTO    POT1-REC
               IF      WK-ST-NG (I) =      "Y"
                       MOVE    "パラメータが無い" TO
                               POT1-REC (100:)
                       ADD     1           TO      WK-NOPARM-CNT
               END-IF
               WRITE   POT1-REC
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** STEP(I)の表示名 STEP(PGM)@チェーン定義
       S580-10.

           MOVE    SPACE       TO      WK-STEP-LBL
           STRING  WK-ST-NAME (I)      DELIMITED BY SPACE
                   "("                 DELIMITED BY SIZE
                   WK-ST-PGM (I)       DELIMITED BY SPACE
                   ")@"                DELIMITED BY SIZE
                   WK-ST-CHAIN (I)     DELIMITED BY SPACE
                   INTO    WK-STEP-LBL
           .
       S580-EX.
           EXIT.

      *    *** ファイル(K)の表示名 物理名(論理名が違えば併記)
       S590-10.

           MOVE    SPACE       TO      WK-FILE-LBL
           IF      WK-FL-LOGI (K) =    WK-FL-PHYS (K)
                   MOVE    WK-FL-PHYS (K) TO   WK-FILE-LBL
           ELSE
                   STRING  WK-FL-PHYS (K)      DELIMITED BY SPACE
                           " ("                DELIMITED BY SIZE
                           WK-FL-LOGI (K)      DELIMITED BY SPACE
                           ")"                 DELIMITED BY SIZE
                           INTO    WK-FILE-LBL
           END-IF
           .
       S590-EX.
           EXIT.

      *    *** ファイル毎の上流/下流。TRACE=が無ければ全ファイル
       S600-10.

           IF      WK-TR-CNT   =       ZERO
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WK-FL-CNT
                   MOVE    J           TO      WK-FOUND-IX
                   PERFORM S610-10     THRU    S610-EX
               END-PERFORM
               GO  TO  S600-EX
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-TR-CNT
               MOVE    ZERO        TO      WK-FOUND-IX
               MOVE    "RESOLV"    TO      WCF-ID
               MOVE    WK-TR-NAME (J) TO   WCF-LOGICAL
               CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > WK-FL-CNT OR WK-FOUND-IX > ZERO
                   IF      WK-FL-PHYS (L) =    WCF-PHYSICAL OR
                           WK-FL-PHYS (L) =    WK-TR-NAME (J)
                           MOVE    L           TO      WK-FOUND-IX
                   END-IF
               END-PERFORM
               IF      WK-FOUND-IX =       ZERO
                   MOVE    SPACE       TO      POT1-REC
                   WRITE   POT1-REC
                   STRING  "[系譜] "           DELIMITED BY SIZE
                           WK-TR-NAME (J)      DELIMITED BY SPACE
                           " どのSTEPにも現れない"
                                               DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               ELSE
                   PERFORM S610-10     THRU    S610-EX
               END-IF
           END-PERFORM
           .
       S600-EX.
           EXIT.

      *    *** ファイル(WK-FOUND-IX)1件の上流と下流
       S610-10.

           MOVE    WK-FOUND-IX TO      K
           PERFORM S590-10     THRU    S590-EX
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           STRING  "[系譜] "           DELIMITED BY SIZE
                   WK-FILE-LBL         DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC

           MOVE    "  上流(どこから来たか)" TO POT1-REC
           WRITE   POT1-REC
           MOVE    "U"         TO      WK-DIR
           PERFORM S620-10     THRU    S620-EX

           MOVE    "  下流(何に使われるか)" TO POT1-REC
           WRITE   POT1-REC
           MOVE    "D"         TO      WK-DIR
           PERFORM S620-10     THRU    S620-EX
           .
       S610-EX.
           EXIT.

      *    *** 幅優先の探索(WK-DIR U=上流 D=下流)。上流は作成STEPの
      *    *** 入力を、下流は使用STEPの出力を次の深さとして辿る
       S620-10.

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FL-CNT
               MOVE    SPACE       TO      WK-FL-VIS (L)
           END-PERFORM
           MOVE    1           TO      WK-Q-CNT
           MOVE    1           TO      WK-Q-POS
           MOVE    WK-FOUND-IX TO      WK-Q-FILE (1)
           MOVE    ZERO        TO      WK-Q-DEP (1)
           MOVE    "Y"         TO      WK-FL-VIS (WK-FOUND-IX)

           PERFORM UNTIL WK-Q-POS > WK-Q-CNT
               MOVE    WK-Q-FILE (WK-Q-POS) TO WK-CUR-F
               MOVE    WK-Q-DEP (WK-Q-POS) TO  WK-CUR-D
               ADD     1           TO      WK-Q-POS
               PERFORM S630-10     THRU    S630-EX
           END-PERFORM
           .
       S620-EX.
           EXIT.

      *    *** 探索中のファイル(WK-CUR-F)1件
       S630-10.

           MOVE    WK-CUR-F    TO      K
           PERFORM S590-10     THRU    S590-EX
           MOVE    WK-CUR-D    TO      WK-DEP-E
           MOVE    ZERO        TO      WK-HIT-CNT

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-ED-CNT
               IF      WK-ED-FILE (L) =    WK-CUR-F    AND
                       ((WK-DIR = "U" AND WK-ED-KIND (L) = "W") OR
                        (WK-DIR = "D" AND WK-ED-KIND (L) = "R"))
                   ADD     1           TO      WK-HIT-CNT
                   MOVE    WK-ED-STEP (L) TO   I
                   PERFORM S580-10     THRU    S580-EX
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "    "              DELIMITED BY SIZE
                           WK-DEP-E            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WK-FILE-LBL         DELIMITED BY "  "
                           INTO    POT1-REC
                   IF      WK-DIR      =       "U"
                           MOVE    "<- 作成"   TO      POT1-REC (50:)
                   ELSE
                           MOVE    "-> 使用"   TO      POT1-REC (50:)
                   END-IF
                   MOVE    WK-STEP-LBL TO      POT1-REC (62:)
                   WRITE   POT1-REC
                   PERFORM S640-10     THRU    S640-EX
               END-IF
           END-PERFORM

      *    *** 先が無いファイル(元の入力/最終出力/対外送信)
           MOVE    WK-CUR-F    TO      K
           IF      WK-HIT-CNT  =       ZERO    OR
                   (WK-DIR = "D" AND WK-FL-XMIT (K) NOT = SPACE)
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "    "              DELIMITED BY SIZE
                           WK-DEP-E            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WK-FILE-LBL         DELIMITED BY "  "
                           INTO    POT1-REC
                   EVALUATE TRUE
                       WHEN WK-DIR = "U"
                           MOVE    "== 元の入力" TO   POT1-REC (50:)
                       WHEN WK-FL-XMIT (K) NOT = SPACE
                           STRING  "=> 対外送信 XMITREG IF="
                                               DELIMITED BY SIZE
                                   WK-FL-XMIT (K)  DELIMITED BY SPACE
                                   INTO    POT1-REC (50:)
                       WHEN OTHER
                           MOVE    "== 最終出力" TO   POT1-REC (50:)
                   END-EVALUATE
                   WRITE   POT1-REC
           END-IF
           .
       S630-EX.
           EXIT.

      *    *** STEP(I)の次のファイル(上流は入力、下流は出力)を
      *    *** 未探索なら待ち行列へ
       S640-10.

           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-ED-CNT
               IF      WK-ED-STEP (M) =    I           AND
                       ((WK-DIR = "U" AND WK-ED-KIND (M) = "R") OR
                        (WK-DIR = "D" AND WK-ED-KIND (M) = "W"))
                   MOVE    WK-ED-FILE (M) TO   K
                   IF      WK-FL-VIS (K) NOT = "Y"  AND
                           WK-Q-CNT    <       300
                           MOVE    "Y"         TO      WK-FL-VIS (K)
                           ADD     1           TO      WK-Q-CNT
                           MOVE    K           TO
                                   WK-Q-FILE (WK-Q-CNT)
                           COMPUTE WK-Q-DEP (WK-Q-CNT) = WK-CUR-D + 1
                   END-IF
               END-IF
           END-PERFORM
           .
       S640-EX.
           EXIT.

      *    *** 書かれるが読まれないファイル(対外送信の元は除く)
       S700-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "[書かれるが読まれないファイル]"
                                       TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-FL-CNT
               MOVE    ZERO        TO      WK-CNT-R    WK-CNT-W
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > WK-ED-CNT
                   IF      WK-ED-FILE (L) =    K
                       IF      WK-ED-KIND (L) =    "R"
                               ADD     1           TO      WK-CNT-R
                       ELSE
                               ADD     1           TO      WK-CNT-W
                       END-IF
                   END-IF
               END-PERFORM
               IF      WK-CNT-W    >       ZERO    AND
                       WK-CNT-R    =       ZERO    AND
                       WK-FL-XMIT (K) =    SPACE
                       ADD     1           TO      WK-ORPHAN-CNT
                       PERFORM S590-10     THRU    S590-EX
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "  "                DELIMITED BY SIZE
                               WK-FILE-LBL         DELIMITED BY "  "
                               INTO    POT1-REC
                       WRITE   POT1-REC
               END-IF
           END-PERFORM
           IF      WK-ORPHAN-CNT =     ZERO
                   MOVE    "  (なし)"  TO      POT1-REC
                   WRITE   POT1-REC
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-NOPARM-CNT >     ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-ST-CNT   TO      WK-CNT-E
           MOVE    WK-FL-CNT   TO      WK-CNT-E2
           STRING  "STEP "             DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "  ファイル "       DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   INTO    POT1-REC
           MOVE    WK-NOPARM-CNT TO    WK-CNT-E
           MOVE    WK-ORPHAN-CNT TO    WK-CNT-E2
           STRING  "  パラメータ無し " DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "  読まれない "     DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   INTO    POT1-REC (40:)
           WRITE   POT1-REC
           CLOSE   POT1-F

           IF      WK-LIB-OPEN =       "Y"
                   CLOSE   LIB1-F
           END-IF

           DISPLAY WK-PGM-NAME " END STEP=" WK-ST-CNT
                   " FILE=" WK-FL-CNT " RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
