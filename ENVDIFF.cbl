      *    *** 環境間の構成差異(ドリフト)報告
      *    *** CFGNAMEの構成ファイル差し替えで並行テスト環境を作れる
      *    *** ようになったが、試験側だけPRMLIBの版や休日カレンダー
      *    *** が違う、モジュールが古い、と言う事が繰り返された。
      *    *** 本番と試験の2つの環境ルートを比べ、差異だけを
      *    *** 許容(許容ファイルに記載あり)/想定外に分けて印字する。
      *    *** 想定外の差異があればRC=8(並行稼動試験の前提確認用)。
      *    ***
      *    *** 比較する区分(AREA)と比較単位:
      *    ***   CFG     CFGNAME.CFGの論理名毎の物理パス
      *    ***   PRMLIB  PRMLIB.DATのユーティリティ/メンバー毎の
      *    ***           承認済み最新版の版数
      *    ***   MSGCAT  MSGCAT.DATのメッセージ番号/種別/言語毎の文言
      *    ***           (LANG=行を含む)
      *    ***   HOLIDAY DATEWEEK.CALの会社休日
      *    ***   SECCHK  SECCHK.PRMの役割/プログラム/機能
      *    ***   MODULE  コンパイル済みモジュールの更新日時と大きさ
      *    *** PRMLIB.DAT等はその環境のCFGNAME.CFGで解決し、相対
      *    *** パスは環境ルートからのパスとする。
      *    ***
      *    *** 起動引数: 1=本番の環境ルート 2=試験の環境ルート
      *    ***           3=PRM1(既定ENVDIFF.PRM1、無くてもよい)
      *    *** PRM1の行:
      *    ***   MODDIR=モジュールのディレクトリ(環境ルートから、既定 .)
      *    ***   MODEXT=モジュールの拡張子(既定 .so)
      *    ***   F-ALW=許容ファイル(既定ENVDIFF.ALW、無くてもよい)
      *    ***   F-OT=差異リスト(既定ENVDIFF.POT1)
      *    *** 許容ファイルの行(*始まりは注釈):
      *    ***   区分=キー      例 CFG=DATETIME.LOG
      *    ***   キーの末尾*は前方一致  例 MODULE=TEST*  CFG=*

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ENVDIFF.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 許容ファイル
           SELECT ALW1-F           ASSIGN   WK-ALW1-F-NAME
                               STATUS   WK-ALW1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 各環境の行形式ファイル(CFGNAME.CFG/MSGCAT.DAT/
      *    *** DATEWEEK.CAL/SECCHK.PRM/モジュール一覧、順に開き直す)
           SELECT TXT1-F           ASSIGN   WK-TXT1-F-NAME
                               STATUS   WK-TXT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** パラメータライブラリ
           SELECT LIB1-F           ASSIGN   WK-LIB1-F-NAME
                               STATUS   WK-LIB1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LIB1-KEY.

      *    *** 差異リスト
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  ALW1-F
           LABEL RECORDS ARE STANDARD.
       01  ALW1-REC.
           03  FILLER          PIC  X(100).

       FD  TXT1-F
           LABEL RECORDS ARE STANDARD.
       01  TXT1-REC.
           03  FILLER          PIC  X(160).

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
           03  FILLER          PIC  X(120).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ENVDIFF ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "ENVDIFF.PRM1".
           03  WK-ALW1-F-NAME  PIC  X(032) VALUE "ENVDIFF.ALW".
           03  WK-TXT1-F-NAME  PIC  X(080) VALUE SPACE.
           03  WK-LIB1-F-NAME  PIC  X(080) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "ENVDIFF.POT1".
      *    *** モジュール一覧の作業ファイル
           03  WK-LST-F-NAME   PIC  X(032) VALUE "ENVDIFF.LST".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ALW1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LIB1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-ALW1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LIB1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(080) VALUE SPACE.

           03  WK-MODDIR       PIC  X(032) VALUE ".".
           03  WK-MODEXT       PIC  X(008) VALUE ".so".
           03  WK-EXT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 環境ルート(1=本番 2=試験)
           03  WK-ENV-AREA     OCCURS 2.
             05  WK-ROOT       PIC  X(040) VALUE SPACE.
             05  WK-ENV-NAME   PIC  X(004) VALUE SPACE.

      *    *** 論理名の解決
           03  WK-LOGICAL      PIC  X(032) VALUE SPACE.
           03  WK-PHYS         PIC  X(032) VALUE SPACE.
           03  WK-PATH         PIC  X(080) VALUE SPACE.

      *    *** 登録する差異比較の単位
           03  WK-AREA         PIC  X(007) VALUE SPACE.
           03  WK-KEY          PIC  X(040) VALUE SPACE.
           03  WK-VAL          PIC  X(080) VALUE SPACE.

      *    *** PRMLIBのメンバー毎の承認済み最新版
           03  WK-CUR-UTIL     PIC  X(008) VALUE SPACE.
           03  WK-CUR-MEMBER   PIC  X(012) VALUE SPACE.
           03  WK-CUR-VER      PIC  9(004) VALUE ZERO.
           03  WK-CUR-YMD      PIC  9(008) VALUE ZERO.

      *    *** モジュール名と更新日時
           03  WK-MOD-NAME     PIC  X(040) VALUE SPACE.
           03  WK-MOD-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FX-DETAILS.
             05  WK-FX-SIZE    PIC  9(018) COMP.
             05  WK-FX-DD      BINARY-CHAR UNSIGNED.
             05  WK-FX-MO      BINARY-CHAR UNSIGNED.
             05  WK-FX-YYYY    PIC  9(004) COMP.
             05  WK-FX-HH      BINARY-CHAR UNSIGNED.
             05  WK-FX-MI      BINARY-CHAR UNSIGNED.
             05  WK-FX-SS      BINARY-CHAR UNSIGNED.
             05  WK-FX-HS      BINARY-CHAR UNSIGNED.
           03  WK-STAMP.
             05  WK-ST-YYYY    PIC  9(004) VALUE ZERO.
             05  WK-ST-MO      PIC  9(002) VALUE ZERO.
             05  WK-ST-DD      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-ST-HH      PIC  9(002) VALUE ZERO.
             05  WK-ST-MI      PIC  9(002) VALUE ZERO.
             05  WK-ST-SS      PIC  9(002) VALUE ZERO.
             05  FILLER        PIC  X(006) VALUE " SIZE=".
             05  WK-ST-SIZE    PIC  9(012) VALUE ZERO.

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

      *    *** 比較
           03  WK-FOUND-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIFF-KIND    PIC  X(001) VALUE SPACE.
           03  WK-ALLOWED      PIC  X(001) VALUE "N".
           03  WK-NOTE         PIC  X(040) VALUE SPACE.
           03  WK-VAL-P        PIC  X(080) VALUE SPACE.
           03  WK-VAL-T        PIC  X(080) VALUE SPACE.

      *    *** 件数
           03  WK-EXP-CNT      PIC  9(005) VALUE ZERO.
           03  WK-UNEXP-CNT    PIC  9(005) VALUE ZERO.
           03  WK-AL-CNT-D     PIC  9(003) VALUE ZERO.

      *    *** 差異リストの見出し行
           03  WK-HDR-LINE.
             05  WK-HDR-RES    PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HDR-AREA   PIC  X(007) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HDR-KEY    PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HDR-NOTE   PIC  X(040) VALUE SPACE.
      *    *** 差異リストの値の行
           03  WK-VAL-LINE.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-VL-ENV     PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(002) VALUE ": ".
             05  WK-VL-VAL     PIC  X(080) VALUE SPACE.

      *    *** 許容ファイル(最大200)。LEN>0は前方一致の桁数
       01  ALW-TBL-AREA.
           03  WK-AL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AL-TBL       OCCURS 200.
             05  WK-AL-AREA    PIC  X(007) VALUE SPACE.
             05  WK-AL-KEY     PIC  X(040) VALUE SPACE.
             05  WK-AL-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 環境毎の比較単位(最大3000)
       01  ENV-TBL-AREA.
           03  WK-EV-TBL       OCCURS 2.
             05  WK-EV-CNT     BINARY-LONG SYNC VALUE ZERO.
             05  WK-EN-TBL     OCCURS 3000.
               07  WK-EN-AREA  PIC  X(007) VALUE SPACE.
               07  WK-EN-KEY   PIC  X(040) VALUE SPACE.
               07  WK-EN-VAL   PIC  X(080) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

       01  INDEX-AREA.
           03  E               BINARY-LONG SYNC VALUE ZERO.
           03  F               BINARY-LONG SYNC VALUE ZERO.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1、許容ファイル
           PERFORM S010-10     THRU    S010-EX

      *    *** 環境毎の読込み
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > 2
               PERFORM S100-10     THRU    S100-EX
               PERFORM S200-10     THRU    S200-EX
               PERFORM S300-10     THRU    S300-EX
               PERFORM S400-10     THRU    S400-EX
               PERFORM S500-10     THRU    S500-EX
               PERFORM S600-10     THRU    S600-EX
               DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E) "="
                       WK-ROOT (E) " 比較単位=" WK-EV-CNT (E)
           END-PERFORM

      *    *** 比較と差異リスト
           PERFORM S700-10     THRU    S700-EX

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

           MOVE    "PROD"      TO      WK-ENV-NAME (1)
           MOVE    "TEST"      TO      WK-ENV-NAME (2)

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER <   2
                   DISPLAY WK-PGM-NAME " 引数=本番ルート"
                           " 試験ルート [PRM1]"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ACCEPT  WK-ROOT (1) FROM    ARGUMENT-VALUE
           ACCEPT  WK-ROOT (2) FROM    ARGUMENT-VALUE
           IF      WK-ARGUMENT-NUMBER >=  3
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 環境ルートの存在と名前の検査(ls へ渡す為)
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > 2
               MOVE    WK-ROOT (E) TO      WK-CHK-X
               PERFORM S050-10     THRU    S050-EX
               CALL    "CBL_CHECK_FILE_EXIST" USING WK-ROOT (E)
                                              WK-FX-DETAILS
               END-CALL
               IF      RETURN-CODE NOT =   ZERO    OR
                       WK-CHK-OK   =       "N"
                       DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E)
                               " 環境ルートが無いか"
                               "名前が不正="
                               WK-ROOT (E)
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
               END-IF
           END-PERFORM
           MOVE    ZERO        TO      RETURN-CODE

      *    *** PRM1(無ければ既定値)
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
           END-IF

           MOVE    WK-MODDIR   TO      WK-CHK-X
           PERFORM S050-10     THRU    S050-EX
           IF      WK-CHK-OK   =       "N"
                   DISPLAY WK-PGM-NAME " MODDIR ERROR=" WK-MODDIR
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-EXT-LEN
           INSPECT WK-MODEXT   TALLYING WK-EXT-LEN
                   FOR CHARACTERS BEFORE SPACE

      *    *** 許容ファイル(無ければ全て想定外)
           OPEN    INPUT       ALW1-F
           IF      WK-ALW1-STATUS =    ZERO
               PERFORM UNTIL WK-ALW1-EOF = HIGH-VALUE
                   READ    ALW1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-ALW1-EOF
                       NOT AT  END
                           PERFORM S030-10     THRU    S030-EX
                   END-READ
               END-PERFORM
               CLOSE   ALW1-F
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WK-AL-CNT   TO      WK-AL-CNT-D
           MOVE    SPACE       TO      POT1-REC
           STRING  "ENVDIFF 環境差異 PROD="   DELIMITED BY SIZE
                   WK-ROOT (1)         DELIMITED BY SPACE
                   " TEST="            DELIMITED BY SIZE
                   WK-ROOT (2)         DELIMITED BY SPACE
                   " 許容="            DELIMITED BY SIZE
                   WK-AL-CNT-D         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02
           UNSTRING PRM1-REC   DELIMITED BY "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "MODDIR"
                   MOVE    WK-PRM02    TO      WK-MODDIR
               WHEN "MODEXT"
                   MOVE    WK-PRM02    TO      WK-MODEXT
               WHEN "F-ALW"
                   MOVE    WK-PRM02    TO      WK-ALW1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC (1:60)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 許容ファイルの1行(区分=キー、末尾*は前方一致)
       S030-10.

           IF      ALW1-REC (1:1) =    "*"     OR
                   ALW1-REC    =       SPACE
                   GO  TO  S030-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02
      *    *** MSGCAT/SECCHKのキーは空白を含むので"="だけで分ける
           UNSTRING ALW1-REC   DELIMITED BY "="
               INTO WK-PRM01
                    WK-PRM02
           END-UNSTRING

           IF      WK-PRM01    NOT =   "CFG"       AND
                   WK-PRM01    NOT =   "PRMLIB"    AND
                   WK-PRM01    NOT =   "MSGCAT"    AND
                   WK-PRM01    NOT =   "HOLIDAY"   AND
                   WK-PRM01    NOT =   "SECCHK"    AND
                   WK-PRM01    NOT =   "MODULE"
                   DISPLAY WK-PGM-NAME " ALW1-F PARA ERROR="
                           ALW1-REC (1:60)
                   GO  TO  S030-EX
           END-IF
           IF      WK-AL-CNT   >=      200
                   DISPLAY WK-PGM-NAME " 許容は200件まで"
                   GO  TO  S030-EX
           END-IF

           ADD     1           TO      WK-AL-CNT
           MOVE    WK-PRM01    TO      WK-AL-AREA (WK-AL-CNT)
           MOVE    WK-PRM02    TO      WK-AL-KEY (WK-AL-CNT)
           MOVE    ZERO        TO      WK-AL-LEN (WK-AL-CNT)
           INSPECT WK-PRM02    TALLYING WK-AL-LEN (WK-AL-CNT)
                   FOR CHARACTERS BEFORE "*"
           IF      WK-AL-LEN (WK-AL-CNT) >= 40
                   MOVE    ZERO        TO      WK-AL-LEN (WK-AL-CNT)
           ELSE
      *    *** "*"だけの時は区分内すべて(比較0桁)
                   IF      WK-AL-LEN (WK-AL-CNT) = ZERO
                           MOVE    -1          TO
                                   WK-AL-LEN (WK-AL-CNT)
                   END-IF
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** シェルへ渡す名前(WK-CHK-X)に英数字 . _ - / 以外が
      *    *** 無いか検査(WK-CHK-OK=N:不正)
       S050-10.

           MOVE    "Y"         TO      WK-CHK-OK
           PERFORM VARYING WK-CHK-P FROM 1 BY 1 UNTIL WK-CHK-P > 80
               IF      WK-CHK-X (WK-CHK-P:1) NOT = SPACE
                   IF      WK-CHK-X (WK-CHK-P:1) IS ALPHABETIC  OR
                           WK-CHK-X (WK-CHK-P:1) IS NUMERIC     OR
                           WK-CHK-X (WK-CHK-P:1) =    "."       OR
                           WK-CHK-X (WK-CHK-P:1) =    "_"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "-"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "/"
                           CONTINUE
                   ELSE
                           MOVE    "N"         TO      WK-CHK-OK
                   END-IF
               END-IF
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** 環境(E)のCFGNAME.CFG(論理名=物理パス)
       S100-10.

           MOVE    SPACE       TO      WK-TXT1-F-NAME
           STRING  WK-ROOT (E)         DELIMITED BY SPACE
                   "/CFGNAME.CFG"      DELIMITED BY SIZE
                   INTO    WK-TXT1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TXT1-EOF
           OPEN    INPUT       TXT1-F
           IF      WK-TXT1-STATUS NOT =  ZERO
                   GO  TO  S100-EX
           END-IF

           MOVE    "CFG"       TO      WK-AREA
           PERFORM UNTIL WK-TXT1-EOF = HIGH-VALUE
               READ    TXT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXT1-EOF
                   NOT AT  END
                       IF      TXT1-REC (1:1) NOT = "*"    AND
                               TXT1-REC NOT = SPACE
                           MOVE    SPACE       TO      WK-KEY  WK-VAL
                           UNSTRING TXT1-REC   DELIMITED BY "="
                               INTO WK-KEY
                                    WK-VAL
                           END-UNSTRING
                           IF      WK-KEY NOT = SPACE
                               PERFORM S160-10     THRU    S160-EX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TXT1-F
           .
       S100-EX.
           EXIT.

      *    *** 環境(E)で論理名WK-LOGICALを解決(CFGNAMEと同じ規則)
      *    *** → WK-PATH(相対パスは環境ルートから)
       S150-10.

           MOVE    WK-LOGICAL  TO      WK-PHYS
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-EV-CNT (E)
               IF      WK-EN-AREA (E J) =  "CFG"       AND
                       WK-EN-KEY (E J) =   WK-LOGICAL
                       MOVE    WK-EN-VAL (E J) TO  WK-PHYS
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      WK-PATH
           IF      WK-PHYS (1:1) =     "/"
                   MOVE    WK-PHYS     TO      WK-PATH
           ELSE
                   STRING  WK-ROOT (E)         DELIMITED BY SPACE
                           "/"                 DELIMITED BY SIZE
                           WK-PHYS             DELIMITED BY SPACE
                           INTO    WK-PATH
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** 環境(E)へ比較単位(WK-AREA,WK-KEY,WK-VAL)を登録。
      *    *** 同じ区分+キーがあれば値を置き換える
       S160-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-EV-CNT (E) OR WK-FOUND-IX > ZERO
               IF      WK-EN-AREA (E J) =  WK-AREA     AND
                       WK-EN-KEY (E J) =   WK-KEY
                       MOVE    J           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX =       ZERO
               IF      WK-EV-CNT (E) >=    3000
                   DISPLAY WK-PGM-NAME " 比較単位は3000件まで "
                           WK-AREA " " WK-KEY
                   GO  TO  S160-EX
               END-IF
               ADD     1           TO      WK-EV-CNT (E)
               MOVE    WK-EV-CNT (E) TO    WK-FOUND-IX
               MOVE    WK-AREA     TO      WK-EN-AREA (E WK-FOUND-IX)
               MOVE    WK-KEY      TO      WK-EN-KEY (E WK-FOUND-IX)
           END-IF
           MOVE    WK-VAL      TO      WK-EN-VAL (E WK-FOUND-IX)
           .
       S160-EX.
           EXIT.

      *    *** 環境(E)のPRMLIB.DAT。メンバー毎に承認済み(A)の
      *    *** 最新版を登録する(キー順なので最後の承認版が最新)
       S200-10.

           MOVE    "PRMLIB.DAT" TO     WK-LOGICAL
           PERFORM S150-10     THRU    S150-EX
           MOVE    WK-PATH     TO      WK-LIB1-F-NAME
           MOVE    LOW-VALUE   TO      WK-LIB1-EOF
           OPEN    INPUT       LIB1-F
           IF      WK-LIB1-STATUS NOT = "00"
                   DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E)
                           " PRMLIB ﾅｼ STATUS=" WK-LIB1-STATUS
                   GO  TO  S200-EX
           END-IF

           MOVE    "PRMLIB"    TO      WK-AREA
           MOVE    SPACE       TO      WK-CUR-UTIL WK-CUR-MEMBER
           MOVE    ZERO        TO      WK-CUR-VER  WK-CUR-YMD
           PERFORM UNTIL WK-LIB1-EOF = HIGH-VALUE
               READ    LIB1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LIB1-EOF
                   NOT AT  END
                       IF      LIB1-UTIL   NOT =   WK-CUR-UTIL OR
                               LIB1-MEMBER NOT =   WK-CUR-MEMBER
                           PERFORM S210-10     THRU    S210-EX
                           MOVE    LIB1-UTIL   TO      WK-CUR-UTIL
                           MOVE    LIB1-MEMBER TO      WK-CUR-MEMBER
                           MOVE    ZERO        TO      WK-CUR-VER
                                                       WK-CUR-YMD
                       END-IF
                       IF      LIB1-LINENO =       ZERO    AND
                               LIB1-H-STATE =      "A"
                           MOVE    LIB1-VER    TO      WK-CUR-VER
                           MOVE    LIB1-H-YMD  TO      WK-CUR-YMD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM S210-10     THRU    S210-EX
           CLOSE   LIB1-F
           .
       S200-EX.
           EXIT.

      *    *** 直前メンバーの承認済み最新版を登録(承認版が無ければ
      *    *** 登録しない)
       S210-10.

           IF      WK-CUR-UTIL =       SPACE   OR
                   WK-CUR-VER  =       ZERO
                   GO  TO  S210-EX
           END-IF

           MOVE    SPACE       TO      WK-KEY  WK-VAL
           STRING  WK-CUR-UTIL         DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-CUR-MEMBER       DELIMITED BY SPACE
                   INTO    WK-KEY
           STRING  "VER="              DELIMITED BY SIZE
                   WK-CUR-VER          DELIMITED BY SIZE
                   " 承認日="          DELIMITED BY SIZE
                   WK-CUR-YMD          DELIMITED BY SIZE
                   INTO    WK-VAL
           PERFORM S160-10     THRU    S160-EX
           .
       S210-EX.
           EXIT.

      *    *** 環境(E)のMSGCAT.DAT(番号 種別 言語 文言)
       S300-10.

           MOVE    "MSGCAT.DAT" TO     WK-LOGICAL
           PERFORM S150-10     THRU    S150-EX
           MOVE    WK-PATH     TO      WK-TXT1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TXT1-EOF
           OPEN    INPUT       TXT1-F
           IF      WK-TXT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E)
                           " MSGCAT ﾅｼ STATUS=" WK-TXT1-STATUS
                   GO  TO  S300-EX
           END-IF

           MOVE    "MSGCAT"    TO      WK-AREA
           PERFORM UNTIL WK-TXT1-EOF = HIGH-VALUE
               READ    TXT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXT1-EOF
                   NOT AT  END
                       IF      TXT1-REC (1:1) NOT = "*"    AND
                               TXT1-REC NOT = SPACE
                           MOVE    SPACE       TO      WK-KEY  WK-VAL
                           IF      TXT1-REC (1:5) =    "LANG="
                               MOVE    "LANG"      TO      WK-KEY
                               MOVE    TXT1-REC (6:75) TO  WK-VAL
                           ELSE
                               MOVE    TXT1-REC (1:10) TO  WK-KEY
                               MOVE    TXT1-REC (12:80) TO WK-VAL
                           END-IF
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TXT1-F
           .
       S300-EX.
           EXIT.

      *    *** 環境(E)の会社休日カレンダー(一行YYYYMMDD)
       S400-10.

           MOVE    "DATEWEEK.CAL" TO   WK-LOGICAL
           PERFORM S150-10     THRU    S150-EX
           MOVE    WK-PATH     TO      WK-TXT1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TXT1-EOF
           OPEN    INPUT       TXT1-F
           IF      WK-TXT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E)
                           " 休日カレンダー ﾅｼ STATUS="
                           WK-TXT1-STATUS
                   GO  TO  S400-EX
           END-IF

           MOVE    "HOLIDAY"   TO      WK-AREA
           PERFORM UNTIL WK-TXT1-EOF = HIGH-VALUE
               READ    TXT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXT1-EOF
                   NOT AT  END
                       IF      TXT1-REC (1:8) IS NUMERIC
                           MOVE    SPACE       TO      WK-KEY  WK-VAL
                           MOVE    TXT1-REC (1:8) TO   WK-KEY
                           MOVE    "休日"      TO      WK-VAL
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TXT1-F
           .
       S400-EX.
           EXIT.

      *    *** 環境(E)のSECCHK権限マスター(役割 プログラム 機能)
       S500-10.

           MOVE    "SECCHK.PRM" TO     WK-LOGICAL
           PERFORM S150-10     THRU    S150-EX
           MOVE    WK-PATH     TO      WK-TXT1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TXT1-EOF
           OPEN    INPUT       TXT1-F
           IF      WK-TXT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " " WK-ENV-NAME (E)
                           " SECCHK.PRM ﾅｼ STATUS=" WK-TXT1-STATUS
                   GO  TO  S500-EX
           END-IF

           MOVE    "SECCHK"    TO      WK-AREA
           PERFORM UNTIL WK-TXT1-EOF = HIGH-VALUE
               READ    TXT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXT1-EOF
                   NOT AT  END
                       IF      TXT1-REC (1:1) NOT = "*"    AND
                               TXT1-REC NOT = SPACE
                           MOVE    SPACE       TO      WK-KEY  WK-VAL
                           MOVE    TXT1-REC (1:26) TO  WK-KEY
                           MOVE    "許可"      TO      WK-VAL
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TXT1-F
           .
       S500-EX.
           EXIT.

      *    *** 環境(E)のモジュール。ls の一覧から拡張子の合うものを
      *    *** 取り、更新日時と大きさを登録する
       S600-10.

           MOVE    SPACE       TO      WK-CMD
           STRING  "ls -1 "            DELIMITED BY SIZE
                   WK-ROOT (E)         DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-MODDIR           DELIMITED BY SPACE
                   " > "               DELIMITED BY SIZE
                   WK-LST-F-NAME       DELIMITED BY SPACE
                   " 2>/dev/null"      DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    WK-LST-F-NAME TO    WK-TXT1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TXT1-EOF
           OPEN    INPUT       TXT1-F
           IF      WK-TXT1-STATUS NOT =  ZERO
                   GO  TO  S600-EX
           END-IF

           MOVE    "MODULE"    TO      WK-AREA
           PERFORM UNTIL WK-TXT1-EOF = HIGH-VALUE
               READ    TXT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXT1-EOF
                   NOT AT  END
                       PERFORM S610-10     THRU    S610-EX
               END-READ
           END-PERFORM
           CLOSE   TXT1-F
           .
       S600-EX.
           EXIT.

      *    *** 一覧の1行(モジュール名)
       S610-10.

           MOVE    TXT1-REC    TO      WK-MOD-NAME
           MOVE    ZERO        TO      WK-MOD-LEN
           INSPECT WK-MOD-NAME TALLYING WK-MOD-LEN
                   FOR CHARACTERS BEFORE SPACE
           IF      WK-MOD-LEN  <=      WK-EXT-LEN
                   GO  TO  S610-EX
           END-IF
           IF      WK-MOD-NAME (WK-MOD-LEN - WK-EXT-LEN + 1:
                   WK-EXT-LEN) NOT =   WK-MODEXT (1:WK-EXT-LEN)
                   GO  TO  S610-EX
           END-IF

           MOVE    SPACE       TO      WK-PATH
           STRING  WK-ROOT (E)         DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-MODDIR           DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-MOD-NAME         DELIMITED BY SPACE
                   INTO    WK-PATH
           CALL    "CBL_CHECK_FILE_EXIST" USING WK-PATH
                                          WK-FX-DETAILS
           END-CALL
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                   GO  TO  S610-EX
           END-IF

           MOVE    WK-FX-YYYY  TO      WK-ST-YYYY
           MOVE    WK-FX-MO    TO      WK-ST-MO
           MOVE    WK-FX-DD    TO      WK-ST-DD
           MOVE    WK-FX-HH    TO      WK-ST-HH
           MOVE    WK-FX-MI    TO      WK-ST-MI
           MOVE    WK-FX-SS    TO      WK-ST-SS
           MOVE    WK-FX-SIZE  TO      WK-ST-SIZE
           MOVE    SPACE       TO      WK-KEY  WK-VAL
           MOVE    WK-MOD-NAME TO      WK-KEY
           MOVE    WK-STAMP    TO      WK-VAL
           PERFORM S160-10     THRU    S160-EX
           .
       S610-EX.
           EXIT.

      *    *** 比較。本番の各単位を試験から探し(無い/値違い)、
      *    *** 次に試験だけにある単位を拾う
       S700-10.

           MOVE    1           TO      E
           MOVE    2           TO      F
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-EV-CNT (1)
               PERFORM S710-10     THRU    S710-EX
               IF      WK-FOUND-IX =       ZERO
                   MOVE    "P"         TO      WK-DIFF-KIND
                   MOVE    WK-EN-VAL (1 I) TO  WK-VAL-P
                   MOVE    "(なし)"    TO      WK-VAL-T
                   PERFORM S750-10     THRU    S750-EX
               ELSE
                   IF      WK-EN-VAL (1 I) NOT =
                           WK-EN-VAL (2 WK-FOUND-IX)
                       MOVE    "V"         TO      WK-DIFF-KIND
                       MOVE    WK-EN-VAL (1 I) TO  WK-VAL-P
                       MOVE    WK-EN-VAL (2 WK-FOUND-IX) TO WK-VAL-T
                       PERFORM S750-10     THRU    S750-EX
                   END-IF
               END-IF
           END-PERFORM

           MOVE    2           TO      E
           MOVE    1           TO      F
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-EV-CNT (2)
               PERFORM S710-10     THRU    S710-EX
               IF      WK-FOUND-IX =       ZERO
                   MOVE    "T"         TO      WK-DIFF-KIND
                   MOVE    "(なし)"    TO      WK-VAL-P
                   MOVE    WK-EN-VAL (2 I) TO  WK-VAL-T
                   PERFORM S750-10     THRU    S750-EX
               END-IF
           END-PERFORM
           .
       S700-EX.
           EXIT.

      *    *** 環境(E)の単位(I)を環境(F)から探す(→ WK-FOUND-IX)
       S710-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-EV-CNT (F) OR WK-FOUND-IX > ZERO
               IF      WK-EN-AREA (F J) =  WK-EN-AREA (E I)    AND
                       WK-EN-KEY (F J) =   WK-EN-KEY (E I)
                       MOVE    J           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           .
       S710-EX.
           EXIT.

      *    *** 差異1件(環境(E)の単位(I))の判定と印字
       S750-10.

           MOVE    WK-EN-AREA (E I) TO WK-AREA
           MOVE    WK-EN-KEY (E I) TO  WK-KEY

      *    *** 許容ファイルとの照合
           MOVE    "N"         TO      WK-ALLOWED
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-AL-CNT OR WK-ALLOWED = "Y"
               IF      WK-AL-AREA (J) =    WK-AREA
                   EVALUATE TRUE
                       WHEN WK-AL-LEN (J) < ZERO
                           MOVE    "Y"         TO      WK-ALLOWED
                       WHEN WK-AL-LEN (J) = ZERO
                           IF      WK-AL-KEY (J) = WK-KEY
                               MOVE    "Y"         TO  WK-ALLOWED
                           END-IF
                       WHEN OTHER
                           IF      WK-AL-KEY (J) (1:WK-AL-LEN (J)) =
                                   WK-KEY (1:WK-AL-LEN (J))
                               MOVE    "Y"         TO  WK-ALLOWED
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           EVALUATE WK-DIFF-KIND
               WHEN "P"
                   MOVE    "本番のみ"  TO      WK-NOTE
               WHEN "T"
                   MOVE    "試験のみ"  TO      WK-NOTE
               WHEN OTHER
                   MOVE    "値が違う"  TO      WK-NOTE
      *    *** モジュールは更新日時の新旧を添える
                   IF      WK-AREA     =       "MODULE"
                       IF      WK-VAL-T (1:15) <   WK-VAL-P (1:15)
                           MOVE    "試験の方が古い"
                                   TO      WK-NOTE
                       ELSE
                           IF      WK-VAL-T (1:15) > WK-VAL-P (1:15)
                               MOVE    "試験の方が新しい"
                                       TO      WK-NOTE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           MOVE    SPACE       TO      WK-HDR-LINE
           IF      WK-ALLOWED  =       "Y"
                   MOVE    "EXPECTED"  TO      WK-HDR-RES
                   ADD     1           TO      WK-EXP-CNT
           ELSE
                   MOVE    "UNEXPECTED" TO     WK-HDR-RES
                   ADD     1           TO      WK-UNEXP-CNT
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           MOVE    WK-AREA     TO      WK-HDR-AREA
           MOVE    WK-KEY      TO      WK-HDR-KEY
           MOVE    WK-NOTE     TO      WK-HDR-NOTE
           MOVE    WK-HDR-LINE TO      POT1-REC
           WRITE   POT1-REC

           MOVE    WK-ENV-NAME (1) TO  WK-VL-ENV
           MOVE    WK-VAL-P    TO      WK-VL-VAL
           MOVE    WK-VAL-LINE TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-ENV-NAME (2) TO  WK-VL-ENV
           MOVE    WK-VAL-T    TO      WK-VL-VAL
           MOVE    WK-VAL-LINE TO      POT1-REC
           WRITE   POT1-REC
           .
       S750-EX.
           EXIT.

      *    *** 件数、CLOSE
       S900-10.

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           IF      WK-UNEXP-CNT =      ZERO
                   STRING  "RESULT=MATCH"      DELIMITED BY SIZE
                           INTO    POT1-REC
           ELSE
                   STRING  "RESULT=DRIFT"      DELIMITED BY SIZE
                           INTO    POT1-REC
           END-IF
           STRING  " 許容="            DELIMITED BY SIZE
                   WK-EXP-CNT          DELIMITED BY SIZE
                   " 想定外="          DELIMITED BY SIZE
                   WK-UNEXP-CNT        DELIMITED BY SIZE
                   INTO    POT1-REC (13:)
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END 許容=" WK-EXP-CNT
                   " 想定外=" WK-UNEXP-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
