      *    *** データ辞書(業務データ要素の定義と出現の突合せ)
      *    *** DT=レイアウトはLAYOUTGENで起こせる様になったが、項目の
      *    *** 意味を書いた所が無く、同じ得意先コードがプログラムや
      *    *** ファイル毎に桁数違いで定義されていた。
      *    *** 業務データ要素(要素名、業務名、定義、標準PIC、許容値
      *    *** 又はコード表)を辞書マスター(DDICT.DAT)で管理し、
      *    *** CP*コピー句と各ソースのFDレコードにLAYOUTGENを掛けて
      *    *** 集めた項目の出現(ソース、レコード、項目名、位置)を
      *    *** 要素に結び付けて出現ファイル(DDICT.OCC)へ書く。
      *    *** 項目と要素の結び付けは要素毎の項目名パターン(最大4、
      *    *** 先頭/末尾の*は任意の文字列。例 *-CUST-CD)で行い、
      *    *** 要素名のキー順で最初に一致した要素を採る。
      *    ***
      *    *** 起動引数:
      *    ***  LIST   : 要素の一覧(定義、標準PIC、許容値)を表示する
      *    ***  SCREEN : 定義の保守画面。SECCHKのサインオン(MAINMENU
      *    ***           からは引継ぎ券)とUPDATE権限が必要。
      *    ***           コマンド: R = 要素名で呼出し  A = 追加
      *    ***            C = 変更  D = 削除  Q = 終了
      *    ***           (変更はセキュリティログへ残す)
      *    ***  SCAN   : 出現の収集。対象ソース一覧(DDICT.PIN1、1行
      *    ***           1メンバー、*行はコメント。無ければカレントの
      *    ***           CP*と*.cbl全て)の各メンバーについて、コピー句
      *    ***           は全体、.cblはFILE SECTIONだけを01レコード毎に
      *    ***           切り出してLAYOUTGEN(FULL指定)に掛け、DT=行を
      *    ***           出現ファイルへ書く
      *    ***  REPORT : 適合レポート(DDICT.POT1)。要素の標準と長さ
      *    ***           又は型が違う出現、どの要素にも結び付かない
      *    ***           項目(FILLERを除く)、要素毎の出現数。
      *    ***           不適合があればRC=4
      *    ***  LOAD,ﾌｧｲﾙ名
      *    ***         : 初期移行用。辞書が空の時だけ、レコード形式
      *    ***           (先頭363桁)の順ファイルを一括登録する
      *    ***
      *    *** 辞書レコード(400桁):
      *    ***   要素名(12) 業務名(30) 定義(60×2) 標準PIC(20、
      *    ***   例 X(08) S9(11)V99) 用途(1) D=表示 P=パック B=2進
      *    ***   許容値/コード表(60、例 A=有効,I=無効  DECODE08:07)
      *    ***   項目名パターン(30×4) 更新者(8) 更新日(8) 予備(21)
      *    *** 出現レコード(DDICT.OCC):
      *    ***   ソース(32) レコード(32) 項目名(32) 位置(5) 長さ(3)
      *    ***   型(2、LAYOUTGENのTYPE) 要素名(12、空白=結び付き無し)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DDICT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 辞書マスター
           SELECT DDE1-F           ASSIGN   WK-DDE1-F-NAME
                               STATUS   WK-DDE1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY DDE1-KEY.

      *    *** 出現ファイル(SCANが作り、REPORT/SCREENが読む)
           SELECT OCC1-F           ASSIGN   WK-OCC1-F-NAME
                               STATUS   WK-OCC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 対象ソース一覧
           SELECT LST1-F           ASSIGN   WK-LST1-F-NAME
                               STATUS   WK-LST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 対象ソースメンバー
           SELECT SRC1-F           ASSIGN   WK-SRC1-F-NAME
                               STATUS   WK-SRC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 切り出した01レコード(LAYOUTGENの入力)
           SELECT TMP1-F           ASSIGN   WK-TMP1-F-NAME
                               STATUS   WK-TMP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** LAYOUTGENの出力DT=行
           SELECT DTL1-F           ASSIGN   WK-DTL1-F-NAME
                               STATUS   WK-DTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 適合レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 初期移行ファイル
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  DDE1-F
           LABEL RECORDS ARE STANDARD.
       01  DDE1-REC.
           03  DDE1-KEY        PIC  X(012).
           03  DDE1-NAME       PIC  X(030).
           03  DDE1-DEFN1      PIC  X(060).
           03  DDE1-DEFN2      PIC  X(060).
           03  DDE1-STD-PIC    PIC  X(020).
           03  DDE1-STD-USG    PIC  X(001).
           03  DDE1-VALUES     PIC  X(060).
           03  DDE1-MATCH      OCCURS 4
                               PIC  X(030).
           03  DDE1-UPD-OPID   PIC  X(008).
           03  DDE1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(021).

       FD  OCC1-F
           LABEL RECORDS ARE STANDARD.
       01  OCC1-REC.
           03  OCC1-SRC        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC1-RECNM      PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC1-FIELD      PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC1-POS        PIC  9(005).
           03  FILLER          PIC  X(001).
           03  OCC1-LEN        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  OCC1-TYPE       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  OCC1-ELEM       PIC  X(012).

       FD  LST1-F
           LABEL RECORDS ARE STANDARD.
       01  LST1-REC.
           03  FILLER          PIC  X(100).

       FD  SRC1-F
           LABEL RECORDS ARE STANDARD.
       01  SRC1-REC.
           03  FILLER          PIC  X(256).

       FD  TMP1-F
           LABEL RECORDS ARE STANDARD.
       01  TMP1-REC.
           03  FILLER          PIC  X(256).

       FD  DTL1-F
           LABEL RECORDS ARE STANDARD.
       01  DTL1-REC.
           03  FILLER          PIC  X(128).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(400).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DDICT   ".

           03  WK-DDE1-F-NAME  PIC  X(032) VALUE "DDICT.DAT".
           03  WK-OCC1-F-NAME  PIC  X(032) VALUE "DDICT.OCC".
           03  WK-LST1-F-NAME  PIC  X(032) VALUE "DDICT.PIN1".
           03  WK-SRC1-F-NAME  PIC  X(100) VALUE SPACE.
           03  WK-TMP1-F-NAME  PIC  X(032) VALUE "DDICT.TMP".
           03  WK-DTL1-F-NAME  PIC  X(032) VALUE "DDICT.DTL".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "DDICT.POT1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-DDE1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OCC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SRC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TMP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-DDE1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-OCC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DTL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CMD          PIC  X(256) VALUE SPACE.

      *    *** 件数
           03  WK-LIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOAD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SRC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OCC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MULTI-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNMAP-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZ,ZZ9 VALUE ZERO.

      *    *** SCAN: ソース行の切り出し
           03  WK-IS-COPY      PIC  X(001) VALUE "N".
           03  WK-IN-SCOPE     PIC  X(001) VALUE "N".
           03  WK-TMP-OPEN     PIC  X(001) VALUE "N".
           03  WK-TMP-LINES    BINARY-LONG SYNC VALUE ZERO.
           03  WK-SRC-LINE     PIC  X(065) VALUE SPACE.
           03  WK-TK1          PIC  X(032) VALUE SPACE.
           03  WK-TK2          PIC  X(032) VALUE SPACE.
           03  WK-CUR-RECNM    PIC  X(032) VALUE SPACE.

      *    *** SCAN: DT=行の分解(キー=値の並び)
           03  WK-DT-TOK       OCCURS 20
                               PIC  X(032) VALUE SPACE.
           03  WK-DT-POS       PIC  9(005) VALUE ZERO.
           03  WK-DT-LEN       PIC  9(003) VALUE ZERO.
           03  WK-DT-TYPE      PIC  X(002) VALUE SPACE.
           03  WK-DT-NAME      PIC  X(032) VALUE SPACE.

      *    *** 項目名とパターンの照合
           03  WK-MT-NAME      PIC  X(032) VALUE SPACE.
           03  WK-MT-PAT       PIC  X(030) VALUE SPACE.
           03  WK-MT-NL        BINARY-LONG SYNC VALUE ZERO.
           03  WK-MT-PL        BINARY-LONG SYNC VALUE ZERO.
           03  WK-MT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-MT-HIT       PIC  X(001) VALUE "N".
           03  WK-MT-ELEM      PIC  X(012) VALUE SPACE.

      *    *** 標準PICの解析(LAYOUTGENのS210/S330と同じ規則)
           03  WK-PIC          PIC  X(020) VALUE SPACE.
           03  WK-USG          PIC  X(001) VALUE SPACE.
           03  WK-PIC-C        PIC  X(001) VALUE SPACE.
           03  WK-PIC-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC-REP      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC-REP-X    PIC  X(005) VALUE SPACE.
           03  WK-PIC-RIX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC-KIND     PIC  X(001) VALUE SPACE.
           03  WK-PIC-AFT-V    PIC  X(001) VALUE "N".
           03  WK-PIC-DIGITS   BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC-SCALE    BINARY-LONG SYNC VALUE ZERO.
           03  WK-STD-TYPE     PIC  X(002) VALUE SPACE.
           03  WK-STD-LEN      PIC  9(003) VALUE ZERO.

      *    *** REPORT: 不適合の理由
           03  WK-NG-WHY       PIC  X(010) VALUE SPACE.

      *    *** 保守画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-VAL-NG       PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-ELEM      PIC  X(012) VALUE SPACE.
           03  WK-IN-NAME      PIC  X(030) VALUE SPACE.
           03  WK-IN-DEFN1     PIC  X(060) VALUE SPACE.
           03  WK-IN-DEFN2     PIC  X(060) VALUE SPACE.
           03  WK-IN-STD-PIC   PIC  X(020) VALUE SPACE.
           03  WK-IN-STD-USG   PIC  X(001) VALUE SPACE.
           03  WK-IN-VALUES    PIC  X(060) VALUE SPACE.
           03  WK-IN-MATCH     OCCURS 4
                               PIC  X(030) VALUE SPACE.
           03  WK-UPD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-OCC-LINE     PIC  X(060) VALUE SPACE.

      *    *** 一覧/レポート明細の編集
           03  WK-LST-LINE.
             05  WK-LST-ELEM   PIC  X(012) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-NAME   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-PIC    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-USG    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-OPID PIC X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-YMD PIC 9(008) VALUE ZERO.

           03  WK-OCC-DTL.
             05  WK-OD-SRC     PIC  X(024) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OD-RECNM   PIC  X(024) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OD-FIELD   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(005) VALUE " POS=".
             05  WK-OD-POS     PIC  ZZZZ9 VALUE ZERO.
             05  FILLER        PIC  X(005) VALUE " LEN=".
             05  WK-OD-LEN     PIC  ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OD-TYPE    PIC  X(002) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-OD-NOTE    PIC  X(030) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

      *    *** 辞書要素のテーブル(SCAN/REPORTで使う、キー順)
       01  EL-TBL-AREA.
           03  WK-EL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-EL-TBL       OCCURS 500.
             05  WK-EL-ELEM    PIC  X(012) VALUE SPACE.
             05  WK-EL-NAME    PIC  X(030) VALUE SPACE.
             05  WK-EL-PIC     PIC  X(020) VALUE SPACE.
             05  WK-EL-USG     PIC  X(001) VALUE SPACE.
             05  WK-EL-MATCH   OCCURS 4
                               PIC  X(030) VALUE SPACE.
             05  WK-EL-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-EL-LEN     PIC  9(003) VALUE ZERO.
             05  WK-EL-OCC     BINARY-LONG SYNC VALUE ZERO.
             05  WK-EL-NG      BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       SCREEN                  SECTION.
       01  DDICT-SCREEN.
           03  LINE 01 COL 01  VALUE "DDICT データ辞書保守".
           03  LINE 02 COL 01  PIC X(076) FROM WK-UPD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "要素名(12)    :".
           03  LINE 05 COL 17  PIC X(012) USING WK-IN-ELEM.
           03  LINE 06 COL 01  VALUE "業務名        :".
           03  LINE 06 COL 17  PIC X(030) USING WK-IN-NAME.
           03  LINE 07 COL 01  VALUE "定義          :".
           03  LINE 07 COL 17  PIC X(060) USING WK-IN-DEFN1.
           03  LINE 08 COL 17  PIC X(060) USING WK-IN-DEFN2.
           03  LINE 09 COL 01  VALUE "標準PIC       :".
           03  LINE 09 COL 17  PIC X(020) USING WK-IN-STD-PIC.
           03  LINE 09 COL 39  VALUE "用途:".
           03  LINE 09 COL 45  PIC X(001) USING WK-IN-STD-USG.
           03  LINE 09 COL 48  VALUE "D=表示 P=パック B=2進".
           03  LINE 10 COL 01  VALUE "許容値/ｺｰﾄﾞ表 :".
           03  LINE 10 COL 17  PIC X(060) USING WK-IN-VALUES.
           03  LINE 11 COL 01  VALUE "項目名ﾊﾟﾀｰﾝ   :".
           03  LINE 11 COL 17  PIC X(030) USING WK-IN-MATCH (1).
           03  LINE 11 COL 48  PIC X(030) USING WK-IN-MATCH (2).
           03  LINE 12 COL 17  PIC X(030) USING WK-IN-MATCH (3).
           03  LINE 12 COL 48  PIC X(030) USING WK-IN-MATCH (4).
           03  LINE 13 COL 01  VALUE "出現          :".
           03  LINE 13 COL 17  PIC X(060) FROM WK-OCC-LINE.
           03  LINE 15 COL 01
               VALUE "R=呼出 A=追加 C=変更 D=削除 Q=終了".
           03  LINE 16 COL 01  VALUE "CMD           :".
           03  LINE 16 COL 17  PIC X(001) USING WK-IN-CMD.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数解析
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "LIST"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "SCAN"
                   PERFORM S400-10     THRU    S400-EX
                   PERFORM S200-10     THRU    S200-EX
               WHEN "REPORT"
                   PERFORM S400-10     THRU    S400-EX
                   PERFORM S300-10     THRU    S300-EX
               WHEN "SCREEN"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "LOAD"
                   PERFORM S700-10     THRU    S700-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=LIST/SCAN/REPORT/SCREEN/LOAD"
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
                                       DDE1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PIN1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 辞書を開く(無ければ新規作成)
           OPEN    I-O         DDE1-F
           IF      WK-DDE1-STATUS =    05      OR      35
                   OPEN    OUTPUT      DDE1-F
                   CLOSE   DDE1-F
                   OPEN    I-O         DDE1-F
           END-IF
           IF      WK-DDE1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " DDE1-F OPEN ERROR STATUS="
                           WK-DDE1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 要素名順に全件表示
       S100-10.

           DISPLAY WK-PGM-NAME
                   " ELEMENT      NAME                           "
                   " STD-PIC              U UPD-OPID UPD-YMD"

           MOVE    LOW-VALUE   TO      DDE1-KEY
           START   DDE1-F      KEY NOT <   DDE1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-DDE1-EOF
           END-START

           PERFORM UNTIL WK-DDE1-EOF = HIGH-VALUE
               READ    DDE1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DDE1-EOF
                   NOT AT  END
                       MOVE    DDE1-KEY    TO      WK-LST-ELEM
                       MOVE    DDE1-NAME   TO      WK-LST-NAME
                       MOVE    DDE1-STD-PIC TO     WK-LST-PIC
                       MOVE    DDE1-STD-USG TO     WK-LST-USG
                       MOVE    DDE1-UPD-OPID TO    WK-LST-UPD-OPID
                       MOVE    DDE1-UPD-YMD TO     WK-LST-UPD-YMD
                       DISPLAY WK-PGM-NAME " " WK-LST-LINE
                       IF      DDE1-DEFN1  NOT =   SPACE
                           DISPLAY WK-PGM-NAME "   定義 : "
                                   DDE1-DEFN1
                       END-IF
                       IF      DDE1-DEFN2  NOT =   SPACE
                           DISPLAY WK-PGM-NAME "          "
                                   DDE1-DEFN2
                       END-IF
                       IF      DDE1-VALUES NOT =   SPACE
                           DISPLAY WK-PGM-NAME "   許容値: "
                                   DDE1-VALUES
                       END-IF
                       ADD     1           TO      WK-LIST-CNT
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " 要素数=" WK-LIST-CNT
           .
       S100-EX.
           EXIT.

      *    *** SCAN: 対象ソースからLAYOUTGENで出現を集め、要素に
      *    *** 結び付けて出現ファイルを作り直す
       S200-10.

      *    *** 対象ソース一覧が無ければカレントのCP*と*.cbl全て
           OPEN    INPUT       LST1-F
           IF      WK-LST1-STATUS =    35
                   MOVE    "DDICT.LST" TO      WK-LST1-F-NAME
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "ls -1 CP* *.cbl > " DELIMITED BY SIZE
                           WK-LST1-F-NAME DELIMITED BY SPACE
                           " 2>/dev/null" DELIMITED BY SIZE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   OPEN    INPUT       LST1-F
           END-IF
           IF      WK-LST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LST1-F OPEN ERROR STATUS="
                           WK-LST1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF

           OPEN    OUTPUT      OCC1-F
           IF      WK-OCC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OCC1-F OPEN ERROR STATUS="
                           WK-OCC1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   CLOSE   LST1-F
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-LST1-EOF = HIGH-VALUE
               READ    LST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LST1-EOF
                   NOT AT  END
                       IF      LST1-REC (1:1) NOT = "*"    AND
                               LST1-REC    NOT =   SPACE
                           MOVE    LST1-REC    TO  WK-SRC1-F-NAME
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LST1-F
           CLOSE   OCC1-F

      *    *** 作業ファイルの後始末
           MOVE    SPACE       TO      WK-CMD
           STRING  "rm -f "    DELIMITED BY SIZE
                   WK-TMP1-F-NAME DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-DTL1-F-NAME DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD

           DISPLAY WK-PGM-NAME " SCAN ｿｰｽ=" WK-SRC-CNT
                   " ﾚｲｱｳﾄ=" WK-LAY-CNT " 出現=" WK-OCC-CNT
                   " 結付=" WK-MAP-CNT
           IF      WK-MULTI-CNT >      ZERO
                   DISPLAY WK-PGM-NAME " 複数要素一致="
                           WK-MULTI-CNT " (要素名順の先を採用)"
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** ソース1メンバー。コピー句(CP*)は全体、それ以外は
      *    *** FILE SECTIONの中だけを01レコード毎に切り出す
       S210-10.

           OPEN    INPUT       SRC1-F
           IF      WK-SRC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " SRC1-F OPEN ERROR STATUS="
                           WK-SRC1-STATUS " " WK-SRC1-F-NAME
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S210-EX
           END-IF
           ADD     1           TO      WK-SRC-CNT

           MOVE    "N"         TO      WK-IS-COPY
           IF      WK-SRC1-F-NAME (1:2) = "CP"
                   MOVE    ZERO        TO      K
                   INSPECT WK-SRC1-F-NAME TALLYING K FOR ALL "."
                   IF      K           =       ZERO
                           MOVE    "Y"         TO      WK-IS-COPY
                   END-IF
           END-IF
           MOVE    WK-IS-COPY  TO      WK-IN-SCOPE
           MOVE    "N"         TO      WK-TMP-OPEN
           MOVE    LOW-VALUE   TO      WK-SRC1-EOF

           PERFORM UNTIL WK-SRC1-EOF = HIGH-VALUE
               READ    SRC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SRC1-EOF
                   NOT AT  END
                       PERFORM S220-10     THRU    S220-EX
               END-READ
           END-PERFORM
           CLOSE   SRC1-F

           PERFORM S230-10     THRU    S230-EX
           .
       S210-EX.
           EXIT.

      *    *** ソース1行。節の見出しで範囲を切り替え、01/77レベル
      *    *** で新しいレコードを始める
       S220-10.

           IF      SRC1-REC (7:1) =    "*" OR "/"
               OR  SRC1-REC (8:65) =   SPACE
                   GO  TO  S220-EX
           END-IF

           MOVE    TRIM(SRC1-REC (8:65) LEADING) TO WK-SRC-LINE
           MOVE    SPACE       TO      WK-TK1      WK-TK2
           UNSTRING WK-SRC-LINE DELIMITED BY ALL SPACE
               INTO WK-TK1 WK-TK2
           END-UNSTRING

      *    *** 節/部の見出し(.cblのFILE SECTIONだけが範囲)
           IF      WK-TK2 (1:7) =      "SECTION"   OR
                   WK-TK2 (1:8) =      "DIVISION"
               IF  WK-IS-COPY  =       "N"
                   PERFORM S230-10     THRU    S230-EX
                   IF      WK-TK1      =       "FILE"      AND
                           WK-TK2 (1:7) =      "SECTION"
                           MOVE    "Y"         TO      WK-IN-SCOPE
                   ELSE
                           MOVE    "N"         TO      WK-IN-SCOPE
                   END-IF
                   GO  TO  S220-EX
               END-IF
           END-IF

           IF      WK-IN-SCOPE =       "N"
                   GO  TO  S220-EX
           END-IF

      *    *** FD/SD見出しはレコードの区切り
           IF      WK-TK1      =       "FD" OR "SD"
                   PERFORM S230-10     THRU    S230-EX
                   GO  TO  S220-EX
           END-IF

           IF      WK-TK1      =       "01" OR "1" OR "77"
                   PERFORM S230-10     THRU    S230-EX
                   MOVE    WK-TK2      TO      WK-CUR-RECNM
                   INSPECT WK-CUR-RECNM REPLACING ALL "." BY SPACE
                   OPEN    OUTPUT      TMP1-F
                   IF      WK-TMP1-STATUS NOT =  ZERO
                       DISPLAY WK-PGM-NAME
                               " TMP1-F OPEN ERROR STATUS="
                               WK-TMP1-STATUS
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   MOVE    "Y"         TO      WK-TMP-OPEN
                   MOVE    ZERO        TO      WK-TMP-LINES
           END-IF

           IF      WK-TMP-OPEN =       "Y"
                   MOVE    SRC1-REC    TO      TMP1-REC
                   WRITE   TMP1-REC
                   ADD     1           TO      WK-TMP-LINES
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 切り出し中のレコードを閉じ、LAYOUTGENに掛けて
      *    *** DT=行を出現ファイルへ移す
       S230-10.

           IF      WK-TMP-OPEN NOT =   "Y"
                   GO  TO  S230-EX
           END-IF
           CLOSE   TMP1-F
           MOVE    "N"         TO      WK-TMP-OPEN
           ADD     1           TO      WK-LAY-CNT

           MOVE    SPACE       TO      WK-CMD
           STRING  "cobcrun LAYOUTGEN " DELIMITED BY SIZE
                   WK-TMP1-F-NAME DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-DTL1-F-NAME DELIMITED BY SPACE
                   " FULL >/dev/null 2>&1" DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " LAYOUTGEN RC NOT ZERO "
                           WK-SRC1-F-NAME (1:32) " " WK-CUR-RECNM
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S230-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-DTL1-EOF
           OPEN    INPUT       DTL1-F
           IF      WK-DTL1-STATUS NOT =  ZERO
                   GO  TO  S230-EX
           END-IF
           PERFORM UNTIL WK-DTL1-EOF = HIGH-VALUE
               READ    DTL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DTL1-EOF
                   NOT AT  END
                       IF      DTL1-REC (1:3) =    "DT="
                           PERFORM S240-10     THRU    S240-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   DTL1-F
           .
       S230-EX.
           EXIT.

      *    *** DT=行1行を分解し、要素に結び付けて出現ファイルへ
       S240-10.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 20
               MOVE    SPACE       TO      WK-DT-TOK (J)
           END-PERFORM
           UNSTRING DTL1-REC   DELIMITED BY "," OR "="
               INTO WK-DT-TOK (1)  WK-DT-TOK (2)  WK-DT-TOK (3)
                    WK-DT-TOK (4)  WK-DT-TOK (5)  WK-DT-TOK (6)
                    WK-DT-TOK (7)  WK-DT-TOK (8)  WK-DT-TOK (9)
                    WK-DT-TOK (10) WK-DT-TOK (11) WK-DT-TOK (12)
                    WK-DT-TOK (13) WK-DT-TOK (14) WK-DT-TOK (15)
                    WK-DT-TOK (16) WK-DT-TOK (17) WK-DT-TOK (18)
           END-UNSTRING

           MOVE    ZERO        TO      WK-DT-POS   WK-DT-LEN
           MOVE    SPACE       TO      WK-DT-TYPE  WK-DT-NAME
           PERFORM VARYING J FROM 1 BY 2 UNTIL J > 19
               EVALUATE WK-DT-TOK (J)
                   WHEN "POS"
                       MOVE    NUMVAL(WK-DT-TOK (J + 1)) TO WK-DT-POS
                   WHEN "LEN"
                       MOVE    NUMVAL(WK-DT-TOK (J + 1)) TO WK-DT-LEN
                   WHEN "TYPE"
                       MOVE    WK-DT-TOK (J + 1) TO WK-DT-TYPE
                   WHEN "NAME"
                       MOVE    WK-DT-TOK (J + 1) TO WK-DT-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF      WK-DT-NAME  =       SPACE
                   GO  TO  S240-EX
           END-IF

           MOVE    WK-DT-NAME  TO      WK-MT-NAME
           PERFORM S250-10     THRU    S250-EX

           MOVE    SPACE       TO      OCC1-REC
           MOVE    WK-SRC1-F-NAME TO   OCC1-SRC
           MOVE    WK-CUR-RECNM TO     OCC1-RECNM
           MOVE    WK-DT-NAME  TO      OCC1-FIELD
           MOVE    WK-DT-POS   TO      OCC1-POS
           MOVE    WK-DT-LEN   TO      OCC1-LEN
           MOVE    WK-DT-TYPE  TO      OCC1-TYPE
           MOVE    WK-MT-ELEM  TO      OCC1-ELEM
           WRITE   OCC1-REC
           ADD     1           TO      WK-OCC-CNT
           IF      WK-MT-ELEM  NOT =   SPACE
                   ADD     1           TO      WK-MAP-CNT
           END-IF
           .
       S240-EX.
           EXIT.

      *    *** 項目名WK-MT-NAMEに一致する要素を探す(WK-MT-ELEM、
      *    *** 無ければ空白)。FILLERは結び付けない
       S250-10.

           MOVE    SPACE       TO      WK-MT-ELEM
           IF      WK-MT-NAME  =       "FILLER"
                   GO  TO  S250-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-EL-CNT
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
                   IF      WK-EL-MATCH (I L) NOT = SPACE
                       MOVE    WK-EL-MATCH (I L) TO WK-MT-PAT
                       PERFORM S260-10     THRU    S260-EX
                       IF      WK-MT-HIT   =       "Y"
                           IF      WK-MT-ELEM  =       SPACE
                               MOVE    WK-EL-ELEM (I) TO WK-MT-ELEM
                           ELSE
                               IF  WK-MT-ELEM NOT = WK-EL-ELEM (I)
                                   ADD     1       TO  WK-MULTI-CNT
                                   MOVE    5       TO  L
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       S250-EX.
           EXIT.

      *    *** パターン照合。先頭*=後方一致 末尾*=前方一致
      *    *** 両方*=部分一致 *無し=完全一致
       S260-10.

           MOVE    "N"         TO      WK-MT-HIT
           PERFORM VARYING WK-MT-NL FROM 32 BY -1
                   UNTIL WK-MT-NL < 1
                      OR WK-MT-NAME (WK-MT-NL:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WK-MT-PL FROM 30 BY -1
                   UNTIL WK-MT-PL < 1
                      OR WK-MT-PAT (WK-MT-PL:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF      WK-MT-NL    <       1       OR
                   WK-MT-PL    <       1
                   GO  TO  S260-EX
           END-IF

           EVALUATE TRUE
               WHEN WK-MT-PAT (1:1) = "*" AND
                    WK-MT-PAT (WK-MT-PL:1) = "*"
                   IF      WK-MT-PL    >       2
                       MOVE    ZERO        TO      WK-MT-CNT
                       INSPECT WK-MT-NAME (1:WK-MT-NL)
                               TALLYING WK-MT-CNT
                               FOR ALL WK-MT-PAT (2:WK-MT-PL - 2)
                       IF      WK-MT-CNT   >       ZERO
                           MOVE    "Y"         TO      WK-MT-HIT
                       END-IF
                   END-IF
               WHEN WK-MT-PAT (1:1) = "*"
                   IF      WK-MT-NL    >=      WK-MT-PL - 1    AND
                           WK-MT-PL    >       1
                       IF  WK-MT-NAME (WK-MT-NL - WK-MT-PL + 2:
                                       WK-MT-PL - 1) =
                           WK-MT-PAT (2:WK-MT-PL - 1)
                           MOVE    "Y"         TO      WK-MT-HIT
                       END-IF
                   END-IF
               WHEN WK-MT-PAT (WK-MT-PL:1) = "*"
                   IF      WK-MT-NL    >=      WK-MT-PL - 1    AND
                           WK-MT-PL    >       1
                       IF  WK-MT-NAME (1:WK-MT-PL - 1) =
                           WK-MT-PAT (1:WK-MT-PL - 1)
                           MOVE    "Y"         TO      WK-MT-HIT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF      WK-MT-NAME  =       WK-MT-PAT
                           MOVE    "Y"         TO      WK-MT-HIT
                   END-IF
           END-EVALUATE
           .
       S260-EX.
           EXIT.

      *    *** REPORT: 出現ファイルを読み、標準と違う出現、結び付き
      *    *** の無い項目、要素毎の出現数を印字する
       S300-10.

           OPEN    INPUT       OCC1-F
           IF      WK-OCC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OCC1-F ﾅｼ(SCAN) STATUS="
                           WK-OCC1-STATUS
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   CLOSE   OCC1-F
                   GO  TO  S300-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "DDICT 適合レポート " DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 標準と長さ/型が違う出現" TO POT1-REC
           WRITE   POT1-REC

      *    *** パス1: 不適合の出現
           PERFORM UNTIL WK-OCC1-EOF = HIGH-VALUE
               READ    OCC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-OCC1-EOF
                   NOT AT  END
                       IF      OCC1-ELEM   NOT =   SPACE
                           PERFORM S310-10     THRU    S310-EX
                       ELSE
                           IF  OCC1-FIELD  NOT =   "FILLER"
                               ADD     1       TO  WK-UNMAP-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   OCC1-F

      *    *** パス2: 結び付き無しの項目
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* どの要素にも結び付かない項目"
                                       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    LOW-VALUE   TO      WK-OCC1-EOF
           OPEN    INPUT       OCC1-F
           PERFORM UNTIL WK-OCC1-EOF = HIGH-VALUE
               READ    OCC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-OCC1-EOF
                   NOT AT  END
                       IF      OCC1-ELEM   =       SPACE   AND
                               OCC1-FIELD  NOT =   "FILLER"
                           MOVE    SPACE       TO  WK-OD-NOTE
                           PERFORM S320-10     THRU    S320-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   OCC1-F

      *    *** 要素毎の出現数と不適合数
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 要素毎の出現" TO  POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-EL-CNT
               MOVE    WK-EL-OCC (I) TO    WK-CNT-E
               MOVE    WK-EL-NG (I) TO     WK-CNT2-E
               MOVE    SPACE       TO      POT1-REC
               STRING  WK-EL-ELEM (I) DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       WK-EL-NAME (I) DELIMITED BY SIZE
                       " STD="     DELIMITED BY SIZE
                       WK-EL-PIC (I) DELIMITED BY SIZE
                       " ("        DELIMITED BY SIZE
                       WK-EL-TYPE (I) DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       WK-EL-LEN (I) DELIMITED BY SIZE
                       ") 出現="   DELIMITED BY SIZE
                       WK-CNT-E    DELIMITED BY SIZE
                       " 不適合="  DELIMITED BY SIZE
                       WK-CNT2-E   DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               IF      WK-EL-OCC (I) =     ZERO
                       MOVE    "    (出現なし)" TO POT1-REC
                       WRITE   POT1-REC
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-NG-CNT   TO      WK-CNT-E
           MOVE    WK-UNMAP-CNT TO     WK-CNT2-E
           STRING  "* 不適合="  DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 結び付き無し=" DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " 不適合=" WK-CNT-E
                   " 結び付き無し=" WK-CNT2-E
           IF      WK-NG-CNT   >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 結び付いた出現1件を要素の標準と比べる
       S310-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-EL-CNT
                      OR WK-EL-ELEM (I) = OCC1-ELEM
               CONTINUE
           END-PERFORM
           IF      I           >       WK-EL-CNT
      *    *** SCAN後に削除された要素
                   MOVE    "要素削除済 " TO    WK-OD-NOTE
                   MOVE    OCC1-ELEM   TO      WK-OD-NOTE (13:12)
                   PERFORM S320-10     THRU    S320-EX
                   ADD     1           TO      WK-NG-CNT
                   GO  TO  S310-EX
           END-IF
           ADD     1           TO      WK-EL-OCC (I)

           MOVE    SPACE       TO      WK-NG-WHY
           EVALUATE TRUE
               WHEN WK-EL-TYPE (I) NOT = OCC1-TYPE AND
                    WK-EL-LEN (I) NOT =  OCC1-LEN
                   MOVE    "LEN+TYPE"  TO      WK-NG-WHY
               WHEN WK-EL-TYPE (I) NOT = OCC1-TYPE
                   MOVE    "TYPE"      TO      WK-NG-WHY
               WHEN WK-EL-LEN (I) NOT =  OCC1-LEN
                   MOVE    "LEN"       TO      WK-NG-WHY
               WHEN OTHER
                   GO  TO  S310-EX
           END-EVALUATE

           ADD     1           TO      WK-EL-NG (I)
                                       WK-NG-CNT
           MOVE    SPACE       TO      WK-OD-NOTE
           STRING  WK-NG-WHY   DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   OCC1-ELEM   DELIMITED BY SPACE
                   " STD="     DELIMITED BY SIZE
                   WK-EL-TYPE (I) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-EL-LEN (I) DELIMITED BY SIZE
                   INTO    WK-OD-NOTE
           PERFORM S320-10     THRU    S320-EX
           .
       S310-EX.
           EXIT.

      *    *** 出現1件の明細印字(WK-OD-NOTEは呼出し側で設定)
       S320-10.

           MOVE    OCC1-SRC    TO      WK-OD-SRC
           MOVE    OCC1-RECNM  TO      WK-OD-RECNM
           MOVE    OCC1-FIELD  TO      WK-OD-FIELD
           MOVE    OCC1-POS    TO      WK-OD-POS
           MOVE    OCC1-LEN    TO      WK-OD-LEN
           MOVE    OCC1-TYPE   TO      WK-OD-TYPE
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-OCC-DTL  TO      POT1-REC
           WRITE   POT1-REC
           .
       S320-EX.
           EXIT.

      *    *** 辞書要素をテーブルへ読み、標準PICから型と長さを出す
       S400-10.

           MOVE    ZERO        TO      WK-EL-CNT
           MOVE    LOW-VALUE   TO      DDE1-KEY
           MOVE    LOW-VALUE   TO      WK-DDE1-EOF
           START   DDE1-F      KEY NOT <   DDE1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-DDE1-EOF
           END-START

           PERFORM UNTIL WK-DDE1-EOF = HIGH-VALUE
               READ    DDE1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DDE1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-EL-CNT
                       IF      WK-EL-CNT   >       500
                           DISPLAY WK-PGM-NAME " 要素は500件まで"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                       END-IF
                       MOVE    DDE1-KEY    TO  WK-EL-ELEM (WK-EL-CNT)
                       MOVE    DDE1-NAME   TO  WK-EL-NAME (WK-EL-CNT)
                       MOVE    DDE1-STD-PIC TO WK-EL-PIC (WK-EL-CNT)
                       MOVE    DDE1-STD-USG TO WK-EL-USG (WK-EL-CNT)
                       PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
                           MOVE    DDE1-MATCH (L) TO
                                   WK-EL-MATCH (WK-EL-CNT L)
                       END-PERFORM
                       MOVE    DDE1-STD-PIC TO     WK-PIC
                       MOVE    DDE1-STD-USG TO     WK-USG
                       PERFORM S800-10     THRU    S800-EX
                       MOVE    WK-STD-TYPE TO  WK-EL-TYPE (WK-EL-CNT)
                       MOVE    WK-STD-LEN  TO  WK-EL-LEN (WK-EL-CNT)
               END-READ
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** SCREEN: 保守画面。SECCHKサインオン(MAINMENUからは
      *    *** 引継ぎ券で再開)+UPDATE権限の上、辞書を直接更新する
       S500-10.

           MOVE    "RESUME"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " OPERATOR ID ?"
                   ACCEPT  WSC-OPID
                   DISPLAY WK-PGM-NAME " PASSWORD ?"
                   ACCEPT  WSC-PASS
                   MOVE    "SIGNON"    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           END-IF
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "DDICT   "  TO      WSC-PGM
           MOVE    "UPDATE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

           PERFORM S520-10     THRU    S520-EX
                   UNTIL   WK-END  =       "Y"
           .
       S500-EX.
           EXIT.

      *    *** 画面1周。表示、入力、コマンド1件の処理
       S520-10.

           MOVE    SPACE       TO      WK-IN-CMD
           DISPLAY DDICT-SCREEN
           ACCEPT  DDICT-SCREEN

           MOVE    SPACE       TO      WK-MSG-LINE
           INSPECT WK-IN-CMD   CONVERTING "qracd" TO "QRACD"

           EVALUATE WK-IN-CMD
               WHEN "Q"
                   MOVE    "Y"         TO      WK-END
               WHEN "R"
                   PERFORM S530-10     THRU    S530-EX
               WHEN "A"
               WHEN "C"
               WHEN "D"
                   PERFORM S550-10     THRU    S550-EX
               WHEN OTHER
                   MOVE    "CMD ERROR R/A/C/D/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S520-EX.
           EXIT.

      *    *** R: 要素名で呼び出して画面へ出す
       S530-10.

           PERFORM S540-10     THRU    S540-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "未登録の要素" TO   WK-MSG-LINE
                   MOVE    SPACE       TO      WK-UPD-LINE
                                               WK-OCC-LINE
                   GO  TO  S530-EX
           END-IF

           MOVE    DDE1-NAME   TO      WK-IN-NAME
           MOVE    DDE1-DEFN1  TO      WK-IN-DEFN1
           MOVE    DDE1-DEFN2  TO      WK-IN-DEFN2
           MOVE    DDE1-STD-PIC TO     WK-IN-STD-PIC
           MOVE    DDE1-STD-USG TO     WK-IN-STD-USG
           MOVE    DDE1-VALUES TO      WK-IN-VALUES
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
               MOVE    DDE1-MATCH (L) TO   WK-IN-MATCH (L)
           END-PERFORM
           MOVE    SPACE       TO      WK-UPD-LINE
           STRING  "更新者="   DELIMITED BY SIZE
                   DDE1-UPD-OPID DELIMITED BY SIZE
                   " 更新日="  DELIMITED BY SIZE
                   DDE1-UPD-YMD DELIMITED BY SIZE
                   INTO    WK-UPD-LINE

           PERFORM S570-10     THRU    S570-EX
           .
       S530-EX.
           EXIT.

      *    *** 画面の要素名で辞書を読む(WK-FOUND=Y/N)
       S540-10.

           MOVE    "N"         TO      WK-FOUND
           IF      WK-IN-ELEM  =       SPACE
                   GO  TO  S540-EX
           END-IF
           MOVE    WK-IN-ELEM  TO      DDE1-KEY
           READ    DDE1-F
                   KEY DDE1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    "Y"         TO      WK-FOUND
           END-READ
           .
       S540-EX.
           EXIT.

      *    *** A/C/D: 項目を検査し、辞書へ書いてセキュリティログへ
      *    *** 残す
       S550-10.

           PERFORM S540-10     THRU    S540-EX

           EVALUATE TRUE
               WHEN WK-IN-ELEM =       SPACE
                   MOVE    "要素名未入力" TO   WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  =       "A" AND WK-FOUND = "Y"
                   MOVE    "登録済みの要素" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  NOT =   "A" AND WK-FOUND = "N"
                   MOVE    "未登録の要素" TO   WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF      WK-IN-CMD   =       "D"
                   DELETE  DDE1-F
           ELSE
                   PERFORM S560-10     THRU    S560-EX
                   IF      WK-VAL-NG   =       "Y"
                           GO  TO  S550-EX
                   END-IF
                   MOVE    SPACE       TO      DDE1-REC
                   MOVE    WK-IN-ELEM  TO      DDE1-KEY
                   MOVE    WK-IN-NAME  TO      DDE1-NAME
                   MOVE    WK-IN-DEFN1 TO      DDE1-DEFN1
                   MOVE    WK-IN-DEFN2 TO      DDE1-DEFN2
                   MOVE    WK-IN-STD-PIC TO    DDE1-STD-PIC
                   MOVE    WK-IN-STD-USG TO    DDE1-STD-USG
                   MOVE    WK-IN-VALUES TO     DDE1-VALUES
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
                       MOVE    WK-IN-MATCH (L) TO  DDE1-MATCH (L)
                   END-PERFORM
                   MOVE    WK-OPID     TO      DDE1-UPD-OPID
                   MOVE    WK-TODAY-YMD TO     DDE1-UPD-YMD
                   IF      WK-IN-CMD   =       "A"
                           WRITE   DDE1-REC
                   ELSE
                           REWRITE DDE1-REC
                   END-IF
           END-IF
           IF      WK-DDE1-STATUS NOT =  ZERO
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "DDE1-F WRITE ERROR STATUS="
                                               DELIMITED BY SIZE
                           WK-DDE1-STATUS      DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   GO  TO  S550-EX
           END-IF

      *    *** 辞書の変更はセキュリティログへ残す
           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "DDICT "    DELIMITED BY SIZE
                   WK-IN-CMD   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-IN-ELEM  DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           MOVE    SPACE       TO      WK-MSG-LINE
           EVALUATE WK-IN-CMD
               WHEN "A"
                   MOVE    "追加しました" TO   WK-MSG-LINE
               WHEN "C"
                   MOVE    "変更しました" TO   WK-MSG-LINE
               WHEN "D"
                   MOVE    "削除しました" TO   WK-MSG-LINE
                   MOVE    SPACE       TO      WK-IN-NAME
                                               WK-IN-DEFN1
                                               WK-IN-DEFN2
                                               WK-IN-STD-PIC
                                               WK-IN-STD-USG
                                               WK-IN-VALUES
                                               WK-UPD-LINE
                                               WK-OCC-LINE
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
                       MOVE    SPACE       TO      WK-IN-MATCH (L)
                   END-PERFORM
           END-EVALUATE
           .
       S550-EX.
           EXIT.

      *    *** 追加/変更の項目検査(標準PICが解析できる事)
       S560-10.

           MOVE    "Y"         TO      WK-VAL-NG
           IF      WK-IN-STD-USG =     SPACE
                   MOVE    "D"         TO      WK-IN-STD-USG
           END-IF
           INSPECT WK-IN-STD-USG CONVERTING "dpb" TO "DPB"
           INSPECT WK-IN-STD-PIC CONVERTING "xasvn" TO "XASVN"

           EVALUATE TRUE
               WHEN WK-IN-NAME =       SPACE
                   MOVE    "業務名未入力" TO   WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-DEFN1 =      SPACE
                   MOVE    "定義未入力" TO     WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-STD-USG NOT = "D" AND NOT = "P"
                                    AND NOT = "B"
                   MOVE    "用途 NG(D/P/B)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE    WK-IN-STD-PIC TO    WK-PIC
           MOVE    WK-IN-STD-USG TO    WK-USG
           PERFORM S800-10     THRU    S800-EX
           IF      WK-STD-TYPE =       SPACE   OR
                   WK-STD-LEN  =       ZERO
                   MOVE    "標準PIC NG(例 X(08) S9(11)V99)" TO
                           WK-MSG-LINE
                   GO  TO  S560-EX
           END-IF
           IF      WK-USG      =       "P"     AND
                   WK-PIC-KIND NOT =   "9"
                   MOVE    "パックは数字PICのみ" TO WK-MSG-LINE
                   GO  TO  S560-EX
           END-IF

           MOVE    "N"         TO      WK-VAL-NG
           .
       S560-EX.
           EXIT.

      *    *** 呼び出した要素の出現数/不適合数(直近のSCAN結果)
       S570-10.

           MOVE    SPACE       TO      WK-OCC-LINE
           MOVE    DDE1-STD-PIC TO     WK-PIC
           MOVE    DDE1-STD-USG TO     WK-USG
           PERFORM S800-10     THRU    S800-EX

           MOVE    ZERO        TO      K       L
           MOVE    LOW-VALUE   TO      WK-OCC1-EOF
           OPEN    INPUT       OCC1-F
           IF      WK-OCC1-STATUS NOT =  ZERO
                   MOVE    "SCAN未実行" TO     WK-OCC-LINE
                   GO  TO  S570-EX
           END-IF
           PERFORM UNTIL WK-OCC1-EOF = HIGH-VALUE
               READ    OCC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-OCC1-EOF
                   NOT AT  END
                       IF      OCC1-ELEM   =       DDE1-KEY
                           ADD     1           TO      K
                           IF  OCC1-TYPE   NOT =   WK-STD-TYPE OR
                               OCC1-LEN    NOT =   WK-STD-LEN
                               ADD     1       TO      L
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   OCC1-F

           MOVE    K           TO      WK-CNT-E
           MOVE    L           TO      WK-CNT2-E
           STRING  "出現="     DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 不適合="  DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 標準="    DELIMITED BY SIZE
                   WK-STD-TYPE DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-STD-LEN  DELIMITED BY SIZE
                   INTO    WK-OCC-LINE
           .
       S570-EX.
           EXIT.

      *    *** LOAD: 初期移行(辞書が空の時だけ)
       S700-10.

           IF      WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " LOAD ﾋｷｽｳ ﾌｿｸ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF

           MOVE    LOW-VALUE   TO      DDE1-KEY
           START   DDE1-F      KEY NOT <   DDE1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   DISPLAY WK-PGM-NAME
                           " 辞書が空でない LOADﾌｶ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-START

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       IF      PIN1-REC (1:1) NOT = "*"    AND
                               PIN1-REC    NOT =   SPACE
                           PERFORM S710-10     THRU    S710-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           DISPLAY WK-PGM-NAME " LOAD 登録=" WK-LOAD-CNT
                   " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** 初期移行1行(標準PICが解析できない行は登録しない)
       S710-10.

           MOVE    SPACE       TO      DDE1-REC
           MOVE    PIN1-REC (1:363) TO DDE1-REC (1:363)
           IF      DDE1-STD-USG =      SPACE
                   MOVE    "D"         TO      DDE1-STD-USG
           END-IF
           MOVE    DDE1-STD-PIC TO     WK-PIC
           MOVE    DDE1-STD-USG TO     WK-USG
           PERFORM S800-10     THRU    S800-EX
           IF      WK-STD-TYPE =       SPACE   OR
                   WK-STD-LEN  =       ZERO
                   DISPLAY WK-PGM-NAME " LOAD 標準PIC NG " DDE1-KEY
                           " " DDE1-STD-PIC
                   ADD     1           TO      WK-ERR-CNT
                   GO  TO  S710-EX
           END-IF

           MOVE    "LOAD"      TO      DDE1-UPD-OPID
           MOVE    WK-TODAY-YMD TO     DDE1-UPD-YMD
           WRITE   DDE1-REC
           IF      WK-DDE1-STATUS =    ZERO
                   ADD     1           TO      WK-LOAD-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " LOAD ERROR " DDE1-KEY
                           " STATUS=" WK-DDE1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S710-EX.
           EXIT.

      *    *** 標準PIC(WK-PIC)と用途(WK-USG)から、LAYOUTGENと同じ
      *    *** 規則でDT=の型(WK-STD-TYPE)と長さ(WK-STD-LEN)を出す
      *    *** 解析できなければ型は空白
       S800-10.

           MOVE    ZERO        TO      WK-PIC-DIGITS
                                       WK-PIC-SCALE
                                       WK-STD-LEN
           MOVE    SPACE       TO      WK-PIC-KIND
                                       WK-STD-TYPE
           MOVE    "N"         TO      WK-PIC-AFT-V

           MOVE    1           TO      WK-PIC-IX
           PERFORM UNTIL WK-PIC-IX > 20
               OR  WK-PIC (WK-PIC-IX:1) = SPACE

               MOVE    WK-PIC (WK-PIC-IX:1) TO WK-PIC-C
               EVALUATE WK-PIC-C
                   WHEN "S"
                       CONTINUE
                   WHEN "V"
                       MOVE    "Y"         TO      WK-PIC-AFT-V
                   WHEN "9"
                   WHEN "X"
                   WHEN "A"
                   WHEN "N"
                       IF      WK-PIC-KIND =       SPACE
                           MOVE    WK-PIC-C    TO      WK-PIC-KIND
                       END-IF
      *    *** (n) 繰返しの読み取り
                       MOVE    1           TO      WK-PIC-REP
                       IF      WK-PIC-IX   <       20      AND
                               WK-PIC (WK-PIC-IX + 1:1) = "("
                           MOVE    SPACE       TO  WK-PIC-REP-X
                           MOVE    ZERO        TO  WK-PIC-RIX
                           PERFORM VARYING J FROM WK-PIC-IX BY 1
                               UNTIL J > 19 OR WK-PIC (J:1) = ")"
                               IF  J > WK-PIC-IX AND
                                   WK-PIC (J:1) IS NUMERIC AND
                                   WK-PIC-RIX  <   5
                                   ADD     1       TO  WK-PIC-RIX
                                   MOVE    WK-PIC (J:1) TO
                                       WK-PIC-REP-X (WK-PIC-RIX:1)
                               END-IF
                           END-PERFORM
                           MOVE    NUMVAL(WK-PIC-REP-X) TO WK-PIC-REP
                           MOVE    J           TO      WK-PIC-IX
                       END-IF
                       ADD     WK-PIC-REP  TO      WK-PIC-DIGITS
                       IF      WK-PIC-AFT-V =  "Y"
                           ADD     WK-PIC-REP  TO      WK-PIC-SCALE
                       END-IF
                   WHEN OTHER
      *    *** 編集文字等は標準PICに使えない
                       MOVE    ZERO        TO      WK-PIC-DIGITS
                       MOVE    21          TO      WK-PIC-IX
               END-EVALUATE
               ADD     1           TO      WK-PIC-IX
           END-PERFORM

           IF      WK-PIC-DIGITS =     ZERO    OR
                   WK-PIC-DIGITS >     999
                   GO  TO  S800-EX
           END-IF

           EVALUATE TRUE
               WHEN WK-USG     =       "P"
                   COMPUTE WK-STD-LEN = ( WK-PIC-DIGITS + 2 ) / 2
                   MOVE    "PD"        TO      WK-STD-TYPE
                   EVALUATE WK-PIC-SCALE
                       WHEN 1
                           MOVE    "P1"        TO      WK-STD-TYPE
                       WHEN 2
                           MOVE    "P2"        TO      WK-STD-TYPE
                       WHEN 3
                           MOVE    "P3"        TO      WK-STD-TYPE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WK-USG     =       "B"
                   MOVE    "HE"        TO      WK-STD-TYPE
                   EVALUATE TRUE
                       WHEN WK-PIC-DIGITS <= 4
                           MOVE    2           TO      WK-STD-LEN
                       WHEN WK-PIC-DIGITS <= 9
                           MOVE    4           TO      WK-STD-LEN
                       WHEN OTHER
                           MOVE    8           TO      WK-STD-LEN
                   END-EVALUATE
               WHEN WK-PIC-KIND =      "9"
                   MOVE    WK-PIC-DIGITS TO    WK-STD-LEN
                   MOVE    "ZD"        TO      WK-STD-TYPE
                   EVALUATE WK-PIC-SCALE
                       WHEN 1
                           MOVE    "Z1"        TO      WK-STD-TYPE
                       WHEN 2
                           MOVE    "Z2"        TO      WK-STD-TYPE
                       WHEN 3
                           MOVE    "Z3"        TO      WK-STD-TYPE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WK-PIC-KIND =      "N"
                   COMPUTE WK-STD-LEN = WK-PIC-DIGITS * 2
                   MOVE    "CH"        TO      WK-STD-TYPE
               WHEN OTHER
                   MOVE    WK-PIC-DIGITS TO    WK-STD-LEN
                   MOVE    "CH"        TO      WK-STD-TYPE
           END-EVALUATE
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   DDE1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       DDE1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
