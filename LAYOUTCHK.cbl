      *    *** ファイルレイアウトの食い違い検査
      *    *** DATETIME.LOGはDATETRND/SLAMON/OPSDASH/SCHEDSIM/BATRPT
      *    *** が、EXCLOGのPOT1-RECはEXCDIGST/SHIFTLOGが、それぞれ
      *    *** 「同一レイアウト」の注釈付きで自前のレコード定義を
      *    *** 持っている。書く側が変わった時に読む側が黙って壊れた
      *    *** 為、全ソースから同じ物理ファイルのFD/レコード定義を
      *    *** 集め、書く側の定義と位置/長さ/型を突き合わせる。
      *    ***
      *    *** 収集: 各ソースのSELECT～ASSIGNの名前項目のVALUE
      *    ***   (又は手続き部のMOVE "名前" TO 名前項目)を論理名と
      *    ***   し、CFGNAMEで物理パスに解決する。OPEN OUTPUT/EXTEND/
      *    ***   I-Oがあれば書く側(W)、OPEN INPUTだけなら読む側(R)。
      *    ***   FDの01レコード毎と、WRITE レコード FROM 項目 /
      *    ***   MOVE 項目 TO レコード で書出しに使う作業域の項目
      *    ***   (DATETIMEのWK-LOG-LINE等)を切り出してLAYOUTGEN
      *    ***   (FULL指定)に掛け、項目の位置/長さ/型を得る。
      *    ***   FD内のCOPY句は展開しない
      *    *** 突合せ: 2本以上のプログラムが使う物理ファイル毎に、
      *    ***   基準の定義(WRITER=指定、無ければファイル名の先頭と
      *    ***   同名の書く側、無ければ先頭の書く側、書く側が無ければ
      *    ***   先頭のプログラム)と他の全プログラムの定義を比べる。
      *    ***   項目が1つだけのレコード(PIC X(080)等の入れ物)は
      *    ***   比較に使わない。FILLERは読む側では比較しない
      *    ***   NG  BEYOND  基準のレコード長を超える項目
      *    ***       OFFSET  基準の項目の切れ目と合わない位置/長さ
      *    ***       TYPE    同じ位置/長さで数字の小数桁が違う、
      *    ***               パック/2進と表示形式の違い
      *    ***   WARN TYPE   表示形式の文字(CH)と数字(ZD)の違い
      *    ***       FILLER  基準ではFILLERの位置を項目として読む
      *    ***       TRUNC   基準の書出し作業域がFDのレコードより
      *    ***               長く、書く時に切り詰められる
      *    ***   基準のLEN=99999は1000バイト以上で長さ不明(BEYONDは
      *    ***   見ない)
      *    ***   基準の項目を細かく分けた読み方(文字項目の部分、
      *    ***   数字項目の桁の部分)と、隣り合う基準の項目をまとめた
      *    ***   文字項目での読み方は合っているとみなす
      *    ***
      *    *** 起動引数: ARG-1=PRM1(既定LAYOUTCHK.PRM1、無くてもよい)
      *    *** PRM1の行(*行はコメント):
      *    ***   F-LST=対象ソース一覧(既定LAYOUTCHK.PIN1、1行1
      *    ***         メンバー。無ければカレントの*.cbl全て)
      *    ***   F-OT=レポート(既定LAYOUTCHK.POT1)
      *    ***   WRITER=物理ファイル名,プログラム名  基準の指定
      *    ***   SKIP=物理ファイル名  検査しない(印刷ファイル等)
      *    *** 戻り値: RC=8 NGあり(PROMOTEのGATE=で止められる)
      *    ***         RC=4 WARNのみ  RC=16 実行できない

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LAYOUTCHK.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 対象ソース一覧
           SELECT LST1-F           ASSIGN   WK-LST1-F-NAME
                               STATUS   WK-LST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 対象ソースメンバー
           SELECT SRC1-F           ASSIGN   WK-SRC1-F-NAME
                               STATUS   WK-SRC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 切り出したレコード定義(LAYOUTGENの入力)
           SELECT TMP1-F           ASSIGN   WK-TMP1-F-NAME
                               STATUS   WK-TMP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** LAYOUTGENの出力DT=行
           SELECT DTL1-F           ASSIGN   WK-DTL1-F-NAME
                               STATUS   WK-DTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 項目の出現(収集順)
           SELECT OCC1-F           ASSIGN   WK-OCC1-F-NAME
                               STATUS   WK-OCC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 項目の出現(物理ファイル/プログラム順)
           SELECT OCC2-F           ASSIGN   WK-OCC2-F-NAME
                               STATUS   WK-OCC2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT SRT1-F           ASSIGN   WK-SRT1-F-NAME.

      *    *** 検査レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

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

       FD  OCC1-F
           LABEL RECORDS ARE STANDARD.
       01  OCC1-REC.
           03  OCC1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC1-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
      *    *** W=書く側 R=読む側
           03  OCC1-ROLE       PIC  X(001).
           03  FILLER          PIC  X(001).
      *    *** F=FDのレコード W=書出しに使う作業域
           03  OCC1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  OCC1-LAYOUT     PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  OCC1-POS        PIC  9(005).
           03  FILLER          PIC  X(001).
           03  OCC1-LEN        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  OCC1-TYPE       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  OCC1-FIELD      PIC  X(032).

       FD  OCC2-F
           LABEL RECORDS ARE STANDARD.
       01  OCC2-REC.
           03  OCC2-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC2-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC2-ROLE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  OCC2-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  OCC2-LAYOUT     PIC  X(032).
           03  FILLER          PIC  X(001).
           03  OCC2-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  OCC2-POS        PIC  9(005).
           03  FILLER          PIC  X(001).
           03  OCC2-LEN        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  OCC2-TYPE       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  OCC2-FIELD      PIC  X(032).

       SD  SRT1-F.
       01  SRT1-REC.
           03  SRT1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  SRT1-PGM        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  SRT1-ROLE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  SRT1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  SRT1-LAYOUT     PIC  X(032).
           03  FILLER          PIC  X(001).
           03  SRT1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(046).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(009) VALUE "LAYOUTCHK".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.PRM1".
           03  WK-LST1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.PIN1".
           03  WK-SRC1-F-NAME  PIC  X(100) VALUE SPACE.
           03  WK-TMP1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.TMP".
           03  WK-DTL1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.DTL".
           03  WK-OCC1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.OCC".
           03  WK-OCC2-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.SRT".
           03  WK-SRT1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.SWK".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "LAYOUTCHK.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SRC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TMP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OCC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OCC2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DTL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-OCC2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CMD          PIC  X(256) VALUE SPACE.
           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(032) VALUE SPACE.

      *    *** 件数
           03  WK-SRC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OCC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FILE-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SOLO-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHK-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-WARN-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-PGM       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZ,ZZ9 VALUE ZERO.

      *    *** ソース1行の分解
           03  WK-PGM          PIC  X(032) VALUE SPACE.
           03  WK-SRC-LINE     PIC  X(065) VALUE SPACE.
           03  WK-TK           OCCURS 12
                               PIC  X(032) VALUE SPACE.
           03  WK-TK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LVL          BINARY-LONG SYNC VALUE ZERO.
           03  WK-LIT          PIC  X(032) VALUE SPACE.
           03  WK-DUMMY        PIC  X(065) VALUE SPACE.
           03  WK-QT-CNT       BINARY-LONG SYNC VALUE ZERO.

      *    *** 部/節 E=環境部 D=データ部 P=手続き部
      *    *** 節 F=FILE W=WORKING-STORAGE等 空白=その他
           03  WK-DIV          PIC  X(001) VALUE SPACE.
           03  WK-SECT         PIC  X(001) VALUE SPACE.
      *    *** SELECT句の解析待ち S=ファイル名 A=ASSIGN先
           03  WK-PEND         PIC  X(001) VALUE SPACE.
           03  WK-CUR-SL       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUR-FD       BINARY-LONG SYNC VALUE ZERO.
      *    *** OPEN文の続き行 I=INPUT W=OUTPUT/EXTEND/I-O
           03  WK-IN-OPEN      PIC  X(001) VALUE "N".
           03  WK-OPEN-MODE    PIC  X(001) VALUE SPACE.

      *    *** パス2の切り出し
           03  WK-CUT-OPEN     PIC  X(001) VALUE "N".
      *    *** F=FDのレコード W=作業域の項目
           03  WK-CUT-KIND     PIC  X(001) VALUE SPACE.
           03  WK-CUT-NAME     PIC  X(032) VALUE SPACE.
           03  WK-CUT-LVL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUT-SL       BINARY-LONG SYNC VALUE ZERO.

      *    *** DT=行の分解(キー=値の並び)
           03  WK-DT-TOK       OCCURS 20
                               PIC  X(032) VALUE SPACE.
           03  WK-DT-POS       PIC  9(005) VALUE ZERO.
           03  WK-DT-LEN       PIC  9(003) VALUE ZERO.
           03  WK-DT-TYPE      PIC  X(002) VALUE SPACE.
           03  WK-DT-NAME      PIC  X(032) VALUE SPACE.
           03  WK-OCC-SEQ      PIC  9(006) VALUE ZERO.

      *    *** 突合せ
           03  WK-GR-FILE      PIC  X(032) VALUE SPACE.
           03  WK-REF          BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-DTL      PIC  X(001) VALUE "N".
           03  WK-REF-WHY      PIC  X(024) VALUE SPACE.
      *    *** 基準のレコード長を決めた定義 F=FD W=作業域
           03  WK-REF-KIND     PIC  X(001) VALUE SPACE.
           03  WK-BASE         PIC  X(032) VALUE SPACE.
           03  WK-END          BINARY-LONG SYNC VALUE ZERO.
           03  WK-F-END        BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          PIC  X(001) VALUE "N".
           03  WK-HIT-TYPE     PIC  X(001) VALUE "N".
           03  WK-HIT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ALL-ZD       PIC  X(001) VALUE "Y".
           03  WK-START-OK     PIC  X(001) VALUE "N".
           03  WK-END-OK       PIC  X(001) VALUE "N".
           03  WK-CLS-A        PIC  X(001) VALUE SPACE.
           03  WK-CLS-B        PIC  X(001) VALUE SPACE.
           03  WK-TYPE-W       PIC  X(002) VALUE SPACE.
      *    *** 判定 空白=合っている N=NG W=WARN
           03  WK-JUDGE        PIC  X(001) VALUE SPACE.
           03  WK-WHY          PIC  X(006) VALUE SPACE.
           03  WK-P-NG         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-WARN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-LEN        BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-PTR        BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート明細の編集
           03  WK-POS-E        PIC  9(005) VALUE ZERO.
           03  WK-LEN-E        PIC  9(003) VALUE ZERO.
           03  WK-RLEN-E       PIC  9(005) VALUE ZERO.
           03  WK-PCNT-E       PIC  9(003) VALUE ZERO.
           03  WK-NG-E         PIC  9(003) VALUE ZERO.
           03  WK-WARN-E       PIC  9(003) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** PRM1の基準指定と除外(最大100件)
       01  OPT-TBL-AREA.
           03  WK-OP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OP-TBL       OCCURS 100.
      *    *** W=WRITER S=SKIP
             05  WK-OP-KIND    PIC  X(001) VALUE SPACE.
             05  WK-OP-FILE    PIC  X(032) VALUE SPACE.
             05  WK-OP-PGM     PIC  X(032) VALUE SPACE.

      *    *** 1ソースのSELECT(最大100件)
       01  SL-TBL-AREA.
           03  WK-SL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SL-TBL       OCCURS 100.
             05  WK-SL-FD      PIC  X(032) VALUE SPACE.
             05  WK-SL-ASG     PIC  X(032) VALUE SPACE.
             05  WK-SL-LIT     PIC  X(032) VALUE SPACE.
             05  WK-SL-PHY     PIC  X(032) VALUE SPACE.
      *    *** W=書く R=読む 空白=OPEN無し(SORT作業ファイル等)
             05  WK-SL-MODE    PIC  X(001) VALUE SPACE.

      *    *** 1ソースのFDの01レコード(最大300件)
       01  RC-TBL-AREA.
           03  WK-RC-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-TBL       OCCURS 300.
             05  WK-RC-SL      BINARY-LONG SYNC VALUE ZERO.
             05  WK-RC-NAME    PIC  X(032) VALUE SPACE.

      *    *** 1ソースの書出しに使う作業域の項目(最大100件)
       01  IM-TBL-AREA.
           03  WK-IM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-IM-TBL       OCCURS 100.
             05  WK-IM-SL      BINARY-LONG SYNC VALUE ZERO.
             05  WK-IM-NAME    PIC  X(032) VALUE SPACE.
             05  WK-IM-DONE    PIC  X(001) VALUE "N".

      *    *** 名前を解決できなかったファイル(最大300件)
       01  UR-TBL-AREA.
           03  WK-UR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-UR-TBL       OCCURS 300.
             05  WK-UR-PGM     PIC  X(032) VALUE SPACE.
             05  WK-UR-FD      PIC  X(032) VALUE SPACE.
             05  WK-UR-ASG     PIC  X(032) VALUE SPACE.

      *    *** 物理ファイル1本分の出現(最大5000件)
       01  GR-TBL-AREA.
           03  WK-GR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-GR-OVER      PIC  X(001) VALUE "N".
           03  WK-GR-TBL       OCCURS 5000.
             05  WK-GR-PGM     PIC  X(032) VALUE SPACE.
             05  WK-GR-ROLE    PIC  X(001) VALUE SPACE.
             05  WK-GR-KIND    PIC  X(001) VALUE SPACE.
             05  WK-GR-LAYOUT  PIC  X(032) VALUE SPACE.
             05  WK-GR-POS     BINARY-LONG SYNC VALUE ZERO.
             05  WK-GR-LEN     BINARY-LONG SYNC VALUE ZERO.
             05  WK-GR-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-GR-FIELD   PIC  X(032) VALUE SPACE.
      *    *** Y=項目1つだけのレコード(入れ物)
             05  WK-GR-OPQ     PIC  X(001) VALUE "N".
             05  WK-GR-PG      BINARY-LONG SYNC VALUE ZERO.

      *    *** 物理ファイル1本を使うプログラム(最大100件)
       01  PG-TBL-AREA.
           03  WK-PG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PG-TBL       OCCURS 100.
             05  WK-PG-NAME    PIC  X(032) VALUE SPACE.
             05  WK-PG-ROLE    PIC  X(001) VALUE SPACE.
             05  WK-PG-FROM    BINARY-LONG SYNC VALUE ZERO.
             05  WK-PG-TO      BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.
           03  R               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1読込
           PERFORM S010-10     THRU    S010-EX

      *    *** 全ソースからレコード定義を集める
           IF      WK-RC-SAVE  =       ZERO
                   PERFORM S100-10     THRU    S100-EX
           END-IF

      *    *** 物理ファイル毎に並べ替え、突き合わせる
           IF      WK-RC-SAVE  <       16
                   PERFORM S400-10     THRU    S400-EX
           END-IF

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
                                       POT1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

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
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN STATUS="
                           WK-PRM1-STATUS " (既定値で実行)"
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03

           EVALUATE WK-PRM01
               WHEN "F-LST"
                   MOVE    WK-PRM02    TO      WK-LST1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "WRITER"
               WHEN "SKIP"
                   IF      WK-OP-CNT   >=      100
                       DISPLAY WK-PGM-NAME
                               " WRITER/SKIP 100件ｵｰﾊﾞｰ"
                       MOVE    16          TO      WK-RC-SAVE
                       GO  TO  S020-EX
                   END-IF
                   IF      WK-PRM01    =       "WRITER"    AND
                           WK-PRM03    =       SPACE
                       DISPLAY WK-PGM-NAME " PRM1 ERROR="
                               PRM1-REC (1:40)
                       MOVE    16          TO      WK-RC-SAVE
                       GO  TO  S020-EX
                   END-IF
                   ADD     1           TO      WK-OP-CNT
                   MOVE    WK-PRM01 (1:1) TO   WK-OP-KIND (WK-OP-CNT)
                   MOVE    WK-PRM02    TO      WK-OP-FILE (WK-OP-CNT)
                   MOVE    WK-PRM03    TO      WK-OP-PGM (WK-OP-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 収集: 対象ソース毎にレコード定義を出現ファイルへ
       S100-10.

      *    *** 対象ソース一覧が無ければカレントの*.cbl全て
           OPEN    INPUT       LST1-F
           IF      WK-LST1-STATUS =    35
                   MOVE    "LAYOUTCHK.LST" TO  WK-LST1-F-NAME
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "ls -1 *.cbl > " DELIMITED BY SIZE
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
                   GO  TO  S100-EX
           END-IF

           OPEN    OUTPUT      OCC1-F
           IF      WK-OCC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OCC1-F OPEN ERROR STATUS="
                           WK-OCC1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   CLOSE   LST1-F
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-LST1-EOF = HIGH-VALUE
               READ    LST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LST1-EOF
                   NOT AT  END
                       IF      LST1-REC (1:1) NOT = "*"    AND
                               LST1-REC    NOT =   SPACE
                           MOVE    LST1-REC    TO  WK-SRC1-F-NAME
                           PERFORM S110-10     THRU    S110-EX
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

           DISPLAY WK-PGM-NAME " 収集 ｿｰｽ=" WK-SRC-CNT
                   " ﾚｲｱｳﾄ=" WK-LAY-CNT " 項目=" WK-OCC-CNT
                   " 名前未解決=" WK-UR-CNT
           .
       S100-EX.
           EXIT.

      *    *** ソース1メンバー。パス1でSELECT/FD/OPEN/書出しを集め、
      *    *** パス2で対象のレコード定義を切り出す
       S110-10.

           MOVE    ZERO        TO      WK-SL-CNT   WK-RC-CNT
                                       WK-IM-CNT
           MOVE    SPACE       TO      WK-DIV      WK-SECT
                                       WK-PEND
           MOVE    ZERO        TO      WK-CUR-SL   WK-CUR-FD
           MOVE    "N"         TO      WK-IN-OPEN

           MOVE    SPACE       TO      WK-PGM
           UNSTRING WK-SRC1-F-NAME DELIMITED BY ".cbl" OR ".CBL"
                                       OR SPACE
               INTO WK-PGM
           END-UNSTRING

           OPEN    INPUT       SRC1-F
           IF      WK-SRC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " SRC1-F OPEN ERROR STATUS="
                           WK-SRC1-STATUS " " WK-SRC1-F-NAME (1:40)
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S110-EX
           END-IF
           ADD     1           TO      WK-SRC-CNT

      *    *** パス1
           MOVE    LOW-VALUE   TO      WK-SRC1-EOF
           PERFORM UNTIL WK-SRC1-EOF = HIGH-VALUE
               READ    SRC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SRC1-EOF
                   NOT AT  END
                       PERFORM S120-10     THRU    S120-EX
               END-READ
           END-PERFORM
           CLOSE   SRC1-F

      *    *** 論理名をCFGNAMEで物理パスへ。OPENしているのに
      *    *** 名前が取れないファイルは一覧に残す
           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-SL-CNT
               IF      WK-SL-MODE (I) NOT = SPACE
                   IF      WK-SL-LIT (I) =     SPACE
                       IF      WK-UR-CNT   <       300
                           ADD     1           TO      WK-UR-CNT
                           MOVE    WK-PGM      TO
                                   WK-UR-PGM (WK-UR-CNT)
                           MOVE    WK-SL-FD (I) TO
                                   WK-UR-FD (WK-UR-CNT)
                           MOVE    WK-SL-ASG (I) TO
                                   WK-UR-ASG (WK-UR-CNT)
                       END-IF
                   ELSE
                       MOVE    "RESOLV"    TO      WCF-ID
                       MOVE    WK-SL-LIT (I) TO    WCF-LOGICAL
                       CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
                       MOVE    WCF-PHYSICAL TO     WK-SL-PHY (I)
                       ADD     1           TO      K
                   END-IF
               END-IF
           END-PERFORM
           IF      K           =       ZERO
                   GO  TO  S110-EX
           END-IF

      *    *** パス2
           MOVE    SPACE       TO      WK-DIV      WK-SECT
           MOVE    ZERO        TO      WK-CUR-FD
           MOVE    "N"         TO      WK-CUT-OPEN
           OPEN    INPUT       SRC1-F
           MOVE    LOW-VALUE   TO      WK-SRC1-EOF
           PERFORM UNTIL WK-SRC1-EOF = HIGH-VALUE
               READ    SRC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SRC1-EOF
                   NOT AT  END
                       PERFORM S200-10     THRU    S200-EX
               END-READ
           END-PERFORM
           CLOSE   SRC1-F
           PERFORM S230-10     THRU    S230-EX
           .
       S110-EX.
           EXIT.

      *    *** パス1: ソース1行
       S120-10.

           PERFORM S125-10     THRU    S125-EX
           IF      WK-TK-CNT   =       ZERO
                   GO  TO  S120-EX
           END-IF

      *    *** 部/節の見出し
           IF      WK-TK (2) =         "DIVISION"
                   MOVE    WK-TK (1) (1:1) TO  WK-DIV
                   MOVE    SPACE       TO      WK-SECT
                   GO  TO  S120-EX
           END-IF
           IF      WK-TK (2) =         "SECTION"   AND
                   WK-DIV      =       "D"
                   EVALUATE WK-TK (1)
                       WHEN "FILE"
                           MOVE    "F"         TO      WK-SECT
                       WHEN "WORKING-STORAGE"
                       WHEN "LOCAL-STORAGE"
                           MOVE    "W"         TO      WK-SECT
                       WHEN OTHER
                           MOVE    SPACE       TO      WK-SECT
                   END-EVALUATE
                   GO  TO  S120-EX
           END-IF

           EVALUATE WK-DIV
               WHEN "E"
                   PERFORM S130-10     THRU    S130-EX
               WHEN "D"
                   PERFORM S140-10     THRU    S140-EX
               WHEN "P"
                   PERFORM S150-10     THRU    S150-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S120-EX.
           EXIT.

      *    *** SRC1-RECの8-72桁をトークンに分け(最大12)、末尾の
      *    *** ピリオドを外す。注釈行と空行はWK-TK-CNT=0
       S125-10.

           MOVE    ZERO        TO      WK-TK-CNT
           IF      SRC1-REC (7:1) =    "*" OR "/"
               OR  SRC1-REC (8:65) =   SPACE
                   GO  TO  S125-EX
           END-IF

           MOVE    TRIM(SRC1-REC (8:65) LEADING) TO WK-SRC-LINE
           IF      WK-SRC-LINE (1:2) = "*>"
                   GO  TO  S125-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 12
               MOVE    SPACE       TO      WK-TK (J)
           END-PERFORM
           UNSTRING WK-SRC-LINE DELIMITED BY ALL SPACE
               INTO WK-TK (1)  WK-TK (2)  WK-TK (3)  WK-TK (4)
                    WK-TK (5)  WK-TK (6)  WK-TK (7)  WK-TK (8)
                    WK-TK (9)  WK-TK (10) WK-TK (11) WK-TK (12)
           END-UNSTRING

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 12
               IF      WK-TK (J)   NOT =   SPACE
                   MOVE    J           TO      WK-TK-CNT
                   PERFORM VARYING L FROM 32 BY -1
                           UNTIL L < 1 OR WK-TK (J) (L:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   IF      L           >       1       AND
                           WK-TK (J) (L:1) =   "."
                           MOVE    SPACE       TO  WK-TK (J) (L:1)
                   END-IF
               END-IF
           END-PERFORM
           .
       S125-EX.
           EXIT.

      *    *** 環境部: SELECT ファイル名 ... ASSIGN [TO] 名前項目
      *    *** (行をまたいでもよい)
       S130-10.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-TK-CNT
               EVALUATE TRUE
                   WHEN WK-TK (J) =    "SELECT"
                       MOVE    "S"         TO      WK-PEND
                   WHEN WK-TK (J) =    "ASSIGN"
                       MOVE    "A"         TO      WK-PEND
                   WHEN WK-TK (J) =    "OPTIONAL" OR "TO"
                       CONTINUE
                   WHEN WK-PEND   =    "S"
                       MOVE    SPACE       TO      WK-PEND
                       IF      WK-SL-CNT   <       100
                           ADD     1           TO      WK-SL-CNT
                           MOVE    WK-SL-CNT   TO      WK-CUR-SL
                           MOVE    WK-TK (J)   TO  WK-SL-FD (WK-CUR-SL)
                           MOVE    SPACE       TO
                                   WK-SL-ASG (WK-CUR-SL)
                                   WK-SL-LIT (WK-CUR-SL)
                                   WK-SL-PHY (WK-CUR-SL)
                                   WK-SL-MODE (WK-CUR-SL)
                       ELSE
                           MOVE    ZERO        TO      WK-CUR-SL
                       END-IF
                   WHEN WK-PEND   =    "A"
                       MOVE    SPACE       TO      WK-PEND
                       IF      WK-CUR-SL   >       ZERO
                           IF      WK-TK (J) (1:1) =   QUOTE
                               MOVE    WK-TK (J)   TO      WK-DUMMY
                               PERFORM S160-10     THRU    S160-EX
                               MOVE    WK-LIT      TO
                                       WK-SL-LIT (WK-CUR-SL)
                           ELSE
                               MOVE    WK-TK (J)   TO
                                       WK-SL-ASG (WK-CUR-SL)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** データ部: FDの01レコードと、ASSIGN先の名前項目の
      *    *** VALUE(論理名)
       S140-10.

           IF      WK-SECT     =       "F"
               IF  WK-TK (1)   =       "FD" OR "SD"
                   MOVE    ZERO        TO      WK-CUR-FD
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-SL-CNT
                       IF      WK-SL-FD (I) =      WK-TK (2)
                               MOVE    I           TO      WK-CUR-FD
                       END-IF
                   END-PERFORM
                   GO  TO  S140-EX
               END-IF
               IF  (WK-TK (1) = "01" OR "1") AND
                   WK-CUR-FD   >       ZERO   AND
                   WK-RC-CNT   <       300
                   ADD     1           TO      WK-RC-CNT
                   MOVE    WK-CUR-FD   TO      WK-RC-SL (WK-RC-CNT)
                   MOVE    WK-TK (2)   TO      WK-RC-NAME (WK-RC-CNT)
               END-IF
               GO  TO  S140-EX
           END-IF

           IF      WK-SECT     NOT =   "W"     OR
                   WK-TK (1) (1:1) IS NOT NUMERIC
                   GO  TO  S140-EX
           END-IF
           MOVE    ZERO        TO      WK-QT-CNT
           INSPECT WK-SRC-LINE TALLYING WK-QT-CNT FOR ALL QUOTE
           IF      WK-QT-CNT   <       2
                   GO  TO  S140-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-SL-CNT
               IF      WK-SL-ASG (I) =     WK-TK (2)   AND
                       WK-SL-LIT (I) =     SPACE
                       MOVE    WK-SRC-LINE TO      WK-DUMMY
                       PERFORM S160-10     THRU    S160-EX
                       MOVE    WK-LIT      TO      WK-SL-LIT (I)
               END-IF
           END-PERFORM
           .
       S140-EX.
           EXIT.

      *    *** 手続き部: OPENのモード、WRITE ... FROM / MOVE ... TO
      *    *** レコード の作業域、MOVE "論理名" TO 名前項目
       S150-10.

      *    *** OPEN文の続き行(先頭がモードかファイル名)
           IF      WK-IN-OPEN  =       "Y"
               MOVE    "N"         TO      WK-IN-OPEN
               IF      WK-TK (1) = "INPUT" OR "OUTPUT" OR "EXTEND"
                                       OR "I-O"
                   MOVE    "Y"         TO      WK-IN-OPEN
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-SL-CNT
                       IF      WK-SL-FD (I) =      WK-TK (1)
                               MOVE    "Y"         TO      WK-IN-OPEN
                       END-IF
                   END-PERFORM
               END-IF
               IF      WK-IN-OPEN  =       "Y"
                   MOVE    1           TO      J
                   PERFORM S155-10     THRU    S155-EX
                   GO  TO  S150-EX
               END-IF
           END-IF

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-TK-CNT
               IF      K           >       9
                   MOVE    "END"       TO      WK-PRM01
               ELSE
                   MOVE    WK-TK (K)   TO      WK-PRM01
               END-IF
               EVALUATE WK-PRM01
                   WHEN "OPEN"
                       MOVE    SPACE       TO      WK-OPEN-MODE
                       MOVE    "Y"         TO      WK-IN-OPEN
                       COMPUTE J = K + 1
                       PERFORM S155-10     THRU    S155-EX
                       MOVE    WK-TK-CNT   TO      K
                   WHEN "WRITE"
                       IF      WK-TK (K + 2) = "FROM"
                           MOVE    WK-TK (K + 1) TO    WK-PRM02
                           MOVE    WK-TK (K + 3) TO    WK-PRM03
                           PERFORM S157-10     THRU    S157-EX
                       END-IF
                   WHEN "MOVE"
                       IF      WK-TK (K + 2) = "TO"
                           IF      WK-TK (K + 1) (1:1) = QUOTE
                               MOVE    WK-TK (K + 1) TO    WK-DUMMY
                               PERFORM S160-10     THRU    S160-EX
                               PERFORM VARYING I FROM 1 BY 1
                                       UNTIL I > WK-SL-CNT
                                   IF  WK-SL-ASG (I) = WK-TK (K + 3)
                                   AND WK-SL-LIT (I) = SPACE
                                       MOVE    WK-LIT      TO
                                               WK-SL-LIT (I)
                                   END-IF
                               END-PERFORM
                           ELSE
                               MOVE    WK-TK (K + 3) TO    WK-PRM02
                               MOVE    WK-TK (K + 1) TO    WK-PRM03
                               PERFORM S157-10     THRU    S157-EX
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** OPEN文のトークン(J番目から)。モード語で切り替え、
      *    *** ファイル名のSELECTに書く/読むを付ける
       S155-10.

           PERFORM VARYING J FROM J BY 1 UNTIL J > WK-TK-CNT
               EVALUATE WK-TK (J)
                   WHEN "INPUT"
                       MOVE    "R"         TO      WK-OPEN-MODE
                   WHEN "OUTPUT"
                   WHEN "EXTEND"
                   WHEN "I-O"
                       MOVE    "W"         TO      WK-OPEN-MODE
                   WHEN OTHER
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WK-SL-CNT
                           IF      WK-SL-FD (I) =  WK-TK (J)  AND
                                   WK-OPEN-MODE NOT = SPACE
                               IF  WK-OPEN-MODE = "W"
                                   MOVE "W"    TO  WK-SL-MODE (I)
                               ELSE
                                   IF  WK-SL-MODE (I) = SPACE
                                       MOVE "R" TO WK-SL-MODE (I)
                                   END-IF
                               END-IF
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           .
       S155-EX.
           EXIT.

      *    *** レコードWK-PRM02へ作業域の項目WK-PRM03を書き出す文。
      *    *** 添字付き/定数は除く
       S157-10.

           IF      WK-PRM03    =       SPACE   OR
                   WK-PRM03 (1:1) =    QUOTE   OR
                   WK-PRM03 (1:1) IS NUMERIC
                   GO  TO  S157-EX
           END-IF
           IF      WK-PRM03 = "SPACE" OR "SPACES" OR "ZERO" OR "ZEROS"
                            OR "ZEROES" OR "LOW-VALUE" OR "HIGH-VALUE"
                            OR "LOW-VALUES" OR "HIGH-VALUES"
                   GO  TO  S157-EX
           END-IF
           MOVE    ZERO        TO      WK-QT-CNT
           INSPECT WK-PRM03    TALLYING WK-QT-CNT FOR ALL "("
           IF      WK-QT-CNT   >       ZERO
                   GO  TO  S157-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-RC-CNT
               IF      WK-RC-NAME (I) =    WK-PRM02
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > WK-IM-CNT
                              OR ( WK-IM-NAME (L) = WK-PRM03 AND
                                   WK-IM-SL (L) = WK-RC-SL (I) )
                       CONTINUE
                   END-PERFORM
                   IF      L           >       WK-IM-CNT   AND
                           WK-IM-CNT   <       100
                       ADD     1           TO      WK-IM-CNT
                       MOVE    WK-RC-SL (I) TO  WK-IM-SL (WK-IM-CNT)
                       MOVE    WK-PRM03    TO  WK-IM-NAME (WK-IM-CNT)
                       MOVE    "N"         TO  WK-IM-DONE (WK-IM-CNT)
                   END-IF
               END-IF
           END-PERFORM
           .
       S157-EX.
           EXIT.

      *    *** WK-DUMMYの最初の"～"の中身をWK-LITへ
       S160-10.

           MOVE    SPACE       TO      WK-LIT
           MOVE    ZERO        TO      WK-QT-CNT
           INSPECT WK-DUMMY    TALLYING WK-QT-CNT FOR ALL QUOTE
           IF      WK-QT-CNT   <       2
                   GO  TO  S160-EX
           END-IF
           UNSTRING WK-DUMMY   DELIMITED BY QUOTE
               INTO WK-SRC-LINE WK-LIT
           END-UNSTRING
           .
       S160-EX.
           EXIT.

      *    *** パス2: ソース1行。対象のFDレコード/作業域の項目を
      *    *** 切り出す
       S200-10.

           PERFORM S125-10     THRU    S125-EX
           IF      WK-TK-CNT   =       ZERO
                   GO  TO  S210-10
           END-IF

           IF      WK-TK (2) =         "DIVISION"
                   PERFORM S230-10     THRU    S230-EX
                   MOVE    WK-TK (1) (1:1) TO  WK-DIV
                   MOVE    SPACE       TO      WK-SECT
                   GO  TO  S200-EX
           END-IF
           IF      WK-DIV      NOT =   "D"
                   GO  TO  S200-EX
           END-IF
           IF      WK-TK (2) =         "SECTION"
                   PERFORM S230-10     THRU    S230-EX
                   EVALUATE WK-TK (1)
                       WHEN "FILE"
                           MOVE    "F"         TO      WK-SECT
                       WHEN "WORKING-STORAGE"
                       WHEN "LOCAL-STORAGE"
                           MOVE    "W"         TO      WK-SECT
                       WHEN OTHER
                           MOVE    SPACE       TO      WK-SECT
                   END-EVALUATE
                   GO  TO  S200-EX
           END-IF

           EVALUATE WK-SECT
               WHEN "F"
                   PERFORM S220-10     THRU    S220-EX
               WHEN "W"
                   PERFORM S225-10     THRU    S225-EX
               WHEN OTHER
                   GO  TO  S200-EX
           END-EVALUATE
           .
      *    *** 切り出し中なら行をそのまま書く(注釈行も含む)
       S210-10.

           IF      WK-CUT-OPEN =       "Y"
                   MOVE    SRC1-REC    TO      TMP1-REC
                   WRITE   TMP1-REC
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** FILE SECTION: FD/SDと01でレコードを区切る
       S220-10.

           IF      WK-TK (1)   =       "FD" OR "SD"
                   PERFORM S230-10     THRU    S230-EX
                   MOVE    ZERO        TO      WK-CUR-FD
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-SL-CNT
                       IF      WK-SL-FD (I) =      WK-TK (2)
                               MOVE    I           TO      WK-CUR-FD
                       END-IF
                   END-PERFORM
                   GO  TO  S220-EX
           END-IF

           IF      WK-TK (1)   =       "01" OR "1" OR "77"
                   PERFORM S230-10     THRU    S230-EX
                   IF      WK-CUR-FD   >       ZERO
                       IF      WK-SL-PHY (WK-CUR-FD) NOT = SPACE
                           MOVE    "F"         TO      WK-CUT-KIND
                           MOVE    WK-TK (2)   TO      WK-CUT-NAME
                           MOVE    WK-CUR-FD   TO      WK-CUT-SL
                           PERFORM S235-10     THRU    S235-EX
                       END-IF
                   END-IF
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** WORKING-STORAGE: 書出しに使う項目をそのレベル以下の
      *    *** 範囲だけ切り出す
       S225-10.

           IF      WK-TK (1) (1:1) IS NOT NUMERIC
                   GO  TO  S225-EX
           END-IF
           MOVE    NUMVAL(WK-TK (1)) TO WK-LVL
           IF      WK-LVL      =       66 OR 88
                   GO  TO  S225-EX
           END-IF

           IF      WK-CUT-OPEN =       "Y"
               IF  WK-LVL      <=      WK-CUT-LVL   OR
                   WK-LVL      =       77
                   PERFORM S230-10     THRU    S230-EX
               ELSE
                   GO  TO  S225-EX
               END-IF
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-IM-CNT
               IF      WK-IM-NAME (I) =    WK-TK (2)   AND
                       WK-IM-DONE (I) =    "N"         AND
                       WK-CUT-OPEN =       "N"
                   IF      WK-SL-PHY (WK-IM-SL (I)) NOT = SPACE
                       MOVE    "W"         TO      WK-CUT-KIND
                       MOVE    WK-TK (2)   TO      WK-CUT-NAME
                       MOVE    WK-LVL      TO      WK-CUT-LVL
                       MOVE    ZERO        TO      WK-CUT-SL
                       PERFORM S235-10     THRU    S235-EX
                   END-IF
               END-IF
           END-PERFORM
           .
       S225-EX.
           EXIT.

      *    *** 切り出しを開始する
       S235-10.

           OPEN    OUTPUT      TMP1-F
           IF      WK-TMP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TMP1-F OPEN ERROR STATUS="
                           WK-TMP1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    "Y"         TO      WK-CUT-OPEN
           .
       S235-EX.
           EXIT.

      *    *** 切り出し中の定義を閉じ、LAYOUTGENに掛けてDT=行を
      *    *** 出現ファイルへ移す
       S230-10.

           IF      WK-CUT-OPEN NOT =   "Y"
                   GO  TO  S230-EX
           END-IF
           CLOSE   TMP1-F
           MOVE    "N"         TO      WK-CUT-OPEN
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
                           WK-PGM (1:16) " " WK-CUT-NAME
                   MOVE    ZERO        TO      RETURN-CODE
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
                   GO  TO  S230-EX
           END-IF

      *    *** FDのレコードはそのSELECTへ、作業域の項目は
      *    *** 書き出す全てのSELECTへ出現を書く
           IF      WK-CUT-KIND =       "F"
                   MOVE    WK-CUT-SL   TO      R
                   PERFORM S240-10     THRU    S240-EX
           ELSE
                   PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-IM-CNT
                       IF      WK-IM-NAME (M) =    WK-CUT-NAME AND
                               WK-IM-DONE (M) =    "N"
                           MOVE    "Y"         TO  WK-IM-DONE (M)
                           MOVE    WK-IM-SL (M) TO R
                           IF      WK-SL-PHY (R) NOT = SPACE
                               PERFORM S240-10     THRU    S240-EX
                           END-IF
                       END-IF
                   END-PERFORM
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** LAYOUTGENの出力を読み、SELECT(R)の出現として書く
       S240-10.

           MOVE    LOW-VALUE   TO      WK-DTL1-EOF
           OPEN    INPUT       DTL1-F
           IF      WK-DTL1-STATUS NOT =  ZERO
                   GO  TO  S240-EX
           END-IF
           PERFORM UNTIL WK-DTL1-EOF = HIGH-VALUE
               READ    DTL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DTL1-EOF
                   NOT AT  END
                       IF      DTL1-REC (1:3) =    "DT="
                           PERFORM S250-10     THRU    S250-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   DTL1-F
           .
       S240-EX.
           EXIT.

      *    *** DT=行1行を分解して出現ファイルへ
       S250-10.

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
                   MOVE    "FILLER"    TO      WK-DT-NAME
           END-IF

           ADD     1           TO      WK-OCC-SEQ
           MOVE    SPACE       TO      OCC1-REC
           MOVE    WK-SL-PHY (R) TO    OCC1-FILE
           MOVE    WK-PGM      TO      OCC1-PGM
           MOVE    WK-SL-MODE (R) TO   OCC1-ROLE
           MOVE    WK-CUT-KIND TO      OCC1-KIND
           MOVE    WK-CUT-NAME TO      OCC1-LAYOUT
           MOVE    WK-OCC-SEQ  TO      OCC1-SEQ
           MOVE    WK-DT-POS   TO      OCC1-POS
           MOVE    WK-DT-LEN   TO      OCC1-LEN
           MOVE    WK-DT-TYPE  TO      OCC1-TYPE
           MOVE    WK-DT-NAME  TO      OCC1-FIELD
           WRITE   OCC1-REC
           ADD     1           TO      WK-OCC-CNT
           .
       S250-EX.
           EXIT.

      *    *** 突合せ: 物理ファイル/プログラム/レコード順に並べ、
      *    *** 物理ファイル毎にS500で比べる
       S400-10.

           SORT    SRT1-F
             ASCENDING  KEY SRT1-FILE
             ASCENDING  KEY SRT1-PGM
             ASCENDING  KEY SRT1-KIND
             ASCENDING  KEY SRT1-LAYOUT
             ASCENDING  KEY SRT1-SEQ
             USING  OCC1-F
             GIVING OCC2-F

           OPEN    INPUT       OCC2-F
           IF      WK-OCC2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OCC2-F OPEN ERROR STATUS="
                           WK-OCC2-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   CLOSE   OCC2-F
                   GO  TO  S400-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "LAYOUTCHK レイアウト食い違い検査 "
                                       DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

           MOVE    ZERO        TO      WK-GR-CNT
           MOVE    "N"         TO      WK-GR-OVER
           MOVE    SPACE       TO      WK-GR-FILE
           PERFORM UNTIL WK-OCC2-EOF = HIGH-VALUE
               READ    OCC2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-OCC2-EOF
                   NOT AT  END
                       IF      OCC2-FILE   NOT =   WK-GR-FILE
                           PERFORM S500-10     THRU    S500-EX
                           MOVE    OCC2-FILE   TO      WK-GR-FILE
                           MOVE    ZERO        TO      WK-GR-CNT
                           MOVE    "N"         TO      WK-GR-OVER
                       END-IF
                       PERFORM S410-10     THRU    S410-EX
               END-READ
           END-PERFORM
           PERFORM S500-10     THRU    S500-EX
           CLOSE   OCC2-F

           PERFORM S800-10     THRU    S800-EX
           CLOSE   POT1-F

           MOVE    SPACE       TO      WK-CMD
           STRING  "rm -f "    DELIMITED BY SIZE
                   WK-OCC2-F-NAME DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           .
       S400-EX.
           EXIT.

      *    *** 出現1件を物理ファイルのテーブルへ
       S410-10.

           IF      WK-GR-CNT   >=      5000
                   MOVE    "Y"         TO      WK-GR-OVER
                   GO  TO  S410-EX
           END-IF
           ADD     1           TO      WK-GR-CNT
           MOVE    OCC2-PGM    TO      WK-GR-PGM (WK-GR-CNT)
           MOVE    OCC2-ROLE   TO      WK-GR-ROLE (WK-GR-CNT)
           MOVE    OCC2-KIND   TO      WK-GR-KIND (WK-GR-CNT)
           MOVE    OCC2-LAYOUT TO      WK-GR-LAYOUT (WK-GR-CNT)
           MOVE    OCC2-POS    TO      WK-GR-POS (WK-GR-CNT)
           MOVE    OCC2-LEN    TO      WK-GR-LEN (WK-GR-CNT)
           MOVE    OCC2-TYPE   TO      WK-GR-TYPE (WK-GR-CNT)
           MOVE    OCC2-FIELD  TO      WK-GR-FIELD (WK-GR-CNT)
           MOVE    "N"         TO      WK-GR-OPQ (WK-GR-CNT)
           .
       S410-EX.
           EXIT.

      *    *** 物理ファイル1本の突合せ
       S500-10.

           IF      WK-GR-CNT   =       ZERO
                   GO  TO  S500-EX
           END-IF
           ADD     1           TO      WK-FILE-CNT

      *    *** プログラム毎の範囲と役割、項目1つだけのレコード
           MOVE    ZERO        TO      WK-PG-CNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-GR-CNT
               IF      I           =       1       OR
                       WK-GR-PGM (I) NOT = WK-GR-PGM (I - 1)
                   IF      WK-PG-CNT   <       100
                       ADD     1           TO      WK-PG-CNT
                   END-IF
                   MOVE    WK-GR-PGM (I) TO WK-PG-NAME (WK-PG-CNT)
                   MOVE    WK-GR-ROLE (I) TO WK-PG-ROLE (WK-PG-CNT)
                   MOVE    I           TO      WK-PG-FROM (WK-PG-CNT)
               END-IF
               MOVE    I           TO      WK-PG-TO (WK-PG-CNT)
               MOVE    WK-PG-CNT   TO      WK-GR-PG (I)
               IF      ( I = 1 OR
                         WK-GR-PGM (I) NOT = WK-GR-PGM (I - 1) OR
                         WK-GR-LAYOUT (I) NOT = WK-GR-LAYOUT (I - 1) )
                 AND   ( I = WK-GR-CNT OR
                         WK-GR-PGM (I) NOT = WK-GR-PGM (I + 1) OR
                         WK-GR-LAYOUT (I) NOT = WK-GR-LAYOUT (I + 1) )
                       MOVE    "Y"         TO      WK-GR-OPQ (I)
               END-IF
           END-PERFORM

           IF      WK-PG-CNT   <       2
                   ADD     1           TO      WK-SOLO-CNT
                   GO  TO  S500-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-OP-CNT
               IF      WK-OP-KIND (I) =    "S"     AND
                       WK-OP-FILE (I) =    WK-GR-FILE
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "FILE="     DELIMITED BY SIZE
                           WK-GR-FILE  DELIMITED BY SPACE
                           "  (SKIP指定)" DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   GO  TO  S500-EX
               END-IF
           END-PERFORM
           ADD     1           TO      WK-CHK-CNT

           PERFORM S510-10     THRU    S510-EX

      *    *** 見出し
           MOVE    WK-REF-LEN  TO      WK-RLEN-E
           MOVE    WK-PG-CNT   TO      WK-PCNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "FILE="     DELIMITED BY SIZE
                   WK-GR-FILE  DELIMITED BY SPACE
                   "  基準="   DELIMITED BY SIZE
                   WK-PG-NAME (WK-REF) DELIMITED BY SPACE
                   " ("        DELIMITED BY SIZE
                   WK-PG-ROLE (WK-REF) DELIMITED BY SIZE
                   ") LEN="    DELIMITED BY SIZE
                   WK-RLEN-E   DELIMITED BY SIZE
                   " PGM="     DELIMITED BY SIZE
                   WK-PCNT-E   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-REF-WHY  DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC
           IF      WK-GR-OVER  =       "Y"
                   MOVE    "    ** 5000件超は比較無し"
                                       TO      POT1-REC
                   WRITE   POT1-REC
           END-IF
           IF      WK-REF-DTL  =       "N"
                   MOVE    "    ** 基準に項目定義無し"
                                       TO      POT1-REC
                   WRITE   POT1-REC
                   ADD     1           TO      WK-WARN-CNT
           END-IF

      *    *** 基準の作業域の項目がFDのレコードに収まらない
      *    *** (書出し時に切り詰められる)
           PERFORM VARYING I FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL I > WK-PG-TO (WK-REF)
               COMPUTE WK-END = WK-GR-POS (I) + WK-GR-LEN (I) - 1
               IF      WK-GR-KIND (I) =    "W"     AND
                       WK-GR-FIELD (I) NOT = "FILLER"  AND
                       WK-END      >       WK-REF-LEN
                   MOVE    "W"         TO      WK-JUDGE
                   MOVE    "TRUNC"     TO      WK-WHY
                   MOVE    ZERO        TO      WK-HIT-IX
                   PERFORM S560-10     THRU    S560-EX
                   ADD     1           TO      WK-WARN-CNT
               END-IF
           END-PERFORM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PG-CNT
               IF      P           NOT =   WK-REF
                   PERFORM S520-10     THRU    S520-EX
               END-IF
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           .
       S500-EX.
           EXIT.

      *    *** 基準のプログラム(WK-REF)とレコード長、項目の有無
       S510-10.

           MOVE    ZERO        TO      WK-REF
           MOVE    SPACE       TO      WK-REF-WHY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-OP-CNT
               IF      WK-OP-KIND (I) =    "W"     AND
                       WK-OP-FILE (I) =    WK-GR-FILE
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PG-CNT
                       IF      WK-PG-NAME (P) =    WK-OP-PGM (I)
                               MOVE    P           TO      WK-REF
                               MOVE    "WRITER指定" TO     WK-REF-WHY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

      *    *** ファイル名の先頭(最初の.まで)と同名の書く側
           IF      WK-REF      =       ZERO
                   MOVE    SPACE       TO      WK-BASE
                   UNSTRING WK-GR-FILE DELIMITED BY "."
                       INTO WK-BASE
                   END-UNSTRING
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PG-CNT
                       IF      WK-PG-NAME (P) =    WK-BASE  AND
                               WK-PG-ROLE (P) =    "W"
                               MOVE    P           TO      WK-REF
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-REF      =       ZERO
                   PERFORM VARYING P FROM 1 BY 1
                           UNTIL P > WK-PG-CNT OR WK-REF > ZERO
                       IF      WK-PG-ROLE (P) =    "W"
                               MOVE    P           TO      WK-REF
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-REF      =       ZERO
                   MOVE    1           TO      WK-REF
                   MOVE    "書く側無し" TO     WK-REF-WHY
           END-IF

      *    *** レコード長はFDのレコードで決める(作業域の項目は
      *    *** MOVEで切り詰められる)。FDが無ければ作業域で
           MOVE    ZERO        TO      WK-REF-LEN
           MOVE    "N"         TO      WK-REF-DTL
           MOVE    "W"         TO      WK-REF-KIND
           PERFORM VARYING I FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL I > WK-PG-TO (WK-REF)
               IF      WK-GR-KIND (I) =    "F"
                       MOVE    "F"         TO      WK-REF-KIND
               END-IF
               IF      WK-GR-OPQ (I) =     "N"
                       MOVE    "Y"         TO      WK-REF-DTL
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL I > WK-PG-TO (WK-REF)
               IF      WK-GR-KIND (I) =    WK-REF-KIND
                   COMPUTE WK-END = WK-GR-POS (I) + WK-GR-LEN (I) - 1
                   IF      WK-END      >       WK-REF-LEN
                           MOVE    WK-END      TO      WK-REF-LEN
                   END-IF
      *    *** LAYOUTGENのLENは3桁。1000バイト以上は長さ不明
                   IF      WK-GR-LEN (I) =     ZERO
                           MOVE    99999       TO      WK-REF-LEN
                   END-IF
               END-IF
           END-PERFORM
           .
       S510-EX.
           EXIT.

      *    *** プログラムP1本を基準と比べ、1行+明細を印字する
       S520-10.

           ADD     1           TO      WK-CMP-CNT
           MOVE    ZERO        TO      WK-P-NG     WK-P-WARN
                                       WK-P-LEN

      *    *** 長さは項目1つだけのレコードを含めて数える
           PERFORM VARYING I FROM WK-PG-FROM (P) BY 1
                   UNTIL I > WK-PG-TO (P)
               COMPUTE WK-END = WK-GR-POS (I) + WK-GR-LEN (I) - 1
               IF      WK-END      >       WK-P-LEN
                       MOVE    WK-END      TO      WK-P-LEN
               END-IF
           END-PERFORM

      *    *** 先に判定だけ数えて見出し行を出し、明細は2周目で出す
           PERFORM VARYING I FROM WK-PG-FROM (P) BY 1
                   UNTIL I > WK-PG-TO (P)
               PERFORM S530-10     THRU    S530-EX
               EVALUATE WK-JUDGE
                   WHEN "N"
                       ADD     1           TO      WK-P-NG
                   WHEN "W"
                       ADD     1           TO      WK-P-WARN
               END-EVALUATE
           END-PERFORM

           MOVE    WK-P-LEN    TO      WK-RLEN-E
           MOVE    WK-P-NG     TO      WK-NG-E
           MOVE    WK-P-WARN   TO      WK-WARN-E
           MOVE    SPACE       TO      POT1-REC
           MOVE    1           TO      WK-P-PTR
           STRING  "  "        DELIMITED BY SIZE
                   WK-PG-NAME (P) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-PG-ROLE (P) DELIMITED BY SIZE
                   " LEN="     DELIMITED BY SIZE
                   WK-RLEN-E   DELIMITED BY SIZE
                   INTO    POT1-REC
                   WITH POINTER WK-P-PTR
           IF      WK-P-NG     =       ZERO    AND
                   WK-P-WARN   =       ZERO
                   STRING  "  OK"      DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
           ELSE
                   STRING  "  NG="     DELIMITED BY SIZE
                           WK-NG-E     DELIMITED BY SIZE
                           " WARN="    DELIMITED BY SIZE
                           WK-WARN-E   DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
           END-IF
           WRITE   POT1-REC

           ADD     WK-P-NG     TO      WK-NG-CNT
           ADD     WK-P-WARN   TO      WK-WARN-CNT
           IF      WK-P-NG     >       ZERO
                   ADD     1           TO      WK-NG-PGM
           END-IF
           IF      WK-P-NG     =       ZERO    AND
                   WK-P-WARN   =       ZERO
                   GO  TO  S520-EX
           END-IF

           PERFORM VARYING I FROM WK-PG-FROM (P) BY 1
                   UNTIL I > WK-PG-TO (P)
               PERFORM S530-10     THRU    S530-EX
               IF      WK-JUDGE    NOT =   SPACE
                   PERFORM S560-10     THRU    S560-EX
               END-IF
           END-PERFORM
           .
       S520-EX.
           EXIT.

      *    *** 出現I1件の判定(WK-JUDGE/WK-WHY、WK-HIT-IX=示す基準)
       S530-10.

           MOVE    SPACE       TO      WK-JUDGE    WK-WHY
           MOVE    ZERO        TO      WK-HIT-IX
           IF      WK-GR-FIELD (I) =   "FILLER"    OR
                   WK-GR-OPQ (I) =     "Y"
                   GO  TO  S530-EX
           END-IF
           COMPUTE WK-END = WK-GR-POS (I) + WK-GR-LEN (I) - 1

           IF      WK-END      >       WK-REF-LEN
                   MOVE    "N"         TO      WK-JUDGE
                   MOVE    "BEYOND"    TO      WK-WHY
                   GO  TO  S530-EX
           END-IF
           IF      WK-REF-DTL  =       "N"
                   GO  TO  S530-EX
           END-IF

      *    *** 同じ位置/長さの基準の項目
           MOVE    "N"         TO      WK-HIT      WK-HIT-TYPE
           PERFORM VARYING J FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL J > WK-PG-TO (WK-REF) OR WK-HIT-TYPE = "Y"
               IF      WK-GR-OPQ (J) =     "N"     AND
                       WK-GR-POS (J) =     WK-GR-POS (I)   AND
                       WK-GR-LEN (J) =     WK-GR-LEN (I)
                   IF      WK-GR-FIELD (J) NOT = "FILLER"
                       IF      WK-GR-TYPE (J) = WK-GR-TYPE (I)
                           MOVE    "Y"         TO      WK-HIT-TYPE
                       ELSE
                           IF  WK-HIT  NOT =   "Y"
                               MOVE    "Y"         TO      WK-HIT
                               MOVE    J           TO      WK-HIT-IX
                           END-IF
                       END-IF
                   ELSE
                       IF      WK-HIT      =       "N"
                           MOVE    "F"         TO      WK-HIT
                           MOVE    J           TO      WK-HIT-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF      WK-HIT-TYPE =       "Y"
                   MOVE    ZERO        TO      WK-HIT-IX
                   GO  TO  S530-EX
           END-IF
           IF      WK-HIT      =       "Y"
                   MOVE    WK-GR-TYPE (I) TO   WK-TYPE-W
                   PERFORM S540-10     THRU    S540-EX
                   MOVE    WK-CLS-A    TO      WK-CLS-B
                   MOVE    WK-GR-TYPE (WK-HIT-IX) TO WK-TYPE-W
                   PERFORM S540-10     THRU    S540-EX
                   MOVE    "TYPE"      TO      WK-WHY
                   IF      ( WK-CLS-A = "C" AND WK-CLS-B = "Z" )  OR
                           ( WK-CLS-A = "Z" AND WK-CLS-B = "C" )
                       MOVE    "W"         TO      WK-JUDGE
                   ELSE
                       MOVE    "N"         TO      WK-JUDGE
                   END-IF
                   GO  TO  S530-EX
           END-IF

      *    *** 基準の項目の部分(文字項目の一部、数字の桁の一部)
           MOVE    WK-GR-TYPE (I) TO   WK-TYPE-W
           PERFORM S540-10     THRU    S540-EX
           MOVE    WK-CLS-A    TO      WK-CLS-B
           PERFORM VARYING J FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL J > WK-PG-TO (WK-REF)
               COMPUTE WK-F-END = WK-GR-POS (J) + WK-GR-LEN (J) - 1
               IF      WK-GR-OPQ (J) =     "N"     AND
                       WK-GR-POS (J) <=    WK-GR-POS (I)   AND
                       WK-F-END    >=      WK-END          AND
                       WK-GR-LEN (J) >     WK-GR-LEN (I)
                   MOVE    WK-GR-TYPE (J) TO   WK-TYPE-W
                   PERFORM S540-10     THRU    S540-EX
                   IF      ( WK-CLS-A = "C" OR "Z" )   AND
                           ( WK-CLS-B = "C" OR "Z" )
                       IF      WK-GR-FIELD (J) NOT = "FILLER"
                           MOVE    ZERO        TO      WK-HIT-IX
                           MOVE    SPACE       TO      WK-JUDGE
                           GO  TO  S530-EX
                       END-IF
                       IF      WK-HIT-IX   =       ZERO
                           MOVE    J           TO      WK-HIT-IX
                           MOVE    "F"         TO      WK-HIT
                       END-IF
                   ELSE
                       IF      WK-JUDGE    =       SPACE
                           MOVE    "N"         TO      WK-JUDGE
                           MOVE    "TYPE"      TO      WK-WHY
                           MOVE    J           TO      WK-HIT-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF      WK-JUDGE    NOT =   SPACE
                   GO  TO  S530-EX
           END-IF

      *    *** 基準でFILLERの位置だけに当たる
           IF      WK-HIT      =       "F"
                   MOVE    "W"         TO      WK-JUDGE
                   MOVE    "FILLER"    TO      WK-WHY
                   GO  TO  S530-EX
           END-IF

      *    *** 隣り合う基準の項目をまとめた読み方
           MOVE    "N"         TO      WK-START-OK WK-END-OK
           MOVE    "Y"         TO      WK-ALL-ZD
           PERFORM VARYING J FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL J > WK-PG-TO (WK-REF)
               IF      WK-GR-OPQ (J) =     "N"
                   COMPUTE WK-F-END =
                           WK-GR-POS (J) + WK-GR-LEN (J) - 1
                   IF      WK-GR-POS (J) =     WK-GR-POS (I)
                           MOVE    "Y"         TO      WK-START-OK
                   END-IF
                   IF      WK-F-END    =       WK-END
                           MOVE    "Y"         TO      WK-END-OK
                   END-IF
                   IF      WK-GR-POS (J) >=    WK-GR-POS (I)   AND
                           WK-F-END    <=      WK-END
                       MOVE    WK-GR-TYPE (J) TO   WK-TYPE-W
                       PERFORM S540-10     THRU    S540-EX
                       IF      WK-CLS-A    NOT =   "Z"
                               MOVE    "N"         TO      WK-ALL-ZD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF      WK-START-OK =       "Y"     AND
                   WK-END-OK   =       "Y"
               EVALUATE WK-CLS-B
                   WHEN "C"
                       CONTINUE
                   WHEN "Z"
                       IF      WK-ALL-ZD   =       "N"
                           MOVE    "W"         TO      WK-JUDGE
                           MOVE    "TYPE"      TO      WK-WHY
                       END-IF
                   WHEN OTHER
                       MOVE    "N"         TO      WK-JUDGE
                       MOVE    "TYPE"      TO      WK-WHY
               END-EVALUATE
               GO  TO  S530-EX
           END-IF

      *    *** 切れ目が合わない。位置の先頭を含む基準の項目を示す
           MOVE    "N"         TO      WK-JUDGE
           MOVE    "OFFSET"    TO      WK-WHY
           MOVE    ZERO        TO      WK-HIT-IX
           PERFORM VARYING J FROM WK-PG-FROM (WK-REF) BY 1
                   UNTIL J > WK-PG-TO (WK-REF) OR WK-HIT-IX > ZERO
               COMPUTE WK-F-END = WK-GR-POS (J) + WK-GR-LEN (J) - 1
               IF      WK-GR-OPQ (J) =     "N"     AND
                       WK-GR-POS (J) <=    WK-GR-POS (I)   AND
                       WK-F-END    >=      WK-GR-POS (I)
                       MOVE    J           TO      WK-HIT-IX
               END-IF
           END-PERFORM
           .
       S530-EX.
           EXIT.

      *    *** 型の分類 C=文字 Z=表示数字 P=パック B=2進
       S540-10.

           EVALUATE WK-TYPE-W
               WHEN "CH"
                   MOVE    "C"         TO      WK-CLS-A
               WHEN "ZD"
               WHEN "Z1"
               WHEN "Z2"
               WHEN "Z3"
                   MOVE    "Z"         TO      WK-CLS-A
               WHEN "PD"
               WHEN "P1"
               WHEN "P2"
               WHEN "P3"
                   MOVE    "P"         TO      WK-CLS-A
               WHEN OTHER
                   MOVE    "B"         TO      WK-CLS-A
           END-EVALUATE
           .
       S540-EX.
           EXIT.

      *    *** 明細1行: 判定 理由 レコード 項目 位置 長さ 型 と基準
       S560-10.

           MOVE    SPACE       TO      POT1-REC
           MOVE    1           TO      WK-P-PTR
           MOVE    WK-GR-POS (I) TO    WK-POS-E
           MOVE    WK-GR-LEN (I) TO    WK-LEN-E
           IF      WK-JUDGE    =       "N"
                   STRING  "      NG   " DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
           ELSE
                   STRING  "      WARN " DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
           END-IF
           STRING  WK-WHY      DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-GR-LAYOUT (I) (1:16) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-GR-FIELD (I) (1:20) DELIMITED BY SIZE
                   " POS="     DELIMITED BY SIZE
                   WK-POS-E    DELIMITED BY SIZE
                   " LEN="     DELIMITED BY SIZE
                   WK-LEN-E    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-GR-TYPE (I) DELIMITED BY SIZE
                   INTO    POT1-REC
                   WITH POINTER WK-P-PTR

           EVALUATE TRUE
               WHEN WK-WHY     =       "BEYOND" OR "TRUNC"
                   MOVE    WK-REF-LEN  TO      WK-RLEN-E
                   STRING  "  基準LEN="  DELIMITED BY SIZE
                           WK-RLEN-E   DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
               WHEN WK-HIT-IX  >       ZERO
                   MOVE    WK-GR-POS (WK-HIT-IX) TO WK-POS-E
                   MOVE    WK-GR-LEN (WK-HIT-IX) TO WK-LEN-E
                   STRING  "  基準:"   DELIMITED BY SIZE
                           WK-GR-FIELD (WK-HIT-IX) DELIMITED BY SPACE
                           " POS="     DELIMITED BY SIZE
                           WK-POS-E    DELIMITED BY SIZE
                           " LEN="     DELIMITED BY SIZE
                           WK-LEN-E    DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-GR-TYPE (WK-HIT-IX) DELIMITED BY SIZE
                           INTO    POT1-REC
                           WITH POINTER WK-P-PTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE   POT1-REC
           .
       S560-EX.
           EXIT.

      *    *** 集計と名前未解決の一覧、終了コード
       S800-10.

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-CHK-CNT  TO      WK-CNT-E
           MOVE    WK-CMP-CNT  TO      WK-CNT2-E
           MOVE    WK-SOLO-CNT TO      WK-CNT3-E
           STRING  "* 検査ﾌｧｲﾙ="  DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 比較ﾌﾟﾛｸﾞﾗﾑ=" DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 単独使用ﾌｧｲﾙ=" DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-NG-CNT   TO      WK-CNT-E
           MOVE    WK-NG-PGM   TO      WK-CNT2-E
           MOVE    WK-WARN-CNT TO      WK-CNT3-E
           STRING  "* NG="     DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " (ﾌﾟﾛｸﾞﾗﾑ="  DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   ") WARN="   DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           IF      WK-UR-CNT   >       ZERO
               MOVE    SPACE       TO      POT1-REC
               WRITE   POT1-REC
               MOVE "* 名前未解決のファイル(検査対象外)"
                                       TO      POT1-REC
               WRITE   POT1-REC
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-UR-CNT
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  "        DELIMITED BY SIZE
                           WK-UR-PGM (I) (1:16) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-UR-FD (I) (1:16) DELIMITED BY SIZE
                           " ASSIGN=" DELIMITED BY SIZE
                           WK-UR-ASG (I) DELIMITED BY SPACE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-PERFORM
           END-IF

           DISPLAY WK-PGM-NAME " 検査ﾌｧｲﾙ=" WK-CHK-CNT
                   " NG=" WK-NG-CNT " WARN=" WK-WARN-CNT
           IF      WK-NG-CNT   >       ZERO
               IF  WK-RC-SAVE  <       8
                   MOVE    8           TO      WK-RC-SAVE
               END-IF
           ELSE
               IF  WK-WARN-CNT >       ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
               END-IF
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
