      *    *** 得意先の名寄せ(重複候補の検出と統合コードの提案)
      *    *** 同じ得意先が全角/半角カナ、株式会社の前後、新旧の
      *    *** 電話番号の違いで別コードに登録され、売掛や与信が
      *    *** 分かれていた。PIN3形式の得意先マスターを読み、
      *    *** 名前/カナ/住所/電話/郵便番号を正規化して2件ずつ
      *    *** 突き合せ、項目毎の重みの合計(スコア)がMIN=以上の
      *    *** 組を重複候補として出す。候補の組で繋がる得意先を
      *    *** 1グループとし、残すコード(登録項目の多い方、同じなら
      *    *** 小さいコード)と寄せるコードを提案する。
      *    *** 正規化: 全角英数字/記号は半角、英小文字は大文字、
      *    ***   空白/全角空白/括弧/記号を除き、法人格(株式会社、
      *    ***   (株)、ｶ)、(ｶ 等)を除く。カナはKANACHKで全銀の半角
      *    ***   カナへ寄せる(ひらがな/小書きカナも寄る)。住所は
      *    ***   丁目/番地/番/号/の/長音を - にする。電話/郵便番号は
      *    ***   数字だけ(電話は最大3項目、どれか一致で一致)
      *    *** 提案は SUBMIT=Y の時、二人承認(APPROVE)の保留へ
      *    *** 対象 NAYOSE.MAP(F-MAP=)で積む(キー=寄せるコード、
      *    *** 変更後イメージの先頭10桁=残すコード)。承認後、
      *    *** APPROVE APPLY,NAYOSE.MAP → NAYOSE MAP でコード対応
      *    *** ファイル(旧コード→新コード)へ取り込む。売掛、与信
      *    *** マスター、履歴の付替えはFILERFMTのXMAP=/XLT=Yで行う
      *    ***
      *    *** 起動引数: 1=モード(既定SCAN) 2=PRM1(既定NAYOSE.PRM1)
      *    ***   SCAN  重複候補の一覧と提案(SUBMIT=Yなら申請も)
      *    ***   MAP   承認済み(F-MAP=の.TXN)をコード対応ファイルへ
      *    ***         取り込み、A→B、B→C の連鎖は最終のCへ寄せる
      *    ***         (取り込んだ.TXNは .TXN.OLD へ退避)
      *    *** PRM1:
      *    ***   DT=NAME/KANA/ADDR/TEL/POST,POS=p,LEN=l[,WT=n]
      *    ***       POSはレコードの先頭(主キーの1桁目)から
      *    ***       LEN NAME/ADDR<=60 KANA<=60 TEL/POST<=20
      *    ***       WT 既定 NAME=40 KANA=30 ADDR=20 TEL=30 POST=10
      *    ***       (名前/カナ/住所は片方が他方の先頭と一致で半分)
      *    ***   MIN=候補とするスコア(既定60)
      *    ***   SUBMIT=Y/N(既定N)  OPID=申請者ID(既定NAYOSE)
      *    ***   F-MST=得意先マスター(既定PIN3.DAT)
      *    ***   F-MAP=コード対応ファイル(既定NAYOSE.MAP)
      *    ***   F-OT=レポート(既定NAYOSE.POT1)
      *    *** コード対応ファイル(行順): 旧コード(10) 新コード(10)
      *    ***   取込日(8)。取り込み済みの旧コードは候補に出さない

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NAYOSE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** PRM1
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** PIN3形式 得意先マスター(読むだけ)
           SELECT PN3-F            ASSIGN   WK-PN3-F-NAME
                               STATUS   WK-PN3-STATUS
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY PN3-KEY.

      *    *** コード対応ファイル(全件読み/書き直し)
           SELECT NMP1-F           ASSIGN   WK-NMP1-F-NAME
                               STATUS   WK-NMP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認済み適用トランザクション(APPROVE APPLYが作る)
           SELECT TXN1-F           ASSIGN   WK-TXN1-F-NAME
                               STATUS   WK-TXN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PN3-F
           LABEL RECORDS ARE STANDARD.
       01  PN3-REC.
           03  PN3-KEY         PIC  9(004).
           03  PN3-DATA        PIC  X(2048).

       FD  NMP1-F
           LABEL RECORDS ARE STANDARD.
       01  NMP1-REC.
           03  NMP1-OLD        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  NMP1-NEW        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  NMP1-YMD        PIC  9(008).

       FD  TXN1-F
           LABEL RECORDS ARE STANDARD.
       01  TXN1-REC.
           03  TXN1-TYPE       PIC  X(001).
           03  TXN1-KEY        PIC  X(020).
           03  TXN1-IMAGE      PIC  X(100).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(150).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NAYOSE  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "NAYOSE.PRM1".
           03  WK-PN3-F-NAME   PIC  X(080) VALUE "PIN3.DAT".
           03  WK-NMP1-F-NAME  PIC  X(032) VALUE "NAYOSE.MAP".
           03  WK-TXN1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "NAYOSE.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PN3-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-NMP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PN3-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-NMP1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE "SCAN".
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(010) VALUE SPACE.

           03  WK-MIN          PIC  9(003) VALUE 60.
           03  WK-SUBMIT       PIC  X(001) VALUE "N".
           03  WK-OPID         PIC  X(008) VALUE "NAYOSE".

      *    *** 件数
           03  WK-PN3-CNT      PIC  9(007) VALUE ZERO.
           03  WK-SKIP-CNT     PIC  9(007) VALUE ZERO.
           03  WK-PAIR-TOTAL   PIC  9(009) VALUE ZERO.
           03  WK-PROP-CNT     PIC  9(005) VALUE ZERO.
           03  WK-SUB-CNT      PIC  9(005) VALUE ZERO.
           03  WK-PND-CNT      PIC  9(005) VALUE ZERO.
           03  WK-GRP-CNT      PIC  9(005) VALUE ZERO.
           03  WK-PR-CNT-D     PIC  9(005) VALUE ZERO.
           03  WK-OVER         PIC  X(001) VALUE "N".

      *    *** MAPの件数
           03  WK-TXN-CNT      PIC  9(005) VALUE ZERO.
           03  WK-ADD-CNT      PIC  9(005) VALUE ZERO.
           03  WK-DEL-CNT      PIC  9(005) VALUE ZERO.
           03  WK-ERR-CNT      PIC  9(005) VALUE ZERO.
           03  WK-CHAIN-CNT    PIC  9(005) VALUE ZERO.
           03  WK-CYCLE        PIC  X(001) VALUE "N".

      *    *** 1件の受け取り
           03  WK-REC          PIC  X(2052) VALUE SPACE.

      *    *** 正規化(S400): 入力、種別、出力
           03  WK-NIN          PIC  X(072) VALUE SPACE.
           03  WK-NIN-L        BINARY-LONG SYNC VALUE ZERO.
      *    *** N=名前 K=カナ A=住所 D=数字だけ
           03  WK-NKIND        PIC  X(001) VALUE SPACE.
           03  WK-NOUT         PIC  X(060) VALUE SPACE.
           03  WK-NOUT-L       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NCH          PIC  X(001) VALUE SPACE.
           03  WK-NSTEP        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NHIT         PIC  X(001) VALUE "N".

      *    *** 先頭一致の長さ(S450)
           03  WK-CA           PIC  X(060) VALUE SPACE.
           03  WK-CB           PIC  X(060) VALUE SPACE.
           03  WK-CA-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CB-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP           BINARY-LONG SYNC VALUE ZERO.

      *    *** 組の採点
           03  WK-SCORE        PIC  9(003) VALUE ZERO.
           03  WK-HIT          PIC  X(005) VALUE SPACE.
           03  WK-ROOT-A       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ROOT-B       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SURV         BINARY-LONG SYNC VALUE ZERO.

      *    *** 申請
           03  WK-MAP-OLD      PIC  X(010) VALUE SPACE.
           03  WK-MAP-NEW      PIC  X(010) VALUE SPACE.
           03  WK-SUB-MSG      PIC  X(030) VALUE SPACE.

      *    *** 編集
           03  WK-CNT-E        PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-SCORE-E      PIC  ZZ9 VALUE ZERO.
           03  WK-NUM-E        PIC  ZZZZ9 VALUE ZERO.

      *    *** 項目定義の既定の重み(NAME KANA ADDR TEL POST の順)
           03  WK-KIND-AREA.
             05  FILLER        PIC  X(007) VALUE "NAME040".
             05  FILLER        PIC  X(007) VALUE "KANA030".
             05  FILLER        PIC  X(007) VALUE "ADDR020".
             05  FILLER        PIC  X(007) VALUE "TEL 030".
             05  FILLER        PIC  X(007) VALUE "POST010".
           03  WK-KIND-TBL     REDEFINES WK-KIND-AREA
                               OCCURS 5.
             05  WK-KIND-NAME  PIC  X(004).
             05  WK-KIND-WT    PIC  9(003).

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPKANACHK   REPLACING ==:##:== BY ==WKN==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

      *    *** 除く/置換える語(種別 N=名前の法人格 K=カナの法人格
      *    *** H=住所で - にする X=どこでも除く、長さ、語)
       01  WORD-AREA.
           03  WORD-DATA.
             05  FILLER        PIC  X(003) VALUE "N12".
             05  FILLER        PIC  X(012) VALUE "株式会社".
             05  FILLER        PIC  X(003) VALUE "N12".
             05  FILLER        PIC  X(012) VALUE "有限会社".
             05  FILLER        PIC  X(003) VALUE "N12".
             05  FILLER        PIC  X(012) VALUE "合同会社".
             05  FILLER        PIC  X(003) VALUE "N12".
             05  FILLER        PIC  X(012) VALUE "合資会社".
             05  FILLER        PIC  X(003) VALUE "N12".
             05  FILLER        PIC  X(012) VALUE "合名会社".
             05  FILLER        PIC  X(003) VALUE "N05".
             05  FILLER        PIC  X(012) VALUE "(株)".
             05  FILLER        PIC  X(003) VALUE "N05".
             05  FILLER        PIC  X(012) VALUE "(有)".
             05  FILLER        PIC  X(003) VALUE "N05".
             05  FILLER        PIC  X(012) VALUE "(同)".
             05  FILLER        PIC  X(003) VALUE "N03".
             05  FILLER        PIC  X(012) VALUE "㈱".
             05  FILLER        PIC  X(003) VALUE "N03".
             05  FILLER        PIC  X(012) VALUE "㈲".
      *    *** ｶﾌﾞｼｷｶﾞｲｼﾔ ﾕｳｹﾞﾝｶﾞｲｼﾔ ｶ) (ｶ ﾕ) (ﾕ ﾄﾞ) (ﾄﾞ
             05  FILLER        PIC  X(003) VALUE "K10".
             05  FILLER        PIC  X(012) VALUE
                 X"B6CCDEBCB7B6DEB2BCD42020".
             05  FILLER        PIC  X(003) VALUE "K10".
             05  FILLER        PIC  X(012) VALUE
                 X"D5B3B9DEDDB6DEB2BCD42020".
             05  FILLER        PIC  X(003) VALUE "K02".
             05  FILLER        PIC  X(012) VALUE X"B629".
             05  FILLER        PIC  X(003) VALUE "K02".
             05  FILLER        PIC  X(012) VALUE X"28B6".
             05  FILLER        PIC  X(003) VALUE "K02".
             05  FILLER        PIC  X(012) VALUE X"D529".
             05  FILLER        PIC  X(003) VALUE "K02".
             05  FILLER        PIC  X(012) VALUE X"28D5".
             05  FILLER        PIC  X(003) VALUE "K03".
             05  FILLER        PIC  X(012) VALUE X"C4DE29".
             05  FILLER        PIC  X(003) VALUE "K03".
             05  FILLER        PIC  X(012) VALUE X"28C4DE".
             05  FILLER        PIC  X(003) VALUE "H06".
             05  FILLER        PIC  X(012) VALUE "丁目".
             05  FILLER        PIC  X(003) VALUE "H06".
             05  FILLER        PIC  X(012) VALUE "番地".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "番".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "号".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "の".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "ー".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "‐".
             05  FILLER        PIC  X(003) VALUE "H03".
             05  FILLER        PIC  X(012) VALUE "−".
             05  FILLER        PIC  X(003) VALUE "X03".
             05  FILLER        PIC  X(012) VALUE X"E38080".
             05  FILLER        PIC  X(003) VALUE "X03".
             05  FILLER        PIC  X(012) VALUE "・".
             05  FILLER        PIC  X(003) VALUE "X03".
             05  FILLER        PIC  X(012) VALUE "、".
             05  FILLER        PIC  X(003) VALUE "X03".
             05  FILLER        PIC  X(012) VALUE "。".
           03  WORD-TBL        REDEFINES WORD-DATA
                               OCCURS 30.
             05  WORD-KIND     PIC  X(001).
             05  WORD-LEN      PIC  9(002).
             05  WORD-TEXT     PIC  X(012).

      *    *** 項目定義(PRM1のDT=、TELは3つまで)
       01  DEF-AREA.
           03  WK-DF-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DF-TBL       OCCURS 7.
             05  WK-DF-KIND    PIC  X(004) VALUE SPACE.
             05  WK-DF-POS     BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-WT           PIC  9(003) VALUE ZERO OCCURS 5.
           03  WK-WT-SET       PIC  X(001) VALUE "N" OCCURS 5.
           03  WK-TEL-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 得意先(最大3000件)の正規化した項目
       01  CUS-TBL-AREA.
           03  WK-CS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CS-TBL       OCCURS 3000.
             05  WK-CS-CODE    PIC  X(010).
             05  WK-CS-DISP    PIC  X(030).
             05  WK-CS-NAME    PIC  X(060).
             05  WK-CS-NAME-L  BINARY-SHORT SYNC.
             05  WK-CS-KANA    PIC  X(060).
             05  WK-CS-KANA-L  BINARY-SHORT SYNC.
             05  WK-CS-ADDR    PIC  X(060).
             05  WK-CS-ADDR-L  BINARY-SHORT SYNC.
             05  WK-CS-TEL     PIC  X(020) OCCURS 3.
             05  WK-CS-POST    PIC  X(020).
             05  WK-CS-FILL    BINARY-SHORT SYNC.
             05  WK-CS-MEMB    BINARY-SHORT SYNC.
      *    *** グループ(候補の組で繋がる得意先の代表の添字)
             05  WK-CS-PARENT  BINARY-LONG SYNC.

      *    *** 重複候補の組(最大1000組)
       01  PAIR-TBL-AREA.
           03  WK-PR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PR-TBL       OCCURS 1000.
             05  WK-PR-A       BINARY-LONG SYNC.
             05  WK-PR-B       BINARY-LONG SYNC.
             05  WK-PR-SCORE   PIC  9(003).
             05  WK-PR-HIT     PIC  X(005).
           03  WK-PR-SAVE.
             05  FILLER        BINARY-LONG SYNC.
             05  FILLER        BINARY-LONG SYNC.
             05  FILLER        PIC  9(003).
             05  FILLER        PIC  X(005).

      *    *** コード対応(最大3000件)
       01  MAP-TBL-AREA.
           03  WK-MP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-MP-TBL       OCCURS 3000.
             05  WK-MP-OLD     PIC  X(010).
             05  WK-MP-NEW     PIC  X(010).
             05  WK-MP-YMD     PIC  9(008).
             05  WK-MP-DEL     PIC  X(001).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.
           03  T               BINARY-LONG SYNC VALUE ZERO.
           03  U               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1
           PERFORM S010-10     THRU    S010-EX

           IF      WK-MODE     =       "MAP"
      *    *** 承認済みをコード対応ファイルへ
                   PERFORM S700-10     THRU    S700-EX
           ELSE
      *    *** マスター読込と正規化、組の採点、グループ、レポート
                   PERFORM S100-10     THRU    S100-EX
                   PERFORM S200-10     THRU    S200-EX
                   PERFORM S300-10     THRU    S300-EX
                   PERFORM S500-10     THRU    S500-EX
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

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
                   MOVE    UPPER-CASE (WK-MODE) TO WK-MODE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           IF      WK-MODE     NOT =   "SCAN"  AND
                   WK-MODE     NOT =   "MAP"
                   DISPLAY WK-PGM-NAME " ARG-1=SCAN/MAP ERROR="
                           WK-MODE
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE    WK-KIND-WT (K) TO   WK-WT (K)
           END-PERFORM

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S020-10     THRU    S020-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-MODE     =       "SCAN"  AND
                   WK-DF-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " DT= 指定がない"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PN3-F-NAME TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PN3-F-NAME

      *    *** コード対応ファイル(無ければ空)
           PERFORM S050-10     THRU    S050-EX

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WK-MIN      TO      WK-SCORE-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "NAYOSE 得意先の名寄せ MODE="
                                       DELIMITED BY SIZE
                   WK-MODE     DELIMITED BY SPACE
                   " MIN="     DELIMITED BY SIZE
                   WK-SCORE-E  DELIMITED BY SIZE
                   " SUBMIT="  DELIMITED BY SIZE
                   WK-SUBMIT   DELIMITED BY SIZE
                   " DATE="    DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
                                       WK-PRM07 WK-PRM08
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08

           EVALUATE WK-PRM01
               WHEN "DT"
                   PERFORM S025-10     THRU    S025-EX
               WHEN "MIN"
                   IF      TRIM (WK-PRM02) IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME " MIN ERROR="
                                   WK-PRM02
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-PRM02) TO WK-MIN
               WHEN "SUBMIT"
                   MOVE    WK-PRM02 (1:1) TO   WK-SUBMIT
               WHEN "OPID"
                   MOVE    WK-PRM02    TO      WK-OPID
               WHEN "F-MST"
                   MOVE    WK-PRM02    TO      WK-PN3-F-NAME
               WHEN "F-MAP"
                   MOVE    WK-PRM02    TO      WK-NMP1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** DT=種別,POS=p,LEN=l[,WT=n]
       S025-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5 OR K > ZERO
               IF      WK-PRM02 (1:4) = WK-KIND-NAME (L)
                       MOVE    L           TO      K
               END-IF
           END-PERFORM
           IF      K           =       ZERO
                   DISPLAY WK-PGM-NAME
                           " DT=NAME/KANA/ADDR/TEL/POST ERROR="
                           WK-PRM02
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      K           =       4
                   ADD     1           TO      WK-TEL-CNT
           END-IF
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WK-DF-CNT
               IF      WK-DF-KIND (L) = WK-KIND-NAME (K) AND
                       K           NOT =   4
                       DISPLAY WK-PGM-NAME " DT= 重複 " WK-PRM02
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
               END-IF
           END-PERFORM
           IF      WK-TEL-CNT  >       3
                   DISPLAY WK-PGM-NAME " DT=TEL は3つまで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"   OR
                   TRIM (WK-PRM04) IS NOT NUMERIC  OR
                   TRIM (WK-PRM06) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " DT= POS=/LEN= ERROR="
                           PRM1-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-DF-CNT
           MOVE    WK-KIND-NAME (K) TO WK-DF-KIND (WK-DF-CNT)
           MOVE    NUMVAL (WK-PRM04) TO WK-DF-POS (WK-DF-CNT)
           MOVE    NUMVAL (WK-PRM06) TO WK-DF-LEN (WK-DF-CNT)
           IF      WK-DF-POS (WK-DF-CNT) < 1                  OR
                   WK-DF-LEN (WK-DF-CNT) < 1                  OR
                   WK-DF-POS (WK-DF-CNT) + WK-DF-LEN (WK-DF-CNT)
                                       - 1 > 2052             OR
                   WK-DF-LEN (WK-DF-CNT) > 60                 OR
                 ( K           >=      4       AND
                   WK-DF-LEN (WK-DF-CNT) > 20 )
                   DISPLAY WK-PGM-NAME " DT= 位置/長さの範囲外 "
                           PRM1-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-PRM07    =       "WT"
                   IF      TRIM (WK-PRM08) IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME " DT= WT= ERROR="
                                   WK-PRM08
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-PRM08) TO WK-WT (K)
           END-IF
           MOVE    "Y"         TO      WK-WT-SET (K)
           .
       S025-EX.
           EXIT.

      *    *** コード対応ファイルの読込(無ければ空)
       S050-10.

           OPEN    INPUT       NMP1-F
           IF      WK-NMP1-STATUS =    35
                   GO  TO  S050-EX
           END-IF
           IF      WK-NMP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " NMP1-F OPEN ERROR STATUS="
                           WK-NMP1-STATUS " (" WK-NMP1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           PERFORM UNTIL WK-NMP1-EOF = HIGH-VALUE
               READ    NMP1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-NMP1-EOF
                   NOT AT  END
                       IF      WK-MP-CNT   >=      3000
                               DISPLAY WK-PGM-NAME
                                       " NMP1 3000件ｵｰﾊﾞｰ"
                               MOVE    16          TO      RETURN-CODE
                               STOP    RUN
                       END-IF
                       ADD     1           TO      WK-MP-CNT
                       MOVE    NMP1-OLD    TO  WK-MP-OLD (WK-MP-CNT)
                       MOVE    NMP1-NEW    TO  WK-MP-NEW (WK-MP-CNT)
                       MOVE    NMP1-YMD    TO  WK-MP-YMD (WK-MP-CNT)
                       MOVE    "N"         TO  WK-MP-DEL (WK-MP-CNT)
               END-READ
           END-PERFORM
           CLOSE   NMP1-F
           .
       S050-EX.
           EXIT.

      *    *** マスターを読み、項目を正規化して表へ
       S100-10.

           OPEN    INPUT       PN3-F
           IF      WK-PN3-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PN3-F OPEN ERROR STATUS="
                           WK-PN3-STATUS " (" WK-PN3-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PN3-EOF = HIGH-VALUE
               READ    PN3-F   NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PN3-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PN3-CNT
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   PN3-F
           .
       S100-EX.
           EXIT.

      *    *** 1件分の正規化
       S110-10.

      *    *** 取り込み済みの旧コード(寄せた側)は対象外
           MOVE    SPACE       TO      WK-MAP-OLD
           MOVE    PN3-KEY     TO      WK-MAP-OLD (1:4)
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-MP-CNT OR WK-MP-OLD (M) = WK-MAP-OLD
               CONTINUE
           END-PERFORM
           IF      M           <=      WK-MP-CNT
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S110-EX
           END-IF

           IF      WK-CS-CNT   >=      3000
                   IF      WK-OVER     =       "N"
                           DISPLAY WK-PGM-NAME
                                   " 得意先3000件ｵｰﾊﾞｰ"
                           MOVE    "Y"         TO      WK-OVER
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
                   GO  TO  S110-EX
           END-IF
           ADD     1           TO      WK-CS-CNT
           MOVE    WK-CS-CNT   TO      I
           MOVE    PN3-REC     TO      WK-REC
           MOVE    SPACE       TO      WK-CS-CODE (I)
                                       WK-CS-DISP (I)
                                       WK-CS-NAME (I)
                                       WK-CS-KANA (I)
                                       WK-CS-ADDR (I)
                                       WK-CS-TEL (I 1)
                                       WK-CS-TEL (I 2)
                                       WK-CS-TEL (I 3)
                                       WK-CS-POST (I)
           MOVE    WK-MAP-OLD  TO      WK-CS-CODE (I)
           MOVE    ZERO        TO      WK-CS-NAME-L (I)
                                       WK-CS-KANA-L (I)
                                       WK-CS-ADDR-L (I)
                                       WK-CS-FILL (I)
                                       WK-CS-MEMB (I)
           MOVE    I           TO      WK-CS-PARENT (I)
           MOVE    ZERO        TO      T

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WK-DF-CNT
               MOVE    SPACE       TO      WK-NIN
               MOVE    WK-REC (WK-DF-POS (L):WK-DF-LEN (L))
                                   TO      WK-NIN
               EVALUATE WK-DF-KIND (L)
                   WHEN "NAME"
                       MOVE    WK-NIN (1:30) TO    WK-CS-DISP (I)
                       MOVE    "N"         TO      WK-NKIND
                       PERFORM S400-10     THRU    S400-EX
                       MOVE    WK-NOUT     TO      WK-CS-NAME (I)
                       MOVE    WK-NOUT-L   TO      WK-CS-NAME-L (I)
                   WHEN "KANA"
                       IF      WK-CS-DISP (I) =    SPACE
                               MOVE    WK-NIN (1:30) TO WK-CS-DISP (I)
                       END-IF
                       PERFORM S420-10     THRU    S420-EX
                       MOVE    WK-NOUT     TO      WK-CS-KANA (I)
                       MOVE    WK-NOUT-L   TO      WK-CS-KANA-L (I)
                   WHEN "ADDR"
                       MOVE    "A"         TO      WK-NKIND
                       PERFORM S400-10     THRU    S400-EX
                       MOVE    WK-NOUT     TO      WK-CS-ADDR (I)
                       MOVE    WK-NOUT-L   TO      WK-CS-ADDR-L (I)
                   WHEN "TEL"
                       MOVE    "D"         TO      WK-NKIND
                       PERFORM S400-10     THRU    S400-EX
                       ADD     1           TO      T
      *    *** 6桁未満の電話番号は照合に使わない
                       IF      WK-NOUT-L   >=      6
                               MOVE    WK-NOUT (1:20) TO
                                       WK-CS-TEL (I T)
                       END-IF
                   WHEN "POST"
                       MOVE    "D"         TO      WK-NKIND
                       PERFORM S400-10     THRU    S400-EX
                       MOVE    WK-NOUT (1:20) TO   WK-CS-POST (I)
               END-EVALUATE
               IF      WK-NOUT-L   >       ZERO
                       ADD     1           TO      WK-CS-FILL (I)
               END-IF
           END-PERFORM
           .
       S110-EX.
           EXIT.

      *    *** 全ての組の採点(スコアがMIN=以上を候補の組に)
       S200-10.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WK-CS-CNT
               COMPUTE T           =       I + 1
               PERFORM VARYING J FROM T BY 1 UNTIL J > WK-CS-CNT
                   PERFORM S210-10     THRU    S210-EX
               END-PERFORM
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 組(I,J)の採点。一致は WK-HIT の桁に
      *    *** (1=名前 2=カナ 3=住所 4=電話 5=郵便) = 一致 ~ 先頭一致
       S210-10.

           ADD     1           TO      WK-PAIR-TOTAL
           MOVE    ZERO        TO      WK-SCORE
           MOVE    "....."     TO      WK-HIT

      *    *** 名前(片方が他方の先頭と6バイト以上一致で半分)
           IF      WK-CS-NAME-L (I) >  ZERO    AND
                   WK-CS-NAME-L (J) >  ZERO
               IF      WK-CS-NAME (I) =    WK-CS-NAME (J)
                   ADD     WK-WT (1)   TO      WK-SCORE
                   MOVE    "="         TO      WK-HIT (1:1)
               ELSE
                   MOVE    WK-CS-NAME (I) TO   WK-CA
                   MOVE    WK-CS-NAME-L (I) TO WK-CA-L
                   MOVE    WK-CS-NAME (J) TO   WK-CB
                   MOVE    WK-CS-NAME-L (J) TO WK-CB-L
                   PERFORM S450-10     THRU    S450-EX
                   IF      WK-CP       >=      6       AND
                         ( WK-CP       =       WK-CA-L OR
                           WK-CP       =       WK-CB-L )
                       COMPUTE WK-SCORE = WK-SCORE + WK-WT (1) / 2
                       MOVE    "~"         TO      WK-HIT (1:1)
                   END-IF
               END-IF
           END-IF

      *    *** カナ(4バイト以上の先頭一致で半分)
           IF      WK-CS-KANA-L (I) >  ZERO    AND
                   WK-CS-KANA-L (J) >  ZERO
               IF      WK-CS-KANA (I) =    WK-CS-KANA (J)
                   ADD     WK-WT (2)   TO      WK-SCORE
                   MOVE    "="         TO      WK-HIT (2:1)
               ELSE
                   MOVE    WK-CS-KANA (I) TO   WK-CA
                   MOVE    WK-CS-KANA-L (I) TO WK-CA-L
                   MOVE    WK-CS-KANA (J) TO   WK-CB
                   MOVE    WK-CS-KANA-L (J) TO WK-CB-L
                   PERFORM S450-10     THRU    S450-EX
                   IF      WK-CP       >=      4       AND
                         ( WK-CP       =       WK-CA-L OR
                           WK-CP       =       WK-CB-L )
                       COMPUTE WK-SCORE = WK-SCORE + WK-WT (2) / 2
                       MOVE    "~"         TO      WK-HIT (2:1)
                   END-IF
               END-IF
           END-IF

      *    *** 住所(12バイト以上の先頭一致で半分、番地違い等)
           IF      WK-CS-ADDR-L (I) >  ZERO    AND
                   WK-CS-ADDR-L (J) >  ZERO
               IF      WK-CS-ADDR (I) =    WK-CS-ADDR (J)
                   ADD     WK-WT (3)   TO      WK-SCORE
                   MOVE    "="         TO      WK-HIT (3:1)
               ELSE
                   MOVE    WK-CS-ADDR (I) TO   WK-CA
                   MOVE    WK-CS-ADDR-L (I) TO WK-CA-L
                   MOVE    WK-CS-ADDR (J) TO   WK-CB
                   MOVE    WK-CS-ADDR-L (J) TO WK-CB-L
                   PERFORM S450-10     THRU    S450-EX
                   IF      WK-CP       >=      12
                       COMPUTE WK-SCORE = WK-SCORE + WK-WT (3) / 2
                       MOVE    "~"         TO      WK-HIT (3:1)
                   END-IF
               END-IF
           END-IF

      *    *** 電話(どれか同士が一致)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF      WK-CS-TEL (I K) NOT = SPACE
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
                       IF      WK-CS-TEL (I K) = WK-CS-TEL (J L) AND
                               WK-HIT (4:1) =      "."
                               ADD     WK-WT (4)   TO      WK-SCORE
                               MOVE    "="         TO      WK-HIT (4:1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

      *    *** 郵便番号
           IF      WK-CS-POST (I) NOT = SPACE  AND
                   WK-CS-POST (I) =    WK-CS-POST (J)
                   ADD     WK-WT (5)   TO      WK-SCORE
                   MOVE    "="         TO      WK-HIT (5:1)
           END-IF

           IF      WK-SCORE    <       WK-MIN
                   GO  TO  S210-EX
           END-IF
           IF      WK-PR-CNT   >=      1000
                   IF      WK-OVER     NOT =   "P"
                           DISPLAY WK-PGM-NAME
                                   " 候補1000組ｵｰﾊﾞｰ"
                           MOVE    "P"         TO      WK-OVER
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
                   GO  TO  S210-EX
           END-IF
           ADD     1           TO      WK-PR-CNT
           MOVE    I           TO      WK-PR-A (WK-PR-CNT)
           MOVE    J           TO      WK-PR-B (WK-PR-CNT)
           MOVE    WK-SCORE    TO      WK-PR-SCORE (WK-PR-CNT)
           MOVE    WK-HIT      TO      WK-PR-HIT (WK-PR-CNT)
           .
       S210-EX.
           EXIT.

      *    *** グループ分け(候補の組で繋ぐ)と、スコアの高い順の並べ替え
       S300-10.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PR-CNT
               MOVE    WK-PR-A (P) TO      U
               PERFORM S310-10     THRU    S310-EX
               MOVE    U           TO      WK-ROOT-A
               MOVE    WK-PR-B (P) TO      U
               PERFORM S310-10     THRU    S310-EX
               MOVE    U           TO      WK-ROOT-B
               IF      WK-ROOT-A   NOT =   WK-ROOT-B
                       MOVE    WK-ROOT-A   TO
                               WK-CS-PARENT (WK-ROOT-B)
               END-IF
           END-PERFORM

      *    *** 各得意先の代表を直接指す様にし、グループの人数を数える
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-CS-CNT
               MOVE    J           TO      U
               PERFORM S310-10     THRU    S310-EX
               MOVE    U           TO      WK-CS-PARENT (J)
               ADD     1           TO      WK-CS-MEMB (U)
           END-PERFORM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P >= WK-PR-CNT
               PERFORM VARYING K FROM P BY 1 UNTIL K >= WK-PR-CNT
                   IF      WK-PR-SCORE (K + 1) > WK-PR-SCORE (P)
                           MOVE    WK-PR-TBL (P) TO    WK-PR-SAVE
                           MOVE    WK-PR-TBL (K + 1) TO WK-PR-TBL (P)
                           MOVE    WK-PR-SAVE  TO      WK-PR-TBL (K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** グループの代表(U を代表の添字にする)
       S310-10.

           PERFORM UNTIL WK-CS-PARENT (U) = U
               MOVE    WK-CS-PARENT (U) TO U
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 正規化(WK-NIN → WK-NOUT、種別 WK-NKIND)
      *    ***   全角英数字/記号(UTF-8 EF BC 81～EF BD 9E)は半角へ、
      *    ***   英小文字は大文字へ。N/K は空白、括弧、記号と法人格、
      *    ***   A は空白を除き、丁目/番地等を - に、D は数字だけ
       S400-10.

           MOVE    SPACE       TO      WK-NOUT
           MOVE    ZERO        TO      WK-NOUT-L
           MOVE    60          TO      WK-NIN-L
           PERFORM UNTIL WK-NIN-L = ZERO
                      OR WK-NIN (WK-NIN-L:1) NOT = SPACE
               SUBTRACT 1          FROM    WK-NIN-L
           END-PERFORM

      *    *** 全角英数字/記号を先に半角へ(法人格の (株) 等を
      *    *** 全角括弧でも同じ語で除ける様に)
           MOVE    1           TO      P
           PERFORM UNTIL P > WK-NIN-L
               PERFORM S405-10     THRU    S405-EX
               ADD     WK-NSTEP    TO      P
           END-PERFORM
           MOVE    WK-NOUT     TO      WK-NIN
           MOVE    WK-NOUT-L   TO      WK-NIN-L
           MOVE    SPACE       TO      WK-NOUT
           MOVE    ZERO        TO      WK-NOUT-L

           MOVE    1           TO      P
           PERFORM UNTIL P > WK-NIN-L
               PERFORM S410-10     THRU    S410-EX
               ADD     WK-NSTEP    TO      P
           END-PERFORM

           INSPECT WK-NOUT     CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
               TO  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF      WK-NKIND    =       "A"
               PERFORM UNTIL WK-NOUT-L = ZERO
                          OR WK-NOUT (WK-NOUT-L:1) NOT = "-"
                   MOVE    SPACE       TO  WK-NOUT (WK-NOUT-L:1)
                   SUBTRACT 1          FROM    WK-NOUT-L
               END-PERFORM
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** WK-NIN の P 桁目の1文字を WK-NOUT へ。全角英数字/記号
      *    *** は半角の1文字に(進める桁を WK-NSTEP へ)
       S405-10.

           MOVE    1           TO      WK-NSTEP
           MOVE    WK-NIN (P:1) TO     WK-NCH
           IF      WK-NIN (P:1) =      X"EF"   AND
                   P + 2       <=      WK-NIN-L
               MOVE    WK-NIN (P + 2:1) TO PIC-X
               IF      WK-NIN (P + 1:1) =  X"BC"   AND
                       PIC-Halfword >=     129     AND
                       PIC-Halfword <=     191
                       SUBTRACT 96         FROM    PIC-Halfword
                       MOVE    PIC-X       TO      WK-NCH
                       MOVE    3           TO      WK-NSTEP
               END-IF
               IF      WK-NIN (P + 1:1) =  X"BD"   AND
                       PIC-Halfword >=     128     AND
                       PIC-Halfword <=     158
                       SUBTRACT 32         FROM    PIC-Halfword
                       MOVE    PIC-X       TO      WK-NCH
                       MOVE    3           TO      WK-NSTEP
               END-IF
           END-IF
           IF      WK-NOUT-L   <       60
                   ADD     1           TO      WK-NOUT-L
                   MOVE    WK-NCH      TO      WK-NOUT (WK-NOUT-L:1)
           END-IF
           .
       S405-EX.
           EXIT.

      *    *** WK-NIN の P 桁目から1語/1バイト(進める桁を WK-NSTEP へ)
       S410-10.

           MOVE    1           TO      WK-NSTEP
           MOVE    WK-NIN (P:1) TO     WK-NCH

      *    *** 除く/置換える語
           IF      WK-NKIND    NOT =   "D"
               MOVE    "N"         TO      WK-NHIT
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > 30 OR WK-NHIT = "Y"
                   IF    ( WORD-KIND (K) =   "X"             OR
                         ( WORD-KIND (K) =   "N" AND WK-NKIND = "N") OR
                         ( WORD-KIND (K) =   "K" AND WK-NKIND = "K") OR
                         ( WORD-KIND (K) =   "H" AND WK-NKIND = "A") )
                       AND P + WORD-LEN (K) - 1 <= WK-NIN-L
                       AND WK-NIN (P:WORD-LEN (K)) =
                           WORD-TEXT (K) (1:WORD-LEN (K))
                           MOVE    "Y"         TO      WK-NHIT
                           MOVE    WORD-LEN (K) TO     WK-NSTEP
                           IF      WORD-KIND (K) = "H"
                                   MOVE    "-"         TO      WK-NCH
                                   PERFORM S415-10 THRU S415-EX
                           END-IF
                   END-IF
               END-PERFORM
               IF      WK-NHIT     =       "Y"
                       GO  TO  S410-EX
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WK-NKIND   =       "D"
                   IF      WK-NCH      IS NUMERIC
                           PERFORM S415-10     THRU    S415-EX
                   END-IF
               WHEN WK-NCH     =       SPACE
                   CONTINUE
               WHEN WK-NKIND   =       "A"
                   PERFORM S415-10     THRU    S415-EX
               WHEN WK-NCH     =       "(" OR ")" OR "." OR ","
                                    OR "-" OR "/" OR "'" OR "&"
                   CONTINUE
               WHEN OTHER
                   PERFORM S415-10     THRU    S415-EX
           END-EVALUATE
           .
       S410-EX.
           EXIT.

      *    *** WK-NCH を1桁足す(- は続けない)
       S415-10.

           IF      WK-NOUT-L   >=      60
                   GO  TO  S415-EX
           END-IF
           IF      WK-NCH      =       "-"     AND
                 ( WK-NOUT-L   =       ZERO    OR
                   WK-NOUT (WK-NOUT-L:1) = "-" )
                   GO  TO  S415-EX
           END-IF
           ADD     1           TO      WK-NOUT-L
           MOVE    WK-NCH      TO      WK-NOUT (WK-NOUT-L:1)
           .
       S415-EX.
           EXIT.

      *    *** カナ: KANACHKで全銀の半角カナへ寄せてから正規化
      *    *** (寄せられない文字がある時はそのまま正規化)
       S420-10.

           MOVE    WK-NIN      TO      WKN-IN
           CALL    "KANACHK"   USING   WKN-KANACHK-AREA
           IF      WKN-RESULT  =       "Y"
                   MOVE    WKN-OUT     TO      WK-NIN
           END-IF
           MOVE    "K"         TO      WK-NKIND
           PERFORM S400-10     THRU    S400-EX
           .
       S420-EX.
           EXIT.

      *    *** WK-CA と WK-CB の先頭から一致する桁数(WK-CP)
       S450-10.

           MOVE    ZERO        TO      WK-CP
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-CA-L OR N > WK-CB-L
                      OR WK-CA (N:1) NOT = WK-CB (N:1)
               MOVE    N           TO      WK-CP
           END-PERFORM
           .
       S450-EX.
           EXIT.

      *    *** レポート: 候補の組(スコアの高い順)とグループ毎の提案
       S500-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "** 重複候補(スコアの高い順)"  TO POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "  ｽｺｱ 一致 "       DELIMITED BY SIZE
                   "名ｶ住電郵 "        DELIMITED BY SIZE
                   "ｺｰﾄﾞ       名前"     DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PR-CNT
               MOVE    WK-PR-A (P) TO      I
               MOVE    WK-PR-B (P) TO      J
               MOVE    WK-PR-SCORE (P) TO  WK-SCORE-E
               MOVE    SPACE       TO      POT1-REC
               STRING  "  "                DELIMITED BY SIZE
                       WK-SCORE-E          DELIMITED BY SIZE
                       "      "            DELIMITED BY SIZE
                       WK-PR-HIT (P)       DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-CS-CODE (I)      DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-CS-DISP (I)      DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      POT1-REC
               STRING  "                     "
                                           DELIMITED BY SIZE
                       WK-CS-CODE (J)      DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WK-CS-DISP (J)      DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "** 名寄せの提案"   DELIMITED BY SIZE
                   "(残すコード ← 寄せるコード)"
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

      *    *** グループ毎(代表の添字順)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-CS-CNT
               IF      WK-CS-PARENT (I) =  I   AND
                       WK-CS-MEMB (I) >=   2
                       PERFORM S510-10     THRU    S510-EX
               END-IF
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** グループ1つ(代表 I)。2件以上の時、残すコードを選んで提案
       S510-10.

      *    *** 残すコード(登録項目の多い方、同じなら
      *    *** 小さいコード)
           MOVE    ZERO        TO      WK-SURV
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-CS-CNT
               IF      WK-CS-PARENT (J) =  I
                   IF      WK-SURV     =       ZERO
                       MOVE    J           TO      WK-SURV
                   ELSE
                       IF      WK-CS-FILL (J) > WK-CS-FILL (WK-SURV) OR
                             ( WK-CS-FILL (J) = WK-CS-FILL (WK-SURV) AND
                               WK-CS-CODE (J) < WK-CS-CODE (WK-SURV) )
                               MOVE    J           TO      WK-SURV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           ADD     1           TO      WK-GRP-CNT
           MOVE    WK-GRP-CNT  TO      WK-NUM-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  G"               DELIMITED BY SIZE
                   WK-NUM-E            DELIMITED BY SIZE
                   " 残す "            DELIMITED BY SIZE
                   WK-CS-CODE (WK-SURV) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-CS-DISP (WK-SURV) DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-CS-CNT
               IF      J           NOT =   WK-SURV AND
                       WK-CS-PARENT (J) =  I
                       PERFORM S520-10     THRU    S520-EX
               END-IF
           END-PERFORM
           .
       S510-EX.
           EXIT.

      *    *** 寄せるコード1件(J → WK-SURV)。SUBMIT=Yなら申請
       S520-10.

           ADD     1           TO      WK-PROP-CNT
           MOVE    SPACE       TO      WK-SUB-MSG

      *    *** 組のスコア(直接の組が無い時は0)
           MOVE    ZERO        TO      WK-SCORE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PR-CNT
               IF    ( WK-PR-A (P) = J AND WK-PR-B (P) = WK-SURV ) OR
                     ( WK-PR-B (P) = J AND WK-PR-A (P) = WK-SURV )
                       MOVE    WK-PR-SCORE (P) TO  WK-SCORE
               END-IF
           END-PERFORM

           IF      WK-SUBMIT   =       "Y"
                   MOVE    "SUBMIT"    TO      WAP-ID
                   MOVE    WK-NMP1-F-NAME TO   WAP-TARGET
                   MOVE    "A"         TO      WAP-TYPE
                   MOVE    WK-CS-CODE (J) TO   WAP-KEY
                   MOVE    WK-OPID     TO      WAP-OPID
                   MOVE    SPACE       TO      WAP-BEFORE
                                               WAP-AFTER
                   MOVE    WK-CS-CODE (J) TO   WAP-BEFORE (1:10)
                   MOVE    WK-CS-DISP (J) TO   WAP-BEFORE (12:30)
                   MOVE    WK-CS-CODE (WK-SURV) TO WAP-AFTER (1:10)
                   MOVE    WK-SCORE    TO      WAP-AFTER (12:3)
                   MOVE    WK-CS-DISP (WK-SURV) TO WAP-AFTER (16:30)
                   CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
                   EVALUATE TRUE
                       WHEN WAP-RESULT =       "Y"
                           ADD     1           TO      WK-SUB-CNT
                           STRING  "申請 SEQ="  DELIMITED BY SIZE
                                   WAP-SEQ      DELIMITED BY SIZE
                                   INTO    WK-SUB-MSG
                       WHEN WAP-STATE  =       "P"
                           ADD     1           TO      WK-PND-CNT
                           STRING  "承認待ち SEQ=" DELIMITED BY SIZE
                                   WAP-SEQ      DELIMITED BY SIZE
                                   INTO    WK-SUB-MSG
                       WHEN OTHER
                           MOVE    "申請ｴﾗｰ(APPROVE.PND)" TO
                                   WK-SUB-MSG
                           MOVE    8           TO      WK-RC-SAVE
                   END-EVALUATE
           END-IF

           MOVE    WK-SCORE    TO      WK-SCORE-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "         ← "      DELIMITED BY SIZE
                   WK-CS-CODE (J)      DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-CS-DISP (J)      DELIMITED BY SIZE
                   " ｽｺｱ="             DELIMITED BY SIZE
                   WK-SCORE-E          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-SUB-MSG          DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S520-EX.
           EXIT.

      *    *** MAP: 承認済み(F-MAP=の.TXN)をコード対応へ取り込み、
      *    *** 連鎖を最終のコードへ寄せて書き直す
       S700-10.

           MOVE    SPACE       TO      WK-TXN1-F-NAME
           STRING  WK-NMP1-F-NAME DELIMITED BY SPACE
                   ".TXN"      DELIMITED BY SIZE
                   INTO    WK-TXN1-F-NAME

           OPEN    INPUT       TXN1-F
           IF      WK-TXN1-STATUS =    35
                   DISPLAY WK-PGM-NAME " 適用対象なし "
                           WK-TXN1-F-NAME
                   MOVE    "** 適用対象なし" TO POT1-REC
                   WRITE   POT1-REC
                   GO  TO  S700-EX
           END-IF
           IF      WK-TXN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TXN1-F OPEN ERROR STATUS="
                           WK-TXN1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF

           PERFORM UNTIL WK-TXN1-EOF = HIGH-VALUE
               READ    TXN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXN1-EOF
                   NOT AT  END
                       PERFORM S710-10     THRU    S710-EX
               END-READ
           END-PERFORM
           CLOSE   TXN1-F

      *    *** 連鎖(A→B、B→C)は最終のCへ。戻って来る時は循環
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-MP-CNT
               IF      WK-MP-DEL (I) =     "N"
                       PERFORM S720-10     THRU    S720-EX
               END-IF
           END-PERFORM
           IF      WK-CYCLE    =       "Y"
                   DISPLAY WK-PGM-NAME
                           " 循環あり 書き直さない"
                   MOVE    "** 循環あり 書き直さない"
                                       TO      POT1-REC
                   WRITE   POT1-REC
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF

      *    *** 書き直し
           OPEN    OUTPUT      NMP1-F
           IF      WK-NMP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " NMP1-F OPEN ERROR STATUS="
                           WK-NMP1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-MP-CNT
               IF      WK-MP-DEL (I) =     "N"
                       MOVE    SPACE       TO      NMP1-REC
                       MOVE    WK-MP-OLD (I) TO    NMP1-OLD
                       MOVE    WK-MP-NEW (I) TO    NMP1-NEW
                       MOVE    WK-MP-YMD (I) TO    NMP1-YMD
                       WRITE   NMP1-REC
               END-IF
           END-PERFORM
           CLOSE   NMP1-F

      *    *** 同じトランザクションを二度取り込まない様に退避する
           MOVE    SPACE       TO      WK-CMD
           STRING  "mv "           DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   ".OLD"          DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** 適用トランザクション1件(A/C=対応の追加/変更 D=削除)
       S710-10.

           ADD     1           TO      WK-TXN-CNT
           MOVE    TXN1-KEY (1:10) TO  WK-MAP-OLD
           MOVE    TXN1-IMAGE (1:10) TO WK-MAP-NEW

           MOVE    ZERO        TO      K
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-MP-CNT OR K > 0
               IF      WK-MP-OLD (M) =     WK-MAP-OLD  AND
                       WK-MP-DEL (M) =     "N"
                       MOVE    M           TO      K
               END-IF
           END-PERFORM

           EVALUATE TXN1-TYPE
               WHEN "A"
               WHEN "C"
                   IF      WK-MAP-NEW  =       SPACE   OR
                           WK-MAP-NEW  =       WK-MAP-OLD
                           ADD     1           TO      WK-ERR-CNT
                           MOVE    "新コード誤り" TO  WK-SUB-MSG
                           GO  TO  S710-80
                   END-IF
                   IF      K           =       ZERO
                       IF      WK-MP-CNT   >=      3000
                           ADD     1           TO      WK-ERR-CNT
                           MOVE    "3000件ｵｰﾊﾞｰ"
                                               TO      WK-SUB-MSG
                           GO  TO  S710-80
                       END-IF
                       ADD     1           TO      WK-MP-CNT
                       MOVE    WK-MP-CNT   TO      K
                       MOVE    WK-MAP-OLD  TO      WK-MP-OLD (K)
                       MOVE    "N"         TO      WK-MP-DEL (K)
                   END-IF
                   MOVE    WK-MAP-NEW  TO      WK-MP-NEW (K)
                   MOVE    WK-TODAY-YMD TO     WK-MP-YMD (K)
                   ADD     1           TO      WK-ADD-CNT
                   MOVE    "取込"      TO      WK-SUB-MSG
               WHEN "D"
                   IF      K           >       ZERO
                           MOVE    "Y"         TO      WK-MP-DEL (K)
                           ADD     1           TO      WK-DEL-CNT
                           MOVE    "削除"      TO      WK-SUB-MSG
                   ELSE
                           MOVE    "削除(対応なし)" TO WK-SUB-MSG
                   END-IF
               WHEN OTHER
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    "種別誤り"  TO      WK-SUB-MSG
           END-EVALUATE
           .
       S710-80.

           MOVE    SPACE       TO      POT1-REC
           STRING  "  "                DELIMITED BY SIZE
                   TXN1-TYPE           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-MAP-OLD          DELIMITED BY SIZE
                   " → "              DELIMITED BY SIZE
                   WK-MAP-NEW          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-SUB-MSG          DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S710-EX.
           EXIT.

      *    *** 対応 I の新コードを連鎖の最後まで辿る(最大20段)
       S720-10.

           MOVE    WK-MP-NEW (I) TO    WK-MAP-NEW
           MOVE    ZERO        TO      T
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 20 OR T = 1
               MOVE    1           TO      T
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-MP-CNT
                   IF      WK-MP-OLD (M) =     WK-MAP-NEW  AND
                           WK-MP-DEL (M) =     "N"
                           MOVE    WK-MP-NEW (M) TO    WK-MAP-NEW
                           MOVE    ZERO        TO      T
                   END-IF
               END-PERFORM
               IF      WK-MAP-NEW  =       WK-MP-OLD (I)
                       MOVE    1           TO      T
                       MOVE    21          TO      L
               END-IF
           END-PERFORM
           IF      WK-MAP-NEW  =       WK-MP-OLD (I)   OR
                   T           =       ZERO
                   MOVE    "Y"         TO      WK-CYCLE
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  循環 "   DELIMITED BY SIZE
                           WK-MP-OLD (I) DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   GO  TO  S720-EX
           END-IF
           IF      WK-MAP-NEW  NOT =   WK-MP-NEW (I)
                   MOVE    WK-MAP-NEW  TO      WK-MP-NEW (I)
                   ADD     1           TO      WK-CHAIN-CNT
           END-IF
           .
       S720-EX.
           EXIT.

      *    *** 合計、CLOSE
       S900-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           IF      WK-MODE     =       "MAP"
               STRING  "** 取込件数="      DELIMITED BY SIZE
                       WK-TXN-CNT          DELIMITED BY SIZE
                       " 追加/変更="       DELIMITED BY SIZE
                       WK-ADD-CNT          DELIMITED BY SIZE
                       " 削除="            DELIMITED BY SIZE
                       WK-DEL-CNT          DELIMITED BY SIZE
                       " 連鎖の寄せ="      DELIMITED BY SIZE
                       WK-CHAIN-CNT        DELIMITED BY SIZE
                       " ｴﾗｰ="             DELIMITED BY SIZE
                       WK-ERR-CNT          DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               DISPLAY WK-PGM-NAME " MAP 取込=" WK-TXN-CNT
                       " ｴﾗｰ=" WK-ERR-CNT " -> " WK-NMP1-F-NAME
           ELSE
               MOVE    WK-PR-CNT   TO      WK-PR-CNT-D
               STRING  "** 得意先="        DELIMITED BY SIZE
                       WK-PN3-CNT          DELIMITED BY SIZE
                       " 寄せ済み="        DELIMITED BY SIZE
                       WK-SKIP-CNT         DELIMITED BY SIZE
                       " 組="              DELIMITED BY SIZE
                       WK-PAIR-TOTAL       DELIMITED BY SIZE
                       " 候補="            DELIMITED BY SIZE
                       WK-PR-CNT-D         DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               MOVE    SPACE       TO      POT1-REC
               STRING  "** グループ="      DELIMITED BY SIZE
                       WK-GRP-CNT          DELIMITED BY SIZE
                       " 提案="            DELIMITED BY SIZE
                       WK-PROP-CNT         DELIMITED BY SIZE
                       " 申請="            DELIMITED BY SIZE
                       WK-SUB-CNT          DELIMITED BY SIZE
                       " 承認待ち="        DELIMITED BY SIZE
                       WK-PND-CNT          DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
               DISPLAY WK-PGM-NAME " SCAN 得意先=" WK-PN3-CNT
                       " 候補=" WK-PR-CNT " 提案=" WK-PROP-CNT
           END-IF
           CLOSE   POT1-F

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
