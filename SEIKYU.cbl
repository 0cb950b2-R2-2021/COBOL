      *    *** 請求締め(得意先の締日毎の請求書発行)
      *    *** 締日(CUTDAY=)が同じ得意先について、前回の締め以降の
      *    *** 売上を計上仕訳ジャーナル(GLPOSTのF-OT)から集め、
      *    *** 得意先1件毎に請求書を作る。
      *    ***   ・前回請求額  = 請求履歴(F-HIS)の前回の今回請求額
      *    ***   ・繰越額      = 売掛未決済明細(AGERPTのF-IN)の
      *    ***                   その得意先の現在の残高
      *    ***   ・入金額      = 前回請求額 − 繰越額
      *    ***   ・今回売上    = 前回締日の翌日～今回締日の売上
      *    ***                   (締め後に計上された締日以前の売上も
      *    ***                   今回に含める)
      *    ***   ・消費税      = 請求書1通の税率毎の対象額の合計に
      *    ***                   税率を掛け、円未満切捨て(税率毎に
      *    ***                   1回だけ端数処理する)
      *    ***   ・今回請求額  = 繰越額 + 今回売上 + 消費税
      *    ***   請求書には適格請求書の記載事項として、発行者名と
      *    ***   登録番号(TNO=)、取引日、税率毎に区分した対象額と
      *    ***   消費税額を載せ、軽減税率の明細には※を付ける。
      *    ***   請求書番号は 締日(8)+得意先コード(8)、
      *    ***   (NUMSER=の指定がある時は採番管理の番号系列から
      *    ***   NUMSVCで払い出した番号)、支払期日は
      *    ***   得意先の支払条件コードと締日からTERMCALCで求める
      *    ***   (支払条件が引けない得意先は請求書を作らず RC=4)。
      *    ***   今回売上+消費税を、請求書番号(REF=)と支払期日
      *    ***   (DUE=)を付けた新しい売掛未決済明細として
      *    ***   AGERPTのF-INへ追加する(AGERPT/CASHAPP/DUNNINGが
      *    ***   そのまま扱う)。繰越額は既存の明細に残っている為、
      *    ***   新しい明細には含めない。
      *    ***   ・請求履歴に同じ締日の行がある得意先は発行済みと
      *    ***     して作らない(再実行でも二重に請求しない)
      *    ***   ・売上も繰越も無い得意先は請求書を作らない
      *    ***   ・見越し(REV=A)と振戻し(REV=R)の仕訳は売上に
      *    ***     含めない
      *    ***   売上は締め処理の前に計上(GLPOST)しておくこと。
      *    ***   請求一覧(F-LS)に得意先毎の金額と結果を出す。
      *    ***   請求先マスター/支払条件の誤り、登録番号の指定が
      *    ***   無い時、採番できなかった時(請求書を作らない)は RC=4
      *    ***
      *    *** 請求先マスター(F-MST、固定桁テキスト、"*"行は注釈):
      *    ***   1-8 得意先コード(ジャーナルのCUST、AGERPTのKEY1)
      *    ***   10-11 締日(01-31、99=月末)
      *    ***   13-16 支払条件コード(TERMCALCの支払条件マスター)
      *    ***   20-79 請求先名  80-139 請求先住所
      *    *** 請求履歴(F-HIS、1請求書1行を追加していく):
      *    ***   1-8 得意先コード  10-17 締日  19-26 発行日
      *    ***   28-43 請求書番号  45-56 今回請求額(符号付き)
      *    ***   58-69 今回売上+消費税(符号付き)  71-78 支払期日
      *    ***
      *    *** PRM1(SEIKYU.PRM1、引数1で別名指定可)の行:
      *    ***   APRM=AGERPTのPRM1(既定AGERPT.PRM1)
      *    ***   F-JRN=計上仕訳(複数行可 最大100)。指定が無ければ
      *    ***         売上の起点(最も古い前回締日)の月から今回締日の
      *    ***         月までの各期の計上仕訳一式(JRNLNM、
      *    ***         GLPOST.POT1.0001.FYFP 等)。無いファイルは飛ばす
      *    ***   F-MST=請求先マスター(既定SEIKYU.MST)
      *    ***   F-HIS=請求履歴(既定SEIKYU.HIS)
      *    ***   F-INV=請求書(既定SEIKYU.INV)
      *    ***   F-LS=請求一覧(既定SEIKYU.POT1)
      *    ***   F-TERM=支払条件マスター(既定TERMMST.DAT)
      *    ***   CUTDAY=締日(15/20/99等、必須)
      *    ***   YM=締めの年月YYYYMM(既定 当月)
      *    ***   TAX=取引区分,税率[,K|R|KR] 売上とする取引区分と
      *    ***       税率(%)。K=軽減税率 R=返品/値引(売上から引く)
      *    ***       (繰返し指定、20件まで)
      *    ***   TNO=適格請求書発行事業者の登録番号(T+13桁)
      *    ***   CORP=発行者名(=の後ろ全体)
      *    ***   REF=NN   請求書番号のDT項目番号(AGERPTのPRM1でも可)
      *    ***   NAME=NN  得意先名のDT項目番号(任意)
      *    ***   UPDATE=Y|N  履歴と未決済明細を更新するか
      *    ***               (既定Y。Nは試し刷り)
      *    ***   NUMSER=請求書番号の番号系列(NUMCTLで登録、任意)
      *    ***          番号は16桁以内になる様に系列を定義すること。
      *    ***          UPDATE=Nの時は採番せず締日+得意先コード
      *    ***   CO=会社コード(既定0001)。売上は仕訳の会社コードが
      *    ***      同じ行(空白の行を含む)だけを集める

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SEIKYU.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 売掛未決済明細(AGERPTのPIN1、読込みと追加)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上仕訳ジャーナル(GLPOSTのPOT1)
           SELECT JRN1-F           ASSIGN   WK-JRN1-F-NAME
                               STATUS   WK-JRN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 請求先マスター
           SELECT MST1-F           ASSIGN   WK-MST1-F-NAME
                               STATUS   WK-MST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 請求履歴
           SELECT HIS1-F           ASSIGN   WK-HIS1-F-NAME
                               STATUS   WK-HIS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 請求書
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 請求一覧
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.
       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(128).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(32760).

       FD  JRN1-F
           LABEL RECORDS ARE STANDARD.
       01  JRN1-REC.
           03  FILLER          PIC  X(120).

       FD  MST1-F
           LABEL RECORDS ARE STANDARD.
       01  MST1-REC.
           03  MST1-KEY        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  MST1-CUTDAY     PIC  X(002).
           03  FILLER          PIC  X(001).
           03  MST1-TERM       PIC  X(004).
           03  FILLER          PIC  X(003).
           03  MST1-NAME       PIC  X(060).
           03  MST1-ADDR       PIC  X(060).

       FD  HIS1-F
           LABEL RECORDS ARE STANDARD.
       01  HIS1-REC.
           03  HIS1-KEY        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIS1-CUT-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIS1-RUN-YMD    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIS1-INV-NO     PIC  X(016).
           03  FILLER          PIC  X(001).
           03  HIS1-BILL       PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  HIS1-CHARGE     PIC S9(011) SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  HIS1-DUE-YMD    PIC  X(008).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(100).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SEIKYU  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "SEIKYU.PRM1".
           03  WK-APRM-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-JRN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-MST1-F-NAME  PIC  X(032) VALUE "SEIKYU.MST".
           03  WK-HIS1-F-NAME  PIC  X(032) VALUE "SEIKYU.HIS".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "SEIKYU.INV".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "SEIKYU.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-JRN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-JRN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-MST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIS1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** PRM1の読込み元 A=AGERPTのPRM1 R=自分のPRM1
           03  WK-PRM-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-UPDATE       PIC  X(001) VALUE "Y".

      *    *** 締日、締めの年月、発行者
           03  WK-CUTDAY       PIC  9(002) VALUE ZERO.
           03  WK-YM.
             05  WK-YM-YYYY    PIC  9(004) VALUE ZERO.
             05  WK-YM-MM      PIC  9(002) VALUE ZERO.
           03  WK-YM-9         REDEFINES WK-YM
                               PIC  9(006).
           03  WK-TNO          PIC  X(014) VALUE SPACE.
           03  WK-CORP         PIC  X(060) VALUE SPACE.

      *    *** 今回締日、前月の締日(履歴の無い得意先の起点)、発行日
           03  WK-CUT-YMD      PIC  9(008) VALUE ZERO.
           03  WK-PCUT-YMD     PIC  9(008) VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-TERM-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** 請求書番号の番号系列(空白=締日+得意先コード)
           03  WK-NUM-SER      PIC  X(008) VALUE SPACE.
           03  WK-CO           PIC  X(004) VALUE "0001".

      *    *** F-JRN(最大100ファイル)
           03  WK-FIN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIN-TBL      OCCURS 100.
             05  WK-FIN-NAME   PIC  X(032) VALUE SPACE.
      *    *** 既定のF-JRN: 売上の起点の月から締日の月まで
           03  WK-DF-YMD       PIC  9(008) VALUE ZERO.
           03  WK-DF-YM.
             05  WK-DF-YYYY    PIC  9(004) VALUE ZERO.
             05  WK-DF-MM      PIC  9(002) VALUE ZERO.
           03  WK-DF-YM-9      REDEFINES WK-DF-YM
                               PIC  9(006).

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=/DUE=/AMT=)
           03  WK-KEY-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-IX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-P       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-L       BINARY-LONG SYNC VALUE ZERO.
      *    *** 追加する未決済明細の長さ(項目の最後の桁)
           03  WK-REC-L        BINARY-LONG SYNC VALUE ZERO.

           03  WK-KEY1         PIC  X(010) VALUE SPACE.
           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).
           03  WK-AMT          PIC S9(011) VALUE ZERO.
           03  WK-INV-NO       PIC  X(016) VALUE SPACE.
      *    *** Y=請求書に軽減税率の取引あり
           03  WK-KEIGEN-USED  PIC  X(001) VALUE SPACE.

      *    *** 件数
           03  WK-MST-CNT      PIC  9(006) VALUE ZERO.
           03  WK-MST-ERR      PIC  9(006) VALUE ZERO.
           03  WK-PIN1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-JRN1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-SALE-CNT     PIC  9(006) VALUE ZERO.
           03  WK-INV-CNT      PIC  9(006) VALUE ZERO.
           03  WK-DONE-CNT     PIC  9(006) VALUE ZERO.
           03  WK-NONE-CNT     PIC  9(006) VALUE ZERO.
           03  WK-TERM-ERR     PIC  9(006) VALUE ZERO.
           03  WK-NUM-ERR      PIC  9(006) VALUE ZERO.
           03  WK-AR-CNT       PIC  9(006) VALUE ZERO.
           03  WK-INV-TOTAL    PIC S9(013) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(010) VALUE SPACE.
           03  WK-PRM09        PIC  X(010) VALUE SPACE.
           03  WK-PRM10        PIC  X(010) VALUE SPACE.

      *    *** 請求書の金額欄の行
           03  WK-IV-SUM.
             05  FILLER        PIC  X(006) VALUE SPACE.
             05  WK-IV-LABEL   PIC  X(030) VALUE SPACE.
             05  WK-IV-AMT     PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** 請求書の明細行
           03  WK-IV-LINE.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-IV-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(003) VALUE SPACE.
             05  WK-IV-TYPE    PIC  X(002) VALUE SPACE.
             05  FILLER        PIC  X(005) VALUE SPACE.
             05  WK-IV-RATE    PIC  Z9 VALUE ZERO.
             05  WK-IV-PCT     PIC  X(001) VALUE "%".
             05  WK-IV-MARK    PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-IV-DAMT    PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-IV-MEMO    PIC  X(020) VALUE SPACE.

      *    *** 請求書の税率別内訳行
           03  WK-IV-TAX.
             05  FILLER        PIC  X(006) VALUE SPACE.
             05  WK-IV-TRATE   PIC  Z9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE "%".
             05  WK-IV-TMARK   PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(002) VALUE SPACE.
             05  WK-IV-TBASE   PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(003) VALUE SPACE.
             05  WK-IV-TTAX    PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.

      *    *** 請求一覧の行
           03  WK-LS-LINE.
             05  WK-LS-KEY     PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-PREV    PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-RCV     PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-CARRY   PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-SALES   PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-TAX     PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  WK-LS-BILL    PIC  -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DUE     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-INV     PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-STAT    PIC  X(010) VALUE SPACE.

           03  WK-ED-CNT       PIC  ZZZ,ZZ9 VALUE ZERO.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPJRNL      REPLACING ==:##:== BY ==WJR==.

           COPY    CPTERMCALC  REPLACING ==:##:== BY ==WTC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==WJN==.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 売上とする取引区分(TAX=)と税率の表(税率は5種類まで)
       01  TAX-TBL-AREA.
           03  WK-TX-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TX-TBL       OCCURS 20.
             05  WK-TX-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-TX-RIX     BINARY-LONG SYNC VALUE ZERO.
      *    *** R=返品/値引(売上から引く)
             05  WK-TX-RET     PIC  X(001) VALUE SPACE.
           03  WK-RT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RT-TBL       OCCURS 5.
             05  WK-RT-RATE    PIC  9(002) VALUE ZERO.
      *    *** K=軽減税率
             05  WK-RT-KEIGEN  PIC  X(001) VALUE SPACE.

      *    *** 請求先(最大2000、マスター順)
       01  CUS-TBL-AREA.
           03  WK-CUS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUS-TBL      OCCURS 2000.
             05  WK-CU-KEY     PIC  X(008) VALUE SPACE.
             05  WK-CU-NAME    PIC  X(060) VALUE SPACE.
             05  WK-CU-ADDR    PIC  X(060) VALUE SPACE.
             05  WK-CU-TERM    PIC  X(004) VALUE SPACE.
      *    *** 前回の締日/発行日/今回請求額(履歴から)
             05  WK-CU-LAST-CUT PIC 9(008) VALUE ZERO.
             05  WK-CU-LAST-RUN PIC 9(008) VALUE ZERO.
             05  WK-CU-PREV    PIC S9(011) VALUE ZERO.
      *    *** Y=今回の締日で発行済み
             05  WK-CU-DONE    PIC  X(001) VALUE SPACE.
      *    *** 売上の起点(この日の翌日から)
             05  WK-CU-FROM    PIC  9(008) VALUE ZERO.
             05  WK-CU-CARRY   PIC S9(011) VALUE ZERO.
             05  WK-CU-RT-AMT  PIC S9(011) VALUE ZERO OCCURS 5.
             05  WK-CU-SALES   PIC S9(011) VALUE ZERO.
             05  WK-CU-TAX     PIC S9(011) VALUE ZERO.
             05  WK-CU-BILL    PIC S9(011) VALUE ZERO.
             05  WK-CU-DUE     PIC  9(008) VALUE ZERO.
             05  WK-CU-INV-NO  PIC  X(016) VALUE SPACE.
      *    *** I=請求書発行 D=発行済み N=売上も繰越も無し
      *    *** E=支払条件の誤り X=採番の誤り
             05  WK-CU-STAT    PIC  X(001) VALUE SPACE.

      *    *** 今回の売上明細(最大20000件、ジャーナル順)
       01  SAL-TBL-AREA.
           03  WK-SAL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SAL-TBL      OCCURS 20000.
             05  WK-SL-CIX     BINARY-LONG SYNC VALUE ZERO.
             05  WK-SL-RIX     BINARY-LONG SYNC VALUE ZERO.
             05  WK-SL-YMD     PIC  9(008) VALUE ZERO.
             05  WK-SL-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-SL-AMT     PIC S9(011) VALUE ZERO.
             05  WK-SL-MEMO    PIC  X(020) VALUE SPACE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 請求先マスター、請求履歴、未決済残高、売上の読込み
           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX
           PERFORM S400-10     THRU    S400-EX

      *    *** 得意先毎の請求額計算と請求書
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CUS-CNT
               PERFORM S500-10     THRU    S500-EX
           END-PERFORM

      *    *** 請求履歴と未決済明細の追加
           PERFORM S600-10     THRU    S600-EX

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
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           MOVE    WK-TODAY-YMD (1:6) TO WK-YM

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** 自分のPRM1、続いてAGERPTのPRM1(APRM=で指定可)
           MOVE    "R"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX
           MOVE    WK-APRM-F-NAME TO   WK-PRM1-F-NAME
           MOVE    "A"         TO      WK-PRM-SRC
           PERFORM S020-10     THRU    S020-EX
           .
       S010-EX.
           EXIT.

      *    *** PRM1ファイル1本の読込み
       S020-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PRM1-EOF
           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S030-10     THRU    S030-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S020-EX.
           EXIT.

      *    *** PRM1の1行解析
      *    *** AGERPTのPRM1からは F-IN/DT=/KEY=1/DUE=/AMT=/REF= を取る
       S030-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S030-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
                                       WK-PRM07 WK-PRM08 WK-PRM09
                                       WK-PRM10
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08
                    WK-PRM09
                    WK-PRM10
           END-UNSTRING

           IF      WK-PRM-SRC  =       "A"
               EVALUATE WK-PRM01
                   WHEN "F-IN"
                       MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
                   WHEN "DT"
                       PERFORM S032-10     THRU    S032-EX
                   WHEN "KEY"
                       IF      WK-PRM02 (1:2) =    "1 "    AND
                               WK-PRM03    =       "POS"   AND
                               WK-PRM05    =       "LEN"
                           MOVE    FUNCTION NUMVAL(WK-PRM04) TO
                                   WK-KEY-P
                           MOVE    FUNCTION NUMVAL(WK-PRM06) TO
                                   WK-KEY-L
                       END-IF
                   WHEN "DUE"
                       MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-DUE-IX
                   WHEN "AMT"
                       MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-AMT-IX
                   WHEN "REF"
                       IF      WK-REF-IX   =       ZERO
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-REF-IX
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO  TO  S030-EX
           END-IF

           EVALUATE WK-PRM01
               WHEN "APRM"
                   MOVE    WK-PRM02    TO      WK-APRM-F-NAME
               WHEN "F-JRN"
                   IF      WK-FIN-CNT  >=      100
                       DISPLAY WK-PGM-NAME
                               " F-JRNは100ファイルまで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   ADD     1           TO      WK-FIN-CNT
                   MOVE    WK-PRM02    TO      WK-FIN-NAME (WK-FIN-CNT)
               WHEN "F-MST"
                   MOVE    WK-PRM02    TO      WK-MST1-F-NAME
               WHEN "F-HIS"
                   MOVE    WK-PRM02    TO      WK-HIS1-F-NAME
               WHEN "F-INV"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-TERM"
                   MOVE    WK-PRM02    TO      WK-TERM-F-NAME
               WHEN "CUTDAY"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-CUTDAY
                   END-IF
               WHEN "YM"
                   IF      WK-PRM02 (1:6) IS NUMERIC
                       MOVE    WK-PRM02 (1:6) TO   WK-YM
                   ELSE
                       DISPLAY WK-PGM-NAME " PRM1-F YM= PARA ERROR "
                               PRM1-REC
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
               WHEN "TAX"
                   PERFORM S034-10     THRU    S034-EX
               WHEN "TNO"
                   MOVE    WK-PRM02    TO      WK-TNO
               WHEN "CORP"
                   MOVE    PRM1-REC (6:) TO    WK-CORP
               WHEN "REF"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-REF-IX
                   END-IF
               WHEN "NAME"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-NAME-IX
                   END-IF
               WHEN "UPDATE"
                   MOVE    WK-PRM02 (1:1) TO   WK-UPDATE
               WHEN "NUMSER"
                   MOVE    WK-PRM02    TO      WK-NUM-SER
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S030-EX.
           EXIT.

      *    *** DT=NN,POS=,LEN=,TYPE=,SUM= (AGERPTの並び)
       S032-10.

           IF      WK-PRM02 (1:1) IS NOT NUMERIC   OR
                   WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM02) TO I4
           IF      I4          <       1       OR
                   I4          >       20
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM04) TO TBL01-DT-P (I4)
           MOVE    FUNCTION NUMVAL(WK-PRM06) TO TBL01-DT-L (I4)
           IF      WK-PRM07    =       "TYPE"
                   MOVE    WK-PRM08    TO      TBL01-DT-TYPE (I4)
           END-IF
           IF      WK-PRM09    =       "SUM"
                   MOVE    WK-PRM10 (1:1) TO   TBL01-DT-SUM (I4)
           END-IF
           .
       S032-EX.
           EXIT.

      *    *** TAX=取引区分,税率[,K|R|KR]
       S034-10.

           IF      WK-PRM02    =       SPACE   OR
                   WK-PRM03 (1:1) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " PRM1-F TAX= PARA ERROR "
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-TX-CNT   >=      20
                   DISPLAY WK-PGM-NAME " PRM1-F TAX= は20件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-TX-CNT
           MOVE    WK-PRM02 (1:2) TO   WK-TX-TYPE (WK-TX-CNT)
           MOVE    SPACE       TO      WK-TX-RET (WK-TX-CNT)
           IF      WK-PRM04 (1:1) = "R" OR WK-PRM04 (2:1) = "R"
                   MOVE    "R"         TO      WK-TX-RET (WK-TX-CNT)
           END-IF

      *    *** 税率(と軽減の別)の表を引く。無ければ追加
           MOVE    FUNCTION NUMVAL(WK-PRM03) TO N
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-RT-CNT
                      OR WK-RT-RATE (K) = N
               CONTINUE
           END-PERFORM
           IF      K           >       WK-RT-CNT
               IF      WK-RT-CNT   >=      5
                   DISPLAY WK-PGM-NAME
                           " PRM1-F TAX= 税率は5種類まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
               END-IF
               ADD     1           TO      WK-RT-CNT
               MOVE    WK-RT-CNT   TO      K
               MOVE    N           TO      WK-RT-RATE (K)
           END-IF
           IF      WK-PRM04 (1:1) = "K"
                   MOVE    "K"         TO      WK-RT-KEIGEN (K)
           END-IF
           MOVE    K           TO      WK-TX-RIX (WK-TX-CNT)
           .
       S034-EX.
           EXIT.

      *    *** 妥当性、位置の確定、締日と起点、オープン
       S040-10.

           IF      WK-KEY-L    =       ZERO    OR
                   WK-KEY-L    >       10
                   DISPLAY WK-PGM-NAME " KEY=1 指定がない ("
                           WK-APRM-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-DUE-IX   <       1       OR
                   WK-DUE-IX   >       20
                   DISPLAY WK-PGM-NAME " DUE=NN 指定がない ("
                           WK-APRM-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** AMT=未指定はAGERPTと同じく最初のSUM=Y数値項目
           IF      WK-AMT-IX   =       ZERO
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 20 OR WK-AMT-IX > ZERO
                       IF      TBL01-DT-TYPE (I) (1:1) = "Z" AND
                               TBL01-DT-SUM (I) =  "Y"
                               MOVE    I           TO      WK-AMT-IX
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-AMT-IX   <       1       OR
                   WK-AMT-IX   >       20
                   DISPLAY WK-PGM-NAME " AMT=NN 指定がない ("
                           WK-APRM-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-CUTDAY   <       1       OR
                  (WK-CUTDAY   >       31      AND
                   WK-CUTDAY   NOT =   99)
                   DISPLAY WK-PGM-NAME " CUTDAY= 指定がない"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-TX-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " TAX= 指定がない"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-TNO      =       SPACE
                   DISPLAY WK-PGM-NAME
                           " TNO= 登録番号の指定がない"
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           MOVE    TBL01-DT-P (WK-DUE-IX) TO WK-DUE-P
           MOVE    TBL01-DT-P (WK-AMT-IX) TO WK-AMT-P
           MOVE    TBL01-DT-L (WK-AMT-IX) TO WK-AMT-L
           IF      WK-AMT-L    <       1       OR
                   WK-AMT-L    >       11
                   DISPLAY WK-PGM-NAME " AMT=NN の LEN は11まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-REF-IX   >=      1       AND
                   WK-REF-IX   <=      20
                   MOVE    TBL01-DT-P (WK-REF-IX) TO WK-REF-P
                   MOVE    TBL01-DT-L (WK-REF-IX) TO WK-REF-L
                   IF      WK-REF-L    >       20
                           MOVE    20          TO      WK-REF-L
                   END-IF
                   IF      WK-REF-L    <       16
                           DISPLAY WK-PGM-NAME
                                   " REF=NN の LEN が16未満"
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
           END-IF
           IF      WK-NAME-IX  >=      1       AND
                   WK-NAME-IX  <=      20
                   MOVE    TBL01-DT-P (WK-NAME-IX) TO WK-NAME-P
                   MOVE    TBL01-DT-L (WK-NAME-IX) TO WK-NAME-L
                   IF      WK-NAME-L   >       60
                           MOVE    60          TO      WK-NAME-L
                   END-IF
           END-IF

      *    *** 追加する未決済明細の長さ=定義された項目の最後の桁
           COMPUTE WK-REC-L = WK-KEY-P + WK-KEY-L - 1
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 20
               IF      TBL01-DT-P (I) + TBL01-DT-L (I) - 1 >
                       WK-REC-L
                       COMPUTE WK-REC-L =
                               TBL01-DT-P (I) + TBL01-DT-L (I) - 1
               END-IF
           END-PERFORM

      *    *** 今回の締日と前月の締日(調整なし)
           MOVE    "S"         TO      WDW-DATE2-ID
           MOVE    WK-YM-YYYY  TO      WDW-DATE2-YYYY
           MOVE    WK-YM-MM    TO      WDW-DATE2-MM
           MOVE    "M"         TO      WDW-SCH-RULE
           MOVE    WK-CUTDAY   TO      WDW-SCH-DAY
           MOVE    SPACE       TO      WDW-SCH-ADJ
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-CUT-YMD

           MOVE    "S"         TO      WDW-DATE2-ID
           IF      WK-YM-MM    =       1
                   COMPUTE WDW-DATE2-YYYY = WK-YM-YYYY - 1
                   MOVE    12          TO      WDW-DATE2-MM
           ELSE
                   MOVE    WK-YM-YYYY  TO      WDW-DATE2-YYYY
                   COMPUTE WDW-DATE2-MM = WK-YM-MM - 1
           END-IF
           MOVE    "M"         TO      WDW-SCH-RULE
           MOVE    WK-CUTDAY   TO      WDW-SCH-DAY
           MOVE    SPACE       TO      WDW-SCH-ADJ
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-PCUT-YMD

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT2-F
           IF      WK-POT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT2-F OPEN ERROR STATUS="
                           WK-POT2-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      POT2-REC
           STRING  "請求一覧 締日="    DELIMITED BY SIZE
                   WK-CUT-YMD          DELIMITED BY SIZE
                   " 発行日="          DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           STRING  "CUST               PREV      RECEIVED"
                                       DELIMITED BY SIZE
                   "         CARRY         SALES"
                                       DELIMITED BY SIZE
                   "           TAX          BILL"
                                       DELIMITED BY SIZE
                   " DUE      INVOICE-NO       STATUS"
                                       DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           .
       S040-EX.
           EXIT.

      *    *** 請求先マスター(今回の締日の得意先のみ)
       S100-10.

           OPEN    INPUT       MST1-F
           IF      WK-MST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MST1-F OPEN ERROR STATUS="
                           WK-MST1-STATUS " (" WK-MST1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-MST1-EOF = HIGH-VALUE
               READ    MST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MST1-EOF
                   NOT AT  END
                       IF      MST1-KEY    NOT =   SPACE   AND
                               MST1-REC (1:1) NOT = "*"
                           ADD     1           TO      WK-MST-CNT
                           PERFORM S110-10     THRU    S110-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MST1-F
           .
       S100-EX.
           EXIT.

      *    *** 請求先マスター1件
       S110-10.

           IF      MST1-CUTDAY IS NOT NUMERIC      OR
                   MST1-TERM   =       SPACE
                   DISPLAY WK-PGM-NAME " MST1-F ERROR " MST1-REC (1:20)
                   ADD     1           TO      WK-MST-ERR
                   MOVE    SPACE       TO      POT2-REC
                   STRING  MST1-KEY            DELIMITED BY SIZE
                           " 請求先マスターの誤り"
                                               DELIMITED BY SIZE
                           INTO    POT2-REC
                   END-STRING
                   WRITE   POT2-REC
                   GO  TO  S110-EX
           END-IF
           IF      MST1-CUTDAY NOT =   WK-CUTDAY
                   GO  TO  S110-EX
           END-IF

           IF      WK-CUS-CNT  >=      2000
                   DISPLAY WK-PGM-NAME " 請求先は2000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-CUS-CNT
           MOVE    WK-CUS-CNT  TO      J
           MOVE    MST1-KEY    TO      WK-CU-KEY (J)
           MOVE    MST1-NAME   TO      WK-CU-NAME (J)
           MOVE    MST1-ADDR   TO      WK-CU-ADDR (J)
           MOVE    MST1-TERM   TO      WK-CU-TERM (J)
           .
       S110-EX.
           EXIT.

      *    *** 請求履歴(前回の締日と今回請求額、発行済みの判定)
       S200-10.

           OPEN    INPUT       HIS1-F
           IF      WK-HIS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 請求履歴なし(初回) "
                           WK-HIS1-F-NAME
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-HIS1-EOF = HIGH-VALUE
               READ    HIS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HIS1-EOF
                   NOT AT  END
                       IF      HIS1-KEY    NOT =   SPACE   AND
                               HIS1-REC (1:1) NOT = "*"
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HIS1-F
           .
       S200-EX.
           EXIT.

      *    *** 請求履歴1件
       S210-10.

           IF      HIS1-CUT-YMD IS NOT NUMERIC     OR
                   HIS1-RUN-YMD IS NOT NUMERIC     OR
                   HIS1-BILL   IS NOT NUMERIC
                   GO  TO  S210-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-CUS-CNT
                      OR WK-CU-KEY (J) = HIS1-KEY
               CONTINUE
           END-PERFORM
           IF      J           >       WK-CUS-CNT
                   GO  TO  S210-EX
           END-IF

           EVALUATE TRUE
               WHEN HIS1-CUT-YMD = WK-CUT-YMD
                   MOVE    "Y"         TO      WK-CU-DONE (J)
               WHEN HIS1-CUT-YMD < WK-CUT-YMD AND
                    HIS1-CUT-YMD NOT < WK-CU-LAST-CUT (J)
                   MOVE    HIS1-CUT-YMD TO     WK-CU-LAST-CUT (J)
                   MOVE    HIS1-RUN-YMD TO     WK-CU-LAST-RUN (J)
                   MOVE    HIS1-BILL   TO      WK-CU-PREV (J)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S210-EX.
           EXIT.

      *    *** 売掛未決済明細から得意先毎の残高(繰越額)
       S300-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 未決済明細なし "
                           WK-PIN1-F-NAME
                   GO  TO  S300-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S310-10     THRU    S310-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S300-EX.
           EXIT.

      *    *** 未決済明細1件
       S310-10.

           MOVE    SPACE       TO      WK-KEY1
           MOVE    PIN1-REC (WK-KEY-P:WK-KEY-L) TO WK-KEY1
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-CUS-CNT
                      OR WK-CU-KEY (J) = WK-KEY1
               CONTINUE
           END-PERFORM
           IF      J           >       WK-CUS-CNT
                   GO  TO  S310-EX
           END-IF

           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           IF      WK-ZSU      IS NUMERIC
                   ADD     WK-ZSU      TO      WK-CU-CARRY (J)
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** 計上仕訳から今回の売上を集める
       S400-10.

      *    *** 売上の起点 = 前回の締日(履歴の無い得意先は前月の締日)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-CUS-CNT
               IF      WK-CU-LAST-CUT (J) >  ZERO
                   MOVE    WK-CU-LAST-CUT (J) TO WK-CU-FROM (J)
               ELSE
                   MOVE    WK-PCUT-YMD TO      WK-CU-FROM (J)
               END-IF
           END-PERFORM

           IF      WK-FIN-CNT  =       ZERO
                   PERFORM S420-10     THRU    S420-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-FIN-CNT
               MOVE    WK-FIN-NAME (I) TO  WK-JRN1-F-NAME
               OPEN    INPUT       JRN1-F
               IF      WK-JRN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " JRN1-F OPEN ERROR STATUS="
                           WK-JRN1-STATUS " (" WK-JRN1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
               END-IF
               DISPLAY WK-PGM-NAME " F-JRN " WK-JRN1-F-NAME
               MOVE    LOW-VALUE   TO      WK-JRN1-EOF
               PERFORM UNTIL WK-JRN1-EOF = HIGH-VALUE
                   READ    JRN1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-JRN1-EOF
                       NOT AT  END
                           ADD     1           TO      WK-JRN1-CNT
                           MOVE    JRN1-REC    TO      WJR-JRNL-REC
                           IF      WJR-CO      =       SPACE   OR
                                   WJR-CO      =       WK-CO
                               PERFORM S410-10     THRU    S410-EX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   JRN1-F
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 計上仕訳1行(売上の取引区分の貸方行)
       S410-10.

           IF      WJR-DC      NOT =   "C"     OR
                   WJR-REV     NOT =   SPACE   OR
                   WJR-YMD     >       WK-CUT-YMD
                   GO  TO  S410-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-TX-CNT
                      OR WK-TX-TYPE (K) = WJR-TYPE
               CONTINUE
           END-PERFORM
           IF      K           >       WK-TX-CNT
                   GO  TO  S410-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-CUS-CNT
                      OR WK-CU-KEY (J) = WJR-CUST
               CONTINUE
           END-PERFORM
           IF      J           >       WK-CUS-CNT
                   GO  TO  S410-EX
           END-IF
           IF      WK-CU-DONE (J) =    "Y"
                   GO  TO  S410-EX
           END-IF

      *    *** 起点より後の取引、又は前回の締め後に計上された取引
           IF      WJR-YMD     NOT >   WK-CU-FROM (J)
               IF      WK-CU-LAST-RUN (J) = ZERO  OR
                       WJR-POST-YMD NOT > WK-CU-LAST-RUN (J)
                   GO  TO  S410-EX
               END-IF
           END-IF

           IF      WK-SAL-CNT  >=      20000
                   DISPLAY WK-PGM-NAME " 売上明細は20000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-SAL-CNT
           ADD     1           TO      WK-SALE-CNT
           MOVE    WK-SAL-CNT  TO      N
           MOVE    J           TO      WK-SL-CIX (N)
           MOVE    WK-TX-RIX (K) TO    WK-SL-RIX (N)
           MOVE    WJR-YMD     TO      WK-SL-YMD (N)
           MOVE    WJR-TYPE    TO      WK-SL-TYPE (N)
           MOVE    WJR-MEMO    TO      WK-SL-MEMO (N)
           IF      WK-TX-RET (K) =     "R"
                   COMPUTE WK-SL-AMT (N) = ZERO - WJR-AMT
           ELSE
                   MOVE    WJR-AMT     TO      WK-SL-AMT (N)
           END-IF
           ADD     WK-SL-AMT (N) TO    WK-CU-RT-AMT (J WK-TX-RIX (K))
           .
       S410-EX.
           EXIT.

      *    *** F-JRNの指定が無い時の既定: 売上の起点(未発行の得意先
      *    *** の最も古い起点)の月から今回締日の月までの各期の
      *    *** 計上仕訳一式(無いファイルは飛ばす。1本も無ければ中止)
       S420-10.

           MOVE    WK-PCUT-YMD TO      WK-DF-YMD
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-CUS-CNT
               IF      WK-CU-DONE (J) NOT = "Y"    AND
                       WK-CU-FROM (J) <     WK-DF-YMD
                   MOVE    WK-CU-FROM (J) TO   WK-DF-YMD
               END-IF
           END-PERFORM
           MOVE    WK-DF-YMD (1:6) TO  WK-DF-YM

           PERFORM UNTIL WK-DF-YM-9 > WK-YM-9
               MOVE    WK-CO       TO      WPC-CO
               MOVE    WK-DF-YM-9  TO      WPC-YMD (1:6)
               MOVE    "01"        TO      WPC-YMD (7:2)
               CALL    "PERCHK"    USING   WPC-PERCHK-AREA
               MOVE    "L"         TO      WJN-ID
               MOVE    WK-CO       TO      WJN-CO
               MOVE    WPC-FY      TO      WJN-FY
               MOVE    WPC-FP      TO      WJN-FP
               MOVE    1           TO      WJN-SEQ
               CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               PERFORM UNTIL WJN-RESULT NOT = "Y"
                   PERFORM S425-10     THRU    S425-EX
                   ADD     1           TO      WJN-SEQ
                   CALL    "JRNLNM"    USING   WJN-JRNLNM-AREA
               END-PERFORM
               ADD     1           TO      WK-DF-MM
               IF      WK-DF-MM    >       12
                   MOVE    1           TO      WK-DF-MM
                   ADD     1           TO      WK-DF-YYYY
               END-IF
           END-PERFORM

           IF      WK-FIN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 計上仕訳が無い CO="
                           WK-CO " YM=" WK-YM-9
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S420-EX.
           EXIT.

      *    *** 既定のF-JRNに1ファイル追加(存在するものだけ)
       S425-10.

           MOVE    WJN-F-NAME  TO      WK-JRN1-F-NAME
           OPEN    INPUT       JRN1-F
           IF      WK-JRN1-STATUS NOT =  ZERO
                   GO  TO  S425-EX
           END-IF
           CLOSE   JRN1-F
           IF      WK-FIN-CNT  >=      100
                   DISPLAY WK-PGM-NAME
                           " 既定F-JRNが100超 F-JRNを指定"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-FIN-CNT
           MOVE    WJN-F-NAME  TO      WK-FIN-NAME (WK-FIN-CNT)
           .
       S425-EX.
           EXIT.

      *    *** 得意先1件の請求額と請求書
       S500-10.

           IF      WK-CU-DONE (I) =    "Y"
                   MOVE    "D"         TO      WK-CU-STAT (I)
                   ADD     1           TO      WK-DONE-CNT
                   PERFORM S580-10     THRU    S580-EX
                   GO  TO  S500-EX
           END-IF

      *    *** 税率毎に対象額を合計し、税率毎に1回だけ切捨て
           MOVE    ZERO        TO      WK-CU-SALES (I)
                                       WK-CU-TAX (I)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-RT-CNT
               ADD     WK-CU-RT-AMT (I K) TO WK-CU-SALES (I)
               COMPUTE WK-AMT = WK-CU-RT-AMT (I K) * WK-RT-RATE (K)
                                / 100
               ADD     WK-AMT      TO      WK-CU-TAX (I)
           END-PERFORM
           COMPUTE WK-CU-BILL (I) = WK-CU-CARRY (I)
                   + WK-CU-SALES (I) + WK-CU-TAX (I)

           IF      WK-CU-SALES (I) =   ZERO    AND
                   WK-CU-TAX (I) =     ZERO    AND
                   WK-CU-CARRY (I) =   ZERO    AND
                   WK-CU-PREV (I) =    ZERO
                   MOVE    "N"         TO      WK-CU-STAT (I)
                   ADD     1           TO      WK-NONE-CNT
                   PERFORM S580-10     THRU    S580-EX
                   GO  TO  S500-EX
           END-IF

      *    *** 支払期日 = 支払条件と締日から(TERMCALC)
           MOVE    WK-CU-TERM (I) TO   WTC-TERM
           MOVE    WK-CUT-YMD  TO      WTC-INV-YMD
           MOVE    WK-TERM-F-NAME TO   WTC-F-NAME
           CALL    "TERMCALC"  USING   WTC-TERMCALC-AREA
           IF      WTC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 支払条件 ERROR "
                           WK-CU-KEY (I) " " WK-CU-TERM (I)
                           " " WTC-REASON-CD
                   MOVE    "E"         TO      WK-CU-STAT (I)
                   ADD     1           TO      WK-TERM-ERR
                   PERFORM S580-10     THRU    S580-EX
                   GO  TO  S500-EX
           END-IF
           MOVE    WTC-DUE-YMD TO      WK-CU-DUE (I)

      *    *** 請求書番号
           MOVE    WK-CUT-YMD  TO      WK-CU-INV-NO (I) (1:8)
           MOVE    WK-CU-KEY (I) TO    WK-CU-INV-NO (I) (9:8)
           IF      WK-NUM-SER  NOT =   SPACE   AND
                   WK-UPDATE   =       "Y"
                   PERFORM S520-10     THRU    S520-EX
                   IF      WK-CU-STAT (I) =    "X"
                           PERFORM S580-10     THRU    S580-EX
                           GO  TO  S500-EX
                   END-IF
           END-IF

           MOVE    "I"         TO      WK-CU-STAT (I)
           ADD     1           TO      WK-INV-CNT
           ADD     WK-CU-BILL (I) TO   WK-INV-TOTAL
           PERFORM S510-10     THRU    S510-EX
           PERFORM S580-10     THRU    S580-EX
           .
       S500-EX.
           EXIT.

      *    *** 請求書1通(得意先毎に改頁)
       S510-10.

           IF      WK-INV-CNT  >       1
                   MOVE    SPACE       TO      POT1-REC
                   WRITE   POT1-REC    BEFORE  ADVANCING PAGE
           END-IF
           MOVE    WK-CU-INV-NO (I) TO WK-INV-NO

           MOVE    SPACE       TO      POT1-REC
           MOVE    "請　求　書" TO     POT1-REC (34:)
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "請求書番号 "       DELIMITED BY SIZE
                   WK-INV-NO           DELIMITED BY SIZE
                   "  発行日 "         DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   INTO    POT1-REC (41:)
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  WK-CU-NAME (I)      DELIMITED BY "  "
                   " (" WK-CU-KEY (I) ") 御中" DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-CU-ADDR (I) TO   POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** 発行者と登録番号
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-CORP     TO      POT1-REC (41:)
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "登録番号 "         DELIMITED BY SIZE
                   WK-TNO              DELIMITED BY SPACE
                   INTO    POT1-REC (41:)
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "締日 "             DELIMITED BY SIZE
                   WK-CUT-YMD          DELIMITED BY SIZE
                   "  お支払期日 "     DELIMITED BY SIZE
                   WK-CU-DUE (I)       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** 金額欄
           MOVE    "前回御請求額" TO   WK-IV-LABEL
           MOVE    WK-CU-PREV (I) TO   WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "御入金額"  TO      WK-IV-LABEL
           COMPUTE WK-AMT = WK-CU-PREV (I) - WK-CU-CARRY (I)
           MOVE    WK-AMT      TO      WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "繰越額"    TO      WK-IV-LABEL
           MOVE    WK-CU-CARRY (I) TO  WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "今回御買上額(税抜)" TO WK-IV-LABEL
           MOVE    WK-CU-SALES (I) TO  WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "消費税額"  TO      WK-IV-LABEL
           MOVE    WK-CU-TAX (I) TO    WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "今回御請求額" TO   WK-IV-LABEL
           MOVE    WK-CU-BILL (I) TO   WK-IV-AMT
           MOVE    WK-IV-SUM   TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** 取引明細
           MOVE    SPACE       TO      POT1-REC
           MOVE    "取引日"    TO      POT1-REC (5:)
           MOVE    "区分"      TO      POT1-REC (15:)
           MOVE    "税率"      TO      POT1-REC (22:)
           MOVE    "金額(税抜)" TO     POT1-REC (34:)
           MOVE    "摘要"      TO      POT1-REC (49:)
           WRITE   POT1-REC
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-SAL-CNT
               IF      WK-SL-CIX (N) =     I
                   MOVE    WK-SL-YMD (N)  TO   WK-IV-YMD
                   MOVE    WK-SL-TYPE (N) TO   WK-IV-TYPE
                   MOVE    WK-RT-RATE (WK-SL-RIX (N)) TO WK-IV-RATE
                   MOVE    SPACE       TO      WK-IV-MARK
                   IF      WK-RT-KEIGEN (WK-SL-RIX (N)) = "K"
                           MOVE    "※"        TO      WK-IV-MARK
                   END-IF
                   MOVE    WK-SL-AMT (N)  TO   WK-IV-DAMT
                   MOVE    WK-SL-MEMO (N) TO   WK-IV-MEMO
                   MOVE    WK-IV-LINE  TO      POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC

      *    *** 税率毎の対象額と消費税額(取引のある税率のみ)
           MOVE    SPACE       TO      POT1-REC
           MOVE    "税率別内訳" TO     POT1-REC (5:)
           MOVE    "対象額(税抜)" TO   POT1-REC (21:)
           MOVE    "消費税額"  TO      POT1-REC (41:)
           WRITE   POT1-REC
           MOVE    SPACE       TO      WK-KEIGEN-USED
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-RT-CNT
             IF      WK-CU-RT-AMT (I K) NOT = ZERO
               MOVE    WK-RT-RATE (K) TO   WK-IV-TRATE
               MOVE    SPACE       TO      WK-IV-TMARK
               IF      WK-RT-KEIGEN (K) =  "K"
                       MOVE    "※"        TO      WK-IV-TMARK
                       MOVE    "Y"         TO      WK-KEIGEN-USED
               END-IF
               MOVE    WK-CU-RT-AMT (I K) TO WK-IV-TBASE
               COMPUTE WK-AMT = WK-CU-RT-AMT (I K) * WK-RT-RATE (K)
                                / 100
               MOVE    WK-AMT      TO      WK-IV-TTAX
               MOVE    WK-IV-TAX   TO      POT1-REC
               WRITE   POT1-REC
             END-IF
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           IF      WK-KEIGEN-USED =    "Y"
                   MOVE    "※は軽減税率対象"
                                       TO      POT1-REC (5:)
           END-IF
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 請求書番号の払出し(NUMSVC)
      *    *** 16桁に収まらない番号は取消して採番の誤りとする
       S520-10.

           MOVE    "NEXT"      TO      WNS-ID
           MOVE    WK-NUM-SER  TO      WNS-SERIES
           MOVE    WK-PGM-NAME TO      WNS-PGM
           MOVE    SPACE       TO      WNS-USER
           MOVE    WK-CUT-YMD  TO      WNS-YMD
           MOVE    WK-CU-KEY (I) TO    WNS-MEMO
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           IF      WNS-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 採番 ERROR "
                           WK-CU-KEY (I) " " WK-NUM-SER
                           " " WNS-REASON-CD
                   MOVE    "X"         TO      WK-CU-STAT (I)
                   ADD     1           TO      WK-NUM-ERR
                   GO  TO  S520-EX
           END-IF
           IF      WNS-NUMBER (17:4) NOT = SPACE
                   DISPLAY WK-PGM-NAME " 採番 ERROR "
                           WK-CU-KEY (I) " " WNS-NUMBER " > 16"
                   MOVE    "VOID"      TO      WNS-ID
                   MOVE    "LENGTH > 16" TO    WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
                   MOVE    "X"         TO      WK-CU-STAT (I)
                   ADD     1           TO      WK-NUM-ERR
                   GO  TO  S520-EX
           END-IF
           MOVE    WNS-NUMBER  TO      WK-CU-INV-NO (I)
           .
       S520-EX.
           EXIT.

      *    *** 請求一覧の1行
       S580-10.

           MOVE    SPACE       TO      WK-INV-NO
           MOVE    ZERO        TO      WK-LS-DUE
           MOVE    WK-CU-KEY (I) TO    WK-LS-KEY
           MOVE    WK-CU-PREV (I) TO   WK-LS-PREV
           COMPUTE WK-AMT = WK-CU-PREV (I) - WK-CU-CARRY (I)
           MOVE    WK-AMT      TO      WK-LS-RCV
           MOVE    WK-CU-CARRY (I) TO  WK-LS-CARRY
           MOVE    WK-CU-SALES (I) TO  WK-LS-SALES
           MOVE    WK-CU-TAX (I) TO    WK-LS-TAX
           MOVE    WK-CU-BILL (I) TO   WK-LS-BILL
           EVALUATE WK-CU-STAT (I)
               WHEN "I"
                   MOVE    WK-CU-DUE (I) TO    WK-LS-DUE
                   MOVE    WK-CU-INV-NO (I) TO WK-INV-NO
                   MOVE    "INVOICE"   TO      WK-LS-STAT
               WHEN "D"
                   MOVE    "BILLED"    TO      WK-LS-STAT
               WHEN "E"
                   MOVE    "TERM ERROR" TO     WK-LS-STAT
               WHEN "X"
                   MOVE    "NUMBER ERROR" TO   WK-LS-STAT
               WHEN OTHER
                   MOVE    "NO ACTIVITY" TO    WK-LS-STAT
           END-EVALUATE
           MOVE    WK-INV-NO   TO      WK-LS-INV
           MOVE    WK-LS-LINE  TO      POT2-REC
      *    *** 発行しなかった得意先は金額、期日を出さない
           IF      WK-CU-STAT (I) NOT = "I"
                   MOVE    SPACE       TO      POT2-REC (10:93)
           END-IF
           WRITE   POT2-REC
           .
       S580-EX.
           EXIT.

      *    *** 請求履歴と売掛未決済明細(今回売上+消費税)の追加
       S600-10.

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-INV-TOTAL TO     WK-LS-BILL
           STRING  "請求書="           DELIMITED BY SIZE
                   WK-INV-CNT          DELIMITED BY SIZE
                   " 発行済み="        DELIMITED BY SIZE
                   WK-DONE-CNT         DELIMITED BY SIZE
                   " 取引なし="        DELIMITED BY SIZE
                   WK-NONE-CNT         DELIMITED BY SIZE
                   " 請求額合計="      DELIMITED BY SIZE
                   WK-LS-BILL          DELIMITED BY SIZE
                   INTO    POT2-REC
           END-STRING
           WRITE   POT2-REC
           IF      WK-UPDATE   NOT =   "Y"
                   MOVE
                       "*** UPDATE=N 履歴/明細は未更新 ***"
                                       TO      POT2-REC
                   WRITE   POT2-REC
                   GO  TO  S600-EX
           END-IF
           IF      WK-INV-CNT  =       ZERO
                   GO  TO  S600-EX
           END-IF

           OPEN    EXTEND      HIS1-F
           IF      WK-HIS1-STATUS =    05      OR      35
                   OPEN    OUTPUT      HIS1-F
           END-IF
           IF      WK-HIS1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HIS1-F OPEN ERROR STATUS="
                           WK-HIS1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    EXTEND      PIN1-F
           IF      WK-PIN1-STATUS =    05      OR      35
                   OPEN    OUTPUT      PIN1-F
           END-IF
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-CUS-CNT
               IF      WK-CU-STAT (I) =    "I"
                   PERFORM S610-10     THRU    S610-EX
               END-IF
           END-PERFORM

           CLOSE   HIS1-F
                   PIN1-F
           .
       S600-EX.
           EXIT.

      *    *** 請求書1通分の履歴と未決済明細
       S610-10.

           MOVE    WK-CU-INV-NO (I) TO WK-INV-NO
           COMPUTE WK-AMT = WK-CU-SALES (I) + WK-CU-TAX (I)

           MOVE    SPACE       TO      HIS1-REC
           MOVE    WK-CU-KEY (I) TO    HIS1-KEY
           MOVE    WK-CUT-YMD  TO      HIS1-CUT-YMD
           MOVE    WK-TODAY-YMD TO     HIS1-RUN-YMD
           MOVE    WK-INV-NO   TO      HIS1-INV-NO
           MOVE    WK-CU-BILL (I) TO   HIS1-BILL
           MOVE    WK-AMT      TO      HIS1-CHARGE
           MOVE    WK-CU-DUE (I) TO    HIS1-DUE-YMD
           WRITE   HIS1-REC

      *    *** 払い出した請求書番号を使用済みにする
           IF      WK-NUM-SER  NOT =   SPACE
                   MOVE    "USED"      TO      WNS-ID
                   MOVE    WK-NUM-SER  TO      WNS-SERIES
                   MOVE    WK-INV-NO   TO      WNS-NUMBER
                   MOVE    WK-HIS1-F-NAME TO   WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
           END-IF

      *    *** 今回分が無い(繰越のみ)請求書は明細を作らない
           IF      WK-AMT      =       ZERO
                   GO  TO  S610-EX
           END-IF
           MOVE    WK-REC-L    TO      WK-PIN1-LEN
           MOVE    SPACE       TO      PIN1-REC (1:WK-REC-L)
           MOVE    WK-CU-KEY (I) TO    PIN1-REC (WK-KEY-P:WK-KEY-L)
           MOVE    WK-CU-DUE (I) TO    PIN1-REC (WK-DUE-P:8)
           MOVE    WK-AMT      TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    WK-ZSU-X (N:WK-AMT-L) TO
                   PIN1-REC (WK-AMT-P:WK-AMT-L)
           IF      WK-REF-L    >       ZERO
                   MOVE    WK-INV-NO   TO
                           PIN1-REC (WK-REF-P:WK-REF-L)
           END-IF
           IF      WK-NAME-L   >       ZERO
                   MOVE    WK-CU-NAME (I) TO
                           PIN1-REC (WK-NAME-P:WK-NAME-L)
           END-IF
           WRITE   PIN1-REC
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F WRITE ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-AR-CNT
           .
       S610-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F
                   POT2-F

           IF      WK-MST-ERR + WK-TERM-ERR + WK-NUM-ERR > ZERO AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           DISPLAY WK-PGM-NAME " END CO=" WK-CO
           MOVE    WK-CUS-CNT  TO      WK-ED-CNT
           DISPLAY WK-PGM-NAME " 締日 = " WK-CUT-YMD
                   " 請求先 = " WK-ED-CNT
                   " マスター誤り = " WK-MST-ERR
           DISPLAY WK-PGM-NAME " 仕訳 = " WK-JRN1-CNT
                   " 売上明細 = " WK-SALE-CNT
                   " 未決済明細 = " WK-PIN1-CNT
           DISPLAY WK-PGM-NAME " 請求書 = " WK-INV-CNT
                   " 発行済み = " WK-DONE-CNT
                   " 取引なし = " WK-NONE-CNT
                   " 支払条件誤り = " WK-TERM-ERR
                   " 採番誤り = " WK-NUM-ERR
                   " 明細追加 = " WK-AR-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
