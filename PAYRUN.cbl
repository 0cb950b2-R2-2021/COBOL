      *    *** 支払提案(ペイメントラン)
      *    *** 買掛未払明細から支払日までに期日の来る明細を選び、
      *    *** 支払提案リストを二人承認(APPROVE)に回し、承認後に
      *    *** 全銀振込(ZENGIN)の入力(F-IN)を作る。
      *    ***
      *    *** MODE=PROPOSE(既定)
      *    ***   ・期日<=支払日 かつ 状態が空白(未払)の明細を選ぶ
      *    ***   ・支払日が土日/休日(DATEWEEK.CAL)なら前営業日へ
      *    ***     ずらした振込日をリストと制御ファイルに載せる
      *    ***   ・DUPPAYのレビュー一覧でDUPSCORE以上のペアの明細、
      *    ***     支払保留リストの伝票/支払先は除外してリストに出す
      *    ***   ・支払先が支払先口座マスター(PAYEEMST)に無い/無効、
      *    ***     口座の支店が廃止されたものも除外する(PAYCHK。
      *    ***     理由 PAYEE NONE/PAYEE INACT/BRANCH NONE)
      *    ***   ・選んだ明細を提案ファイル(.PRP)へ書き、APPRSUBで
      *    ***     保留(P)として積み、SEQを制御ファイル(.CTL)に残す
      *    *** MODE=RELEASE
      *    ***   ・制御ファイルのSEQの承認状態をAPPRSUBで照会し、
      *    ***     承認(A)の時だけ、提案の明細がまだ未払で金額も
      *    ***     変わっていない事を確かめて
      *    ***       未払明細の状態をP(支払中)にした新世代に置換え、
      *    ***       提案ファイルをZENGINのF-IN(F-OT)へ写す
      *    ***     保留中はRC=4、却下はRC=8で何も書かない
      *    ***
      *    *** DUPPAYは同じ明細レイアウト(伝票番号位置)で実行しておく。
      *    *** 支払保留リスト: 1桁目 V=伝票番号 P=支払先、3桁目から
      *    ***   キー(20)。*で始まる行はコメント
      *    ***
      *    *** PRM1(PAYRUN.PRM1)の行:
      *    ***   MODE=PROPOSE|RELEASE
      *    ***   F-IN=買掛未払明細  F-OT=ZENGINのF-IN(既定PAYRUN.POT1)
      *    ***   F-LS=支払提案リスト(既定PAYRUN.POT2)
      *    ***   F-PRP=提案ファイル(既定PAYRUN.PRP)
      *    ***   F-CTL=制御ファイル(既定PAYRUN.CTL)
      *    ***   F-DUP=DUPPAYのレビュー一覧(任意)  DUPSCORE=nn(既定70)
      *    ***   F-HOLD=支払保留リスト(任意)
      *    ***   PAYEECHK=Y|N  支払先口座マスターの検査(既定Y)
      *    ***   PDATE=支払日YYYYMMDD  OPID=申請者ID(既定PAYRUN)
      *    ***   CO=会社コード(既定0001、リストの見出しに出す)
      *    ***   DT=VCH,POS=p,LEN=l      伝票番号(20まで)
      *    ***   DT=PAYEE,POS=p,LEN=l    支払先(20まで)
      *    ***   DT=DUE,POS=p            支払期日(YYYYMMDD)
      *    ***   DT=INVDT,POS=p          請求日(YYYYMMDD、任意)
      *    ***   DT=TERM,POS=p,LEN=l     支払条件コード(4まで、任意)
      *    ***   TERMDEF=支払条件コード  F-TERM=支払条件マスター
      *    ***     INVDT指定時は支払条件(明細のTERM、無ければ
      *    ***     TERMDEF)からTERMCALCで期日を求める(SEIKYU、
      *    ***     AGERPTと同じ計算)。求められない明細はDUEを使う
      *    ***   DT=AMOUNT,POS=p         金額(ゾーン10桁、ZENGINと同じ)
      *    ***   DT=STATUS,POS=p         状態(空白=未払 P=支払中)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PAYRUN.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 買掛未払明細
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** DUPPAYのレビュー一覧
           SELECT DUP1-F           ASSIGN   WK-DUP1-F-NAME
                               STATUS   WK-DUP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 支払保留リスト
           SELECT HLD1-F           ASSIGN   WK-HLD1-F-NAME
                               STATUS   WK-HLD1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 提案ファイル(選んだ明細そのまま)
           SELECT PRP1-F           ASSIGN   WK-PRP1-F-NAME
                               STATUS   WK-PRP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 制御ファイル(承認SEQ、振込日、件数、金額)
           SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 未払明細の新世代(作業名)
           SELECT POT1-F           ASSIGN   WK-NEW1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 支払提案リスト
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(1000).

       FD  DUP1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-DUP1-LEN.
       01  DUP1-REC.
           03  FILLER          PIC  X(520).

       FD  HLD1-F
           LABEL RECORDS ARE STANDARD.
       01  HLD1-REC.
           03  HLD1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  HLD1-KEY        PIC  X(020).
           03  FILLER          PIC  X(058).

       FD  PRP1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PRP1-REC.
           03  FILLER          PIC  X(1000).

       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
      *    *** P=承認待ち R=払出し済み
           03  CTL1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CTL1-PDATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-ADATE      PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CTL1-CNT        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CTL1-AMT        PIC  9(012).
           03  FILLER          PIC  X(001).
           03  CTL1-PIN1       PIC  X(032).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  POT1-REC.
           03  FILLER          PIC  X(1000).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD.
       01  POT2-REC.
           03  FILLER          PIC  X(100).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PAYRUN  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "PAYRUN.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-DUP1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HLD1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PRP1-F-NAME  PIC  X(032) VALUE "PAYRUN.PRP".
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "PAYRUN.CTL".
           03  WK-NEW1-F-NAME  PIC  X(036) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "PAYRUN.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "PAYRUN.POT2".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DUP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HLD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DUP1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HLD1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRP1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-MODE         PIC  X(008) VALUE "PROPOSE".
           03  WK-OPID         PIC  X(008) VALUE "PAYRUN".
           03  WK-PDATE        PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
           03  WK-ADATE        PIC  9(008) VALUE ZERO.
           03  WK-DUP-SCORE    PIC  9(003) VALUE 70.
           03  WK-PAYEE-CHK    PIC  X(001) VALUE "Y".

      *    *** 明細項目の位置(DT=で設定)
           03  WK-P-VCH        BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-VCH        BINARY-LONG SYNC VALUE 10.
           03  WK-P-PAYEE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-PAYEE      BINARY-LONG SYNC VALUE 20.
           03  WK-P-DUE        BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-AMOUNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-STATUS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-INVDT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-TERM       BINARY-LONG SYNC VALUE ZERO.
           03  WK-L-TERM       BINARY-LONG SYNC VALUE 4.
           03  WK-TERM-DEF     PIC  X(004) VALUE SPACE.
           03  WK-TERM         PIC  X(004) VALUE SPACE.
           03  WK-INV-X        PIC  X(008) VALUE SPACE.
           03  WK-INV          REDEFINES WK-INV-X
                               PIC  9(008).

      *    *** 明細取出しワーク
           03  WK-VCH          PIC  X(020) VALUE SPACE.
           03  WK-PAYEE        PIC  X(020) VALUE SPACE.
           03  WK-DUE-X        PIC  X(008) VALUE SPACE.
           03  WK-DUE          REDEFINES WK-DUE-X
                               PIC  9(008).
           03  WK-AMT-X        PIC  X(010) VALUE SPACE.
           03  WK-AMT          REDEFINES WK-AMT-X
                               PIC  9(010).
           03  WK-STAT         PIC  X(001) VALUE SPACE.
           03  WK-EXCL-REASON  PIC  X(012) VALUE SPACE.
           03  WK-SCORE-X      PIC  X(003) VALUE SPACE.
           03  WK-DUP-PAIR     BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数/金額
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUE-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEL-CNT      PIC  9(006) VALUE ZERO.
           03  WK-SEL-AMT      PIC  9(012) VALUE ZERO.
           03  WK-EXC-CNT      PIC  9(006) VALUE ZERO.
           03  WK-EXC-AMT      PIC  9(012) VALUE ZERO.
           03  WK-MARK-CNT     PIC  9(006) VALUE ZERO.
           03  WK-MARK-AMT     PIC  9(012) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.

      *    *** 支払提案リスト行
           03  WK-LS-LINE.
             05  WK-LS-MARK    PIC  X(012) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-VCH     PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-PAYEE   PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-DUE     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LS-AMT     PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

           COPY    CPPAYCHK    REPLACING ==:##:== BY ==WPY==.

           COPY    CPTERMCALC  REPLACING ==:##:== BY ==WTC==.

      *    *** 支払保留(最大500) V=伝票番号 P=支払先
       01  HLD-TBL-AREA.
           03  WK-HLD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HLD-TBL      OCCURS 500.
             05  WK-HL-KIND    PIC  X(001) VALUE SPACE.
             05  WK-HL-KEY     PIC  X(020) VALUE SPACE.

      *    *** 二重払い疑いの伝票番号(最大1000)
       01  DUP-TBL-AREA.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-TBL      OCCURS 1000.
             05  WK-DP-VCH     PIC  X(020) VALUE SPACE.

      *    *** RELEASE時の提案明細(最大5000)
       01  PRP-TBL-AREA.
           03  WK-PRP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PRP-TBL      OCCURS 5000.
             05  WK-PP-VCH     PIC  X(020) VALUE SPACE.
             05  WK-PP-AMT     PIC  9(010) VALUE ZERO.
             05  WK-PP-HIT     PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、PRM1読込
           PERFORM S010-10     THRU    S010-EX

           IF      WK-MODE     =       "RELEASE"
      *    *** 承認確認、未払明細の置換え、ZENGIN入力の作成
                   PERFORM S500-10     THRU    S500-EX
           ELSE
      *    *** 振込日、除外リスト、選定、承認申請
                   PERFORM S100-10     THRU    S100-EX
                   PERFORM S110-10     THRU    S110-EX
                   PERFORM S120-10     THRU    S120-EX
                   PERFORM S200-10     THRU    S200-EX
                   PERFORM S300-10     THRU    S300-EX
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
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
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

           IF      WK-MODE     NOT =   "PROPOSE"   AND
                   WK-MODE     NOT =   "RELEASE"
                   DISPLAY WK-PGM-NAME " MODE=PROPOSE/RELEASE ERROR="
                           WK-MODE
                   STOP    RUN
           END-IF
           IF      WK-PIN1-F-NAME =    SPACE   OR
                   WK-P-VCH    =       ZERO    OR
                   WK-P-PAYEE  =       ZERO    OR
                  (WK-P-DUE    =       ZERO    AND
                   WK-P-INVDT  =       ZERO)   OR
                   WK-P-AMOUNT =       ZERO    OR
                   WK-P-STATUS =       ZERO
                   DISPLAY WK-PGM-NAME
                           " F-IN/VCH/PAYEE/DUE/AMOUNT/STATUS ﾌｿｸ"
                   STOP    RUN
           END-IF
           IF      WK-MODE     =       "PROPOSE"   AND
                   WK-PDATE    =       ZERO
                   DISPLAY WK-PGM-NAME " PDATE= 指定がない"
                   STOP    RUN
           END-IF
           IF      WK-P-INVDT  NOT =   ZERO    AND
                   WK-P-TERM   =       ZERO    AND
                   WK-TERM-DEF =       SPACE
                   DISPLAY WK-PGM-NAME " DT=INVDT は DT=TERM/TERMDEF="
                           " が必要"
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

      *    *** PRM1の1行解析
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
               WHEN "MODE"
                   MOVE    WK-PRM02    TO      WK-MODE
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-LS"
                   MOVE    WK-PRM02    TO      WK-POT2-F-NAME
               WHEN "F-PRP"
                   MOVE    WK-PRM02    TO      WK-PRP1-F-NAME
               WHEN "F-CTL"
                   MOVE    WK-PRM02    TO      WK-CTL1-F-NAME
               WHEN "F-DUP"
                   MOVE    WK-PRM02    TO      WK-DUP1-F-NAME
               WHEN "F-HOLD"
                   MOVE    WK-PRM02    TO      WK-HLD1-F-NAME
               WHEN "OPID"
                   MOVE    WK-PRM02    TO      WK-OPID
               WHEN "CO"
                   MOVE    WK-PRM02    TO      WK-CO
               WHEN "PAYEECHK"
                   MOVE    WK-PRM02 (1:1) TO   WK-PAYEE-CHK
               WHEN "DUPSCORE"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                            WK-DUP-SCORE
                   END-IF
               WHEN "TERMDEF"
                   MOVE    WK-PRM02    TO      WK-TERM-DEF
               WHEN "F-TERM"
                   MOVE    WK-PRM02    TO      WTC-F-NAME
               WHEN "PDATE"
                   IF      WK-PRM02 (1:8) IS NUMERIC
                       MOVE    WK-PRM02 (1:8) TO   WK-PDATE
                   ELSE
                       DISPLAY WK-PGM-NAME " PDATE= ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
               WHEN "DT"
                   IF      WK-PRM03    NOT =   "POS"   OR
                           WK-PRM04 (1:1) IS NOT NUMERIC
                       DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
                   EVALUATE WK-PRM02
                       WHEN "VCH"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-VCH
                           IF      WK-PRM05    =   "LEN"   AND
                                   WK-PRM06 (1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WK-PRM06) TO
                                    WK-L-VCH
                           END-IF
                       WHEN "PAYEE"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-PAYEE
                           IF      WK-PRM05    =   "LEN"   AND
                                   WK-PRM06 (1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WK-PRM06) TO
                                    WK-L-PAYEE
                           END-IF
                       WHEN "DUE"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-DUE
                       WHEN "AMOUNT"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-AMOUNT
                       WHEN "STATUS"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-STATUS
                       WHEN "INVDT"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-INVDT
                       WHEN "TERM"
                           MOVE FUNCTION NUMVAL(WK-PRM04) TO
                                WK-P-TERM
                           IF      WK-PRM05    =   "LEN"   AND
                                   WK-PRM06 (1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WK-PRM06) TO
                                    WK-L-TERM
                           END-IF
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " DT=名前ERROR="
                                   PRM1-REC
                           STOP    RUN
                   END-EVALUATE
                   IF      WK-L-VCH    >       20
                           MOVE    20          TO      WK-L-VCH
                   END-IF
                   IF      WK-L-PAYEE  >       20
                           MOVE    20          TO      WK-L-PAYEE
                   END-IF
                   IF      WK-L-TERM   >       4
                           MOVE    4           TO      WK-L-TERM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 振込日: 支払日が営業日ならそのまま、土日/休日なら前営業日
      *    *** (支払日の翌日から営業日で1日戻す)
       S100-10.

           MOVE    "A"         TO      WDW-DATE2-ID
           MOVE    WK-PDATE    TO      WDW-DATE2-YMD-9
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           ADD     1           TO      WDW-NISUU
           MOVE    "R"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    "B"         TO      WDW-DATE2-ID
           MOVE    -1          TO      WDW-BDAY-NUM
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-YMD-9 TO  WK-ADATE

           MOVE    SPACE       TO      POT2-REC
           STRING  "支払提案 明細="    DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " 支払日="          DELIMITED BY SIZE
                   WK-PDATE            DELIMITED BY SIZE
                   " 振込日="          DELIMITED BY SIZE
                   WK-ADATE            DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           IF      WK-ADATE    NOT =   WK-PDATE
                   MOVE    SPACE       TO      POT2-REC
                   STRING  "  (支払日が土日/休日の為"
                                       DELIMITED BY SIZE
                           " 前営業日へ)"      DELIMITED BY SIZE
                           INTO    POT2-REC
                   WRITE   POT2-REC
           END-IF
           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           .
       S100-EX.
           EXIT.

      *    *** 支払保留リストの読込み(任意)
       S110-10.

           IF      WK-HLD1-F-NAME =    SPACE
                   GO  TO  S110-EX
           END-IF

           OPEN    INPUT       HLD1-F
           IF      WK-HLD1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " HLD1-F OPEN ERROR STATUS="
                           WK-HLD1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-HLD1-EOF = HIGH-VALUE
               READ    HLD1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HLD1-EOF
                   NOT AT  END
                       IF    ( HLD1-KIND   =   "V"     OR
                               HLD1-KIND   =   "P" )   AND
                               HLD1-KEY    NOT =   SPACE
                           IF      WK-HLD-CNT  >=      500
                                   DISPLAY WK-PGM-NAME
                                       " 支払保留は500件まで"
                                   STOP    RUN
                           END-IF
                           ADD     1           TO      WK-HLD-CNT
                           MOVE    HLD1-KIND   TO
                                   WK-HL-KIND (WK-HLD-CNT)
                           MOVE    HLD1-KEY    TO
                                   WK-HL-KEY (WK-HLD-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HLD1-F
           .
       S110-EX.
           EXIT.

      *    *** DUPPAYのレビュー一覧の読込み(任意)
      *    *** "** SCORE=nnn" 行に続く2レコードがペア。スコアが
      *    *** DUPSCORE以上のペアの伝票番号を両方とも除外対象にする
       S120-10.

           IF      WK-DUP1-F-NAME =    SPACE
                   GO  TO  S120-EX
           END-IF

           OPEN    INPUT       DUP1-F
           IF      WK-DUP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " DUP1-F OPEN ERROR STATUS="
                           WK-DUP1-STATUS
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-DUP-PAIR
           PERFORM UNTIL WK-DUP1-EOF = HIGH-VALUE
               READ    DUP1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DUP1-EOF
                   NOT AT  END
                       PERFORM S130-10     THRU    S130-EX
               END-READ
           END-PERFORM
           CLOSE   DUP1-F
           .
       S120-EX.
           EXIT.

      *    *** レビュー一覧1行
       S130-10.

           IF      DUP1-REC (1:9) =    "** SCORE="
                   MOVE    DUP1-REC (10:3) TO  WK-SCORE-X
                   MOVE    ZERO        TO      WK-DUP-PAIR
                   IF      WK-SCORE-X  IS NUMERIC
                       IF      WK-SCORE-X  >=      WK-DUP-SCORE
                               MOVE    2           TO      WK-DUP-PAIR
                       END-IF
                   END-IF
                   GO  TO  S130-EX
           END-IF

           IF      WK-DUP-PAIR =       ZERO
                   GO  TO  S130-EX
           END-IF
           SUBTRACT 1          FROM    WK-DUP-PAIR
           IF      WK-DUP1-LEN <       WK-P-VCH + WK-L-VCH - 1
                   GO  TO  S130-EX
           END-IF
           IF      WK-DUP-CNT  >=      1000
                   DISPLAY WK-PGM-NAME
                           " 二重払い疑いは1000件まで"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-DUP-CNT
           MOVE    SPACE       TO      WK-DP-VCH (WK-DUP-CNT)
           MOVE    DUP1-REC (WK-P-VCH:WK-L-VCH) TO
                   WK-DP-VCH (WK-DUP-CNT)
           .
       S130-EX.
           EXIT.

      *    *** 未払明細を読み、支払対象を選んで提案ファイルへ
       S200-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      PRP1-F
           IF      WK-PRP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRP1-F OPEN ERROR STATUS="
                           WK-PRP1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S210-10     THRU    S210-EX
               END-READ
           END-PERFORM

           CLOSE   PIN1-F
           CLOSE   PRP1-F
           .
       S200-EX.
           EXIT.

      *    *** 明細1件の選定
       S210-10.

           PERFORM S220-10     THRU    S220-EX

      *    *** 支払中、期日未到来、期日/金額不正は対象外(リストに出さない)
           IF      WK-STAT     NOT =   SPACE   OR
                   WK-DUE-X    IS NOT NUMERIC  OR
                   WK-AMT-X    IS NOT NUMERIC
                   GO  TO  S210-EX
           END-IF
           IF      WK-DUE      >       WK-PDATE
                   GO  TO  S210-EX
           END-IF
           ADD     1           TO      WK-DUE-CNT

      *    *** 支払保留、二重払い疑いの除外
           MOVE    SPACE       TO      WK-EXCL-REASON
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-HLD-CNT OR WK-EXCL-REASON NOT = SPACE
               IF    ( WK-HL-KIND (K) =    "V"     AND
                       WK-HL-KEY (K)  =    WK-VCH )    OR
                     ( WK-HL-KIND (K) =    "P"     AND
                       WK-HL-KEY (K)  =    WK-PAYEE )
                       MOVE    "HOLD"      TO      WK-EXCL-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-DUP-CNT OR WK-EXCL-REASON NOT = SPACE
               IF      WK-DP-VCH (K) =     WK-VCH
                       MOVE    "DUP SUSPECT" TO    WK-EXCL-REASON
               END-IF
           END-PERFORM

      *    *** 振込先口座が組めない支払先の除外
           IF      WK-EXCL-REASON =    SPACE   AND
                   WK-PAYEE-CHK NOT =  "N"
                   MOVE    WK-PAYEE (1:10) TO  WPY-PAYEE
                   CALL    "PAYCHK"    USING   WPY-PAYCHK-AREA
                   EVALUATE TRUE
                       WHEN WPY-RESULT =       "Y"
                           CONTINUE
                       WHEN WPY-STATE  =       SPACE
                           MOVE    "PAYEE NONE"  TO    WK-EXCL-REASON
                       WHEN WPY-STATE  NOT =   "A"
                           MOVE    "PAYEE INACT" TO    WK-EXCL-REASON
                       WHEN OTHER
                           MOVE    "BRANCH NONE" TO    WK-EXCL-REASON
                   END-EVALUATE
           END-IF

           MOVE    WK-EXCL-REASON TO   WK-LS-MARK
           MOVE    WK-VCH      TO      WK-LS-VCH
           MOVE    WK-PAYEE    TO      WK-LS-PAYEE
           MOVE    WK-DUE      TO      WK-LS-DUE
           MOVE    WK-AMT      TO      WK-LS-AMT
           MOVE    SPACE       TO      POT2-REC
           MOVE    WK-LS-LINE  TO      POT2-REC
           WRITE   POT2-REC

           IF      WK-EXCL-REASON NOT = SPACE
                   ADD     1           TO      WK-EXC-CNT
                   ADD     WK-AMT      TO      WK-EXC-AMT
                   GO  TO  S210-EX
           END-IF

           ADD     1           TO      WK-SEL-CNT
           ADD     WK-AMT      TO      WK-SEL-AMT
           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO PRP1-REC
           WRITE   PRP1-REC
           .
       S210-EX.
           EXIT.

      *    *** 明細の項目取出し
       S220-10.

           MOVE    SPACE       TO      WK-VCH WK-PAYEE
           MOVE    PIN1-REC (WK-P-VCH:WK-L-VCH) TO
                   WK-VCH (1:WK-L-VCH)
           MOVE    PIN1-REC (WK-P-PAYEE:WK-L-PAYEE) TO
                   WK-PAYEE (1:WK-L-PAYEE)
           MOVE    SPACE       TO      WK-DUE-X
           IF      WK-P-INVDT  NOT =   ZERO
                   PERFORM S225-10     THRU    S225-EX
           END-IF
           IF      WK-DUE-X    =       SPACE   AND
                   WK-P-DUE    NOT =   ZERO
                   MOVE    PIN1-REC (WK-P-DUE:8)     TO  WK-DUE-X
           END-IF
           MOVE    PIN1-REC (WK-P-AMOUNT:10) TO  WK-AMT-X
           MOVE    PIN1-REC (WK-P-STATUS:1)  TO  WK-STAT
           .
       S220-EX.
           EXIT.

      *    *** 請求日と支払条件から期日を求める(TERMCALC)
      *    *** 求められない時は期日を空白のまま返す
       S225-10.

           MOVE    PIN1-REC (WK-P-INVDT:8)   TO  WK-INV-X
           IF      WK-INV-X    IS NOT NUMERIC
                   GO  TO  S225-EX
           END-IF

           MOVE    SPACE       TO      WK-TERM
           IF      WK-P-TERM   NOT =   ZERO
                   MOVE    PIN1-REC (WK-P-TERM:WK-L-TERM) TO
                           WK-TERM (1:WK-L-TERM)
           END-IF
           IF      WK-TERM     =       SPACE
                   MOVE    WK-TERM-DEF TO      WK-TERM
           END-IF
           IF      WK-TERM     =       SPACE
                   GO  TO  S225-EX
           END-IF

           MOVE    WK-TERM     TO      WTC-TERM
           MOVE    WK-INV      TO      WTC-INV-YMD
           CALL    "TERMCALC"  USING   WTC-TERMCALC-AREA
           IF      WTC-RESULT  =       "Y"
                   MOVE    WTC-DUE-YMD TO      WK-DUE
           END-IF
           .
       S225-EX.
           EXIT.

      *    *** 合計、制御ファイル、承認申請
       S300-10.

           MOVE    SPACE       TO      POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           STRING  "** 支払対象 CNT="  DELIMITED BY SIZE
                   WK-SEL-CNT          DELIMITED BY SIZE
                   " AMT="             DELIMITED BY SIZE
                   WK-SEL-AMT          DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           MOVE    SPACE       TO      POT2-REC
           STRING  "** 除外     CNT="  DELIMITED BY SIZE
                   WK-EXC-CNT          DELIMITED BY SIZE
                   " AMT="             DELIMITED BY SIZE
                   WK-EXC-AMT          DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC

           IF      WK-SEL-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 支払対象なし"
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

      *    *** 前回の提案が払出し前なら新しい提案は出さない
      *    *** (却下された提案は出し直してよい)
           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS =    ZERO
                   READ    CTL1-F
                       AT  END
                           MOVE    SPACE       TO      CTL1-STATE
                   END-READ
                   CLOSE   CTL1-F
                   IF      CTL1-STATE  =       "P"
                           MOVE    "STATUS"    TO      WAP-ID
                           MOVE    CTL1-SEQ    TO      WAP-SEQ
                           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
                           IF      WAP-STATE   NOT =   "R"
                               DISPLAY WK-PGM-NAME
                                   " 前回の提案が未払出し"
                                   " SEQ="
                                       CTL1-SEQ " STATE=" WAP-STATE
                               MOVE    16          TO      WK-RC-SAVE
                               GO  TO  S300-EX
                           END-IF
                   END-IF
           END-IF

           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-PRP1-F-NAME TO   WAP-TARGET
           MOVE    "A"         TO      WAP-TYPE
           MOVE    SPACE       TO      WAP-KEY
           STRING  "PAYRUN "           DELIMITED BY SIZE
                   WK-ADATE            DELIMITED BY SIZE
                   INTO    WAP-KEY
           MOVE    WK-OPID     TO      WAP-OPID
           MOVE    SPACE       TO      WAP-BEFORE
           MOVE    SPACE       TO      WAP-AFTER
           STRING  "PDATE="            DELIMITED BY SIZE
                   WK-PDATE            DELIMITED BY SIZE
                   " ADATE="           DELIMITED BY SIZE
                   WK-ADATE            DELIMITED BY SIZE
                   " CNT="             DELIMITED BY SIZE
                   WK-SEL-CNT          DELIMITED BY SIZE
                   " AMT="             DELIMITED BY SIZE
                   WK-SEL-AMT          DELIMITED BY SIZE
                   " LIST="            DELIMITED BY SIZE
                   WK-POT2-F-NAME      DELIMITED BY SPACE
                   INTO    WAP-AFTER
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           IF      WAP-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 承認申請できない SEQ="
                           WAP-SEQ " STATE=" WAP-STATE
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           OPEN    OUTPUT      CTL1-F
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      CTL1-REC
           MOVE    WAP-SEQ     TO      CTL1-SEQ
           MOVE    "P"         TO      CTL1-STATE
           MOVE    WK-PDATE    TO      CTL1-PDATE
           MOVE    WK-ADATE    TO      CTL1-ADATE
           MOVE    WK-SEL-CNT  TO      CTL1-CNT
           MOVE    WK-SEL-AMT  TO      CTL1-AMT
           MOVE    WK-PIN1-F-NAME TO   CTL1-PIN1
           WRITE   CTL1-REC
           CLOSE   CTL1-F

           MOVE    SPACE       TO      POT2-REC
           STRING  "** 承認申請 SEQ="  DELIMITED BY SIZE
                   WAP-SEQ             DELIMITED BY SIZE
                   " (APPROVE REVIEW で承認後 MODE=RELEASE)"
                                       DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           DISPLAY WK-PGM-NAME " 承認申請 SEQ=" WAP-SEQ
           .
       S300-EX.
           EXIT.

      *    *** RELEASE: 承認確認、未払明細の置換え、ZENGIN入力の作成
       S500-10.

           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   STOP    RUN
           END-IF
           READ    CTL1-F
               AT  END
                   DISPLAY WK-PGM-NAME " CTL1-F が空"
                   STOP    RUN
           END-READ
           CLOSE   CTL1-F

           MOVE    SPACE       TO      POT2-REC
           STRING  "支払払出し SEQ="   DELIMITED BY SIZE
                   CTL1-SEQ            DELIMITED BY SIZE
                   " 振込日="          DELIMITED BY SIZE
                   CTL1-ADATE          DELIMITED BY SIZE
                   " CO="              DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC

           IF      CTL1-STATE  =       "R"
                   DISPLAY WK-PGM-NAME " 払出し済み SEQ=" CTL1-SEQ
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           IF      CTL1-PIN1   NOT =   WK-PIN1-F-NAME
                   DISPLAY WK-PGM-NAME " 提案時の明細と違う "
                           CTL1-PIN1
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    "STATUS"    TO      WAP-ID
           MOVE    CTL1-SEQ    TO      WAP-SEQ
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           EVALUATE WAP-STATE
               WHEN "A"
               WHEN "X"
                   DISPLAY WK-PGM-NAME " 承認済み SEQ=" CTL1-SEQ
                           " 承認者=" WAP-APP-OPID
               WHEN "P"
                   DISPLAY WK-PGM-NAME " 承認待ち SEQ=" CTL1-SEQ
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S500-EX
               WHEN "R"
                   DISPLAY WK-PGM-NAME " 却下 SEQ=" CTL1-SEQ
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S500-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 承認の保留が無い SEQ="
                           CTL1-SEQ
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-EVALUATE

           PERFORM S510-10     THRU    S510-EX
           IF      WK-PRP-CNT  NOT =   CTL1-CNT
                   DISPLAY WK-PGM-NAME
                           " 提案ファイルの件数が違う "
                           WK-PRP-CNT
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           PERFORM S520-10     THRU    S520-EX

      *    *** 提案の明細が全て未払のまま見つかった時だけ置き換える
           IF      WK-MARK-CNT NOT =   CTL1-CNT    OR
                   WK-MARK-AMT NOT =   CTL1-AMT
                   DISPLAY WK-PGM-NAME
                           " 提案後に明細が変わった"
                           " 払出し中止"
                   DISPLAY WK-PGM-NAME " 提案 CNT=" CTL1-CNT
                           " AMT=" CTL1-AMT
                   DISPLAY WK-PGM-NAME " 一致 CNT=" WK-MARK-CNT
                           " AMT=" WK-MARK-AMT
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    SPACE       TO      WK-CMD
           STRING  "mv "               DELIMITED BY SIZE
                   WK-NEW1-F-NAME      DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-PIN1-F-NAME      DELIMITED BY SPACE
                   " && cp "           DELIMITED BY SIZE
                   WK-PRP1-F-NAME      DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-POT1-F-NAME      DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD

           OPEN    OUTPUT      CTL1-F
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   STOP    RUN
           END-IF
           MOVE    "R"         TO      CTL1-STATE
           WRITE   CTL1-REC
           CLOSE   CTL1-F

           MOVE    SPACE       TO      POT2-REC
           STRING  "** 払出し CNT="    DELIMITED BY SIZE
                   WK-MARK-CNT         DELIMITED BY SIZE
                   " AMT="             DELIMITED BY SIZE
                   WK-MARK-AMT         DELIMITED BY SIZE
                   " ZENGIN F-IN="     DELIMITED BY SIZE
                   WK-POT1-F-NAME      DELIMITED BY SPACE
                   " HDRDATE="         DELIMITED BY SIZE
                   CTL1-ADATE (5:4)    DELIMITED BY SIZE
                   INTO    POT2-REC
           WRITE   POT2-REC
           DISPLAY WK-PGM-NAME " 払出し ZENGIN F-IN=" WK-POT1-F-NAME
                   " HDRDATE=" CTL1-ADATE (5:4)
           .
       S500-EX.
           EXIT.

      *    *** 提案ファイルの読込み
       S510-10.

           OPEN    INPUT       PRP1-F
           IF      WK-PRP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRP1-F OPEN ERROR STATUS="
                           WK-PRP1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PRP1-EOF = HIGH-VALUE
               READ    PRP1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRP1-EOF
                   NOT AT  END
                       IF      WK-PRP-CNT  >=      5000
                               DISPLAY WK-PGM-NAME
                                       " 提案明細は5000件まで"
                               STOP    RUN
                       END-IF
                       ADD     1           TO      WK-PRP-CNT
                       MOVE    PRP1-REC    TO      PIN1-REC
                       PERFORM S220-10     THRU    S220-EX
                       MOVE    WK-VCH      TO  WK-PP-VCH (WK-PRP-CNT)
                       MOVE    WK-AMT      TO  WK-PP-AMT (WK-PRP-CNT)
                       MOVE    SPACE       TO  WK-PP-HIT (WK-PRP-CNT)
               END-READ
           END-PERFORM
           CLOSE   PRP1-F
           .
       S510-EX.
           EXIT.

      *    *** 未払明細の新世代(提案の明細を状態P=支払中に)
       S520-10.

           MOVE    SPACE       TO      WK-NEW1-F-NAME
           STRING  WK-PIN1-F-NAME      DELIMITED BY SPACE
                   ".NEW"              DELIMITED BY SIZE
                   INTO    WK-NEW1-F-NAME

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S530-10     THRU    S530-EX
               END-READ
           END-PERFORM

           CLOSE   PIN1-F
           CLOSE   POT1-F
           .
       S520-EX.
           EXIT.

      *    *** 新世代1件
       S530-10.

           PERFORM S220-10     THRU    S220-EX
           IF      WK-STAT     =       SPACE
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WK-PRP-CNT
                   IF      WK-PP-HIT (K) =     SPACE       AND
                           WK-PP-VCH (K) =     WK-VCH      AND
                           WK-AMT-X    IS NUMERIC
                       IF      WK-PP-AMT (K) =     WK-AMT
                               MOVE    "Y"         TO  WK-PP-HIT (K)
                               MOVE    "P"         TO
                                       PIN1-REC (WK-P-STATUS:1)
                               IF      WK-PIN1-LEN <   WK-P-STATUS
                                   MOVE    WK-P-STATUS TO  WK-PIN1-LEN
                               END-IF
                               ADD     1           TO  WK-MARK-CNT
                               ADD     WK-AMT      TO  WK-MARK-AMT
                               MOVE    WK-PRP-CNT  TO  K
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO POT1-REC
           WRITE   POT1-REC
           .
       S530-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT2-F

           MOVE    "C"         TO      WFD-ID
           MOVE    WK-PGM-NAME TO      WFD-PGM
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT2-REC

           DISPLAY WK-PGM-NAME " END MODE=" WK-MODE
           DISPLAY WK-PGM-NAME " PIN1 ｹﾝｽｳ = " WK-PIN1-CNT
                   " (" WK-PIN1-F-NAME ")"
           IF      WK-MODE     =       "PROPOSE"
                   DISPLAY WK-PGM-NAME " 期日到来 = " WK-DUE-CNT
                           " 選定 = " WK-SEL-CNT
                           " 除外 = " WK-EXC-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " 支払中へ = " WK-MARK-CNT
                           " 金額 = " WK-MARK-AMT
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
