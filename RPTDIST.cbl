      *    *** 帳票配布(配布先への自動配信と受領確認)
      *    *** RPTSPOOLで帳票は保管/再印刷できるが、必要な人へ
      *    *** 届けるのは手作業だった(毎朝年齢表を取り出して営業へ
      *    *** メールする等)。配布先マスター(RPTDIST.MST)に帳票ID
      *    *** 毎の配布先、配信方法、配布日程、保管指定を持ち、
      *    *** RPTSPOOL CAPTUREの後続ステップで本プログラムを動かし
      *    *** て、取り込まれた最新の帳票を各配布先の投函ディレクトリ
      *    *** 又はNOTIFYのメールスプールへ届ける。
      *    *** 配信した帳票には確認番号を付け、受取人はACKで受領を
      *    *** 確認する。期限までに確認されない帳票は日次の例外
      *    *** リストに出す。機密指定の帳票は、SECCHKの役割で
      *    *** その帳票IDを許された受取人にしか配信しない。
      *    ***
      *    *** 配布先マスターの行(*行はコメント):
      *    ***   RPT=帳票ID,SCHED=日程,CONF=Y/N,KEEP=Y/N,ACKHRS=時間,
      *    ***       SECFN=機能
      *    ***     SCHED  = DAILY(毎回、既定) BDAY(営業日) MON～SUN
      *    ***              EOM(月末日) Dnn(毎月nn日)。/で複数指定
      *    ***              (例 MON/THU)。日程外の日は配信しない
      *    ***     CONF   = Y=機密。受取人の役割がSECCHK.PRMで
      *    ***              (RPTDIST,SECFN)を許されている事が条件
      *    ***     SECFN  = 機密確認の機能名(既定は帳票IDの先頭8桁)
      *    ***     KEEP   = N=全配布先へ届いたらスプールの保管日数を
      *    ***              0にする(翌日のRPTSPOOLの整理で消える)
      *    ***              Y=RPTSPOOLの保管日数どおり(既定)
      *    ***     ACKHRS = 受領確認の期限(配信からの時間、既定24)
      *    ***   TO=利用者ID,METHOD=DROP/MAIL,DEST=宛先
      *    ***     直前のRPT=行の配布先。利用者IDはSECCHK.USRの利用者
      *    ***     DROP = DESTのディレクトリへ
      *    ***            帳票ID.取込日.取込時刻.RPT で置く
      *    ***     MAIL = 帳票を添付ディレクトリ(RPTDIST.ATT)へ
      *    ***            確認番号.RPT で置き、NOTIFYのメールスプール
      *    ***            へDEST(20桁まで)宛の1行を追記する
      *    ***   配信する帳票の先頭には確認番号と確認期限の行が付く
      *    ***
      *    *** 配布台帳(RPTDIST.LOG、追記専用、確認番号毎に最後の
      *    *** 行がその状態): D=配信済 A=受領確認済 R=機密のため
      *    *** 配信せず F=配信失敗
      *    ***
      *    *** 起動引数:
      *    ***  DIST(,帳票ID)
      *    ***        : 帳票ID(省略時はマスターの全帳票)の最新の
      *    ***          取込みを、まだ届いていない配布先へ配信する。
      *    ***          F=失敗の配布先は次回の実行で再配信する。
      *    ***          RC=4 機密のため配信しない配布先あり
      *    ***          RC=8 配信失敗あり  RC=16 マスター誤り
      *    ***  ACK,確認番号
      *    ***        : 受領確認。受取人本人のサインオン(MAINMENU
      *    ***          からは引継ぎ券)が必要
      *    ***  EXCP(,日数)
      *    ***        : 例外リスト(RPTDIST.POT1)。直近の日数(既定
      *    ***          31日)に配信した中で期限を過ぎても未確認の
      *    ***          帳票と、機密のため配信しなかった配布先。
      *    ***          該当があればRC=4
      *    *** 共有ファイルの物理パスはCFGNAMEで解決する

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RPTDIST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 配布先マスター
           SELECT MST1-F           ASSIGN   WK-MST1-F-NAME
                               STATUS   WK-MST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** スプール台帳(RPTSPOOL)
           SELECT CAT1-F           ASSIGN   WK-CAT1-F-NAME
                               STATUS   WK-CAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 台帳書き直し用ワーク
           SELECT CAT2-F           ASSIGN   WK-CAT2-F-NAME
                               STATUS   WK-CAT2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 配布台帳(追記専用)
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 保管帳票(配信元)
           SELECT SPL1-F           ASSIGN   WK-SPL1-F-NAME
                               STATUS   WK-SPL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 配信先ファイル
           SELECT OUT1-F           ASSIGN   WK-OUT1-F-NAME
                               STATUS   WK-OUT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 例外リスト
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  MST1-F
           LABEL RECORDS ARE STANDARD.
       01  MST1-REC.
           03  FILLER          PIC  X(200).

      *    *** RPTSPOOLの台帳と同一レイアウト
       FD  CAT1-F
           LABEL RECORDS ARE STANDARD.
       01  CAT1-REC.
           03  CAT1-RPTID      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CAT1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CAT1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CAT1-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAT1-KEEP       PIC  9(003).
           03  FILLER          PIC  X(001).
           03  CAT1-FILE       PIC  X(048).
           03  FILLER          PIC  X(001).
           03  CAT1-LINES      PIC  9(007).

       FD  CAT2-F
           LABEL RECORDS ARE STANDARD.
       01  CAT2-REC            PIC  X(106).

       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG1-TOKEN      PIC  X(016).
           03  FILLER          PIC  X(001).
           03  LOG1-RPTID      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LOG1-CAP-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-CAP-HMS    PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LOG1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-METHOD     PIC  X(004).
           03  FILLER          PIC  X(001).
           03  LOG1-EVT-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-EVT-HMS    PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LOG1-DUE-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-DUE-HHMM   PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LOG1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LOG1-DEST       PIC  X(040).

       FD  SPL1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SPL1-LEN.
       01  SPL1-REC.
           03  FILLER          PIC  X(1000).

       FD  OUT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-OUT1-LEN.
       01  OUT1-REC.
           03  FILLER          PIC  X(1000).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RPTDIST ".

           03  WK-MST1-F-NAME  PIC  X(032) VALUE "RPTDIST.MST".
           03  WK-CAT1-F-NAME  PIC  X(032) VALUE "RPTSPOOL.CAT".
           03  WK-CAT2-F-NAME  PIC  X(032) VALUE "RPTDIST.CATWK".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "RPTDIST.LOG".
           03  WK-SPL1-F-NAME  PIC  X(048) VALUE SPACE.
           03  WK-OUT1-F-NAME  PIC  X(096) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "RPTDIST.POT1".
           03  WK-ATT-DIR      PIC  X(032) VALUE "RPTDIST.ATT".

           03  WK-MST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CAT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SPL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-OUT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-MST1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SPL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-SPL1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT1-LEN     BINARY-LONG SYNC VALUE 1000.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-ARG2         PIC  X(020) VALUE SPACE.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.
           03  WK-NOW-HHMM     PIC  9(004) VALUE ZERO.
           03  WK-NOW-MIN      PIC  9(011) VALUE ZERO.
           03  WK-TODAY-WEEK   PIC  X(003) VALUE SPACE.
           03  WK-TODAY-HOL    PIC  X(001) VALUE SPACE.
           03  WK-TODAY-EOM    PIC  X(001) VALUE "N".
           03  WK-TOMORROW     PIC  9(008) VALUE ZERO.

           03  WK-CMD          PIC  X(256) VALUE SPACE.

      *    *** 配布先マスター行の分解
           03  WK-MST-LINE-NO  BINARY-LONG SYNC VALUE ZERO.
           03  WK-MST-ERR      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-E       PIC  ZZZZ9  VALUE ZERO.
           03  WK-ITEM         OCCURS 8
                               PIC  X(060) VALUE SPACE.
           03  WK-KEY          PIC  X(008) VALUE SPACE.
           03  WK-VAL          PIC  X(050) VALUE SPACE.
           03  WK-SCHED-TK     OCCURS 7
                               PIC  X(005) VALUE SPACE.
           03  WK-SCHED-HIT    PIC  X(001) VALUE "N".
           03  WK-SCHED-BAD    PIC  X(001) VALUE "N".
           03  WK-DD           PIC  9(002) VALUE ZERO.

      *    *** 配信中の帳票(スプール台帳の最新の取込み)
           03  WK-CAP-FOUND    PIC  X(001) VALUE "N".
           03  WK-CAP-YMD      PIC  9(008) VALUE ZERO.
           03  WK-CAP-HMS      PIC  9(006) VALUE ZERO.
           03  WK-CAP-FILE     PIC  X(048) VALUE SPACE.
           03  WK-CAP-FAIL     PIC  X(001) VALUE "N".
           03  WK-CAP-NEW      BINARY-LONG SYNC VALUE ZERO.

      *    *** 配信1件
           03  WK-TOKEN        PIC  X(016) VALUE SPACE.
           03  WK-STATE        PIC  X(001) VALUE SPACE.
           03  WK-DLV-OK       PIC  X(001) VALUE "N".
           03  WK-DUE-MIN      PIC  9(011) VALUE ZERO.
           03  WK-DUE-DAYS     PIC  9(008) VALUE ZERO.
           03  WK-DUE-REM      PIC  9(004) VALUE ZERO.
           03  WK-DUE-YMD      PIC  9(008) VALUE ZERO.
           03  WK-DUE-HHMM     PIC  9(004) VALUE ZERO.
           03  WK-DUE-HM       REDEFINES WK-DUE-HHMM.
             05  WK-DUE-HH     PIC  9(002).
             05  WK-DUE-MI     PIC  9(002).
           03  WK-DUE-HH-W     PIC  9(004) VALUE ZERO.
           03  WK-DUE-MI-W     PIC  9(004) VALUE ZERO.
           03  WK-SEC-FN       PIC  X(008) VALUE SPACE.

      *    *** 配信件数
           03  WK-DLV-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-REF-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FAIL-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZ,ZZ9 VALUE ZERO.
           03  WK-CNT4-E       PIC  ZZZ,ZZ9 VALUE ZERO.

      *    *** 例外リスト
           03  WK-WINDOW-DAYS  PIC  9(003) VALUE 31.
           03  WK-FROM-YMD     PIC  9(008) VALUE ZERO.
           03  WK-LATE-MIN     PIC  9(011) VALUE ZERO.
           03  WK-LATE-HRS-E   PIC  ZZ,ZZ9 VALUE ZERO.

      *    *** 受領確認
           03  WK-ACK-FOUND    PIC  X(001) VALUE "N".
           03  WK-ACK-SAVE     PIC  X(130) VALUE SPACE.

      *    *** 確認番号の生成(SECCHKの引継ぎ券と同じ作り方)
           03  WK-TKN-RAW      PIC  X(008) VALUE SPACE.
           03  WK-HEX-CHR      PIC  X(016) VALUE "0123456789ABCDEF".
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RND-SEED     PIC  9(008) VALUE ZERO.
           03  WK-RND-DUMMY    PIC  V9(008) VALUE ZERO.
           03  WK-RND-DONE     PIC  X(001) VALUE "N".
           03  WK-FH           USAGE IS POINTER.
           03  WK-CFILE        PIC  X(081) VALUE SPACE.
           03  WK-ACCESS-MODE  BINARY-LONG SYNC VALUE 1.
           03  WK-FILE-LOCK    PIC  X(001) VALUE SPACE.
           03  WK-DEVICE       PIC  X(001) VALUE SPACE.
           03  WK-OFFSET       PIC  9(018) COMP VALUE ZERO.
           03  WK-READ-LEN     PIC  9(008) COMP VALUE 8.
           03  WK-FLAGS        BINARY-CHAR SYNC VALUE ZERO.

      *    *** 配信帳票の先頭行
           03  WK-HDR1.
             05  FILLER        PIC  X(017) VALUE "******** RPTDIST ".
             05  FILLER        PIC  X(008) VALUE "CONFIRM=".
             05  WK-HDR1-TOKEN PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE " TO=".
             05  WK-HDR1-OPID  PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(005) VALUE " RPT=".
             05  WK-HDR1-RPTID PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(009) VALUE " ********".
           03  WK-HDR2.
             05  FILLER        PIC  X(009) VALUE "******** ".
             05  FILLER        PIC  X(026) VALUE
                               "受領確認: RPTDIST ACK ".
             05  WK-HDR2-TOKEN PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(008) VALUE " 期限=".
             05  WK-HDR2-DUE   PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HDR2-HHMM  PIC  9(004) VALUE ZERO.
             05  FILLER        PIC  X(009) VALUE " ********".

      *    *** 例外リストの見出しと明細
           03  WK-EX-HDR.
             05  FILLER        PIC  X(021) VALUE "帳票ID".
             05  FILLER        PIC  X(010) VALUE "取込日".
             05  FILLER        PIC  X(010) VALUE "受取人".
             05  FILLER        PIC  X(007) VALUE "方法".
             05  FILLER        PIC  X(017) VALUE "確認番号".
             05  FILLER        PIC  X(010) VALUE "配信日".
             05  FILLER        PIC  X(014) VALUE "期限".
             05  FILLER        PIC  X(015) VALUE "超過/理由".
           03  WK-EX-DTL.
             05  WK-EX-RPTID   PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-CAP-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-OPID    PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-METHOD  PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-TOKEN   PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-EVT-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-DUE-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-DUE-HHMM PIC 9(004) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-EX-NOTE    PIC  X(040) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** 配布先マスターのテーブル
       01  RP-TBL-AREA.
           03  WK-RP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RP-TBL       OCCURS 100.
             05  WK-RP-ID      PIC  X(020) VALUE SPACE.
             05  WK-RP-SCHED   PIC  X(040) VALUE SPACE.
             05  WK-RP-CONF    PIC  X(001) VALUE SPACE.
             05  WK-RP-KEEP    PIC  X(001) VALUE SPACE.
             05  WK-RP-ACKHRS  PIC  9(003) VALUE ZERO.
             05  WK-RP-SECFN   PIC  X(008) VALUE SPACE.
           03  WK-RC-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-TBL       OCCURS 500.
             05  WK-RC-RP      BINARY-LONG SYNC VALUE ZERO.
             05  WK-RC-OPID    PIC  X(008) VALUE SPACE.
             05  WK-RC-METHOD  PIC  X(004) VALUE SPACE.
             05  WK-RC-DEST    PIC  X(040) VALUE SPACE.

      *    *** 配信中の帳票の配布台帳(配布先毎の最後の状態)
       01  LG-TBL-AREA.
           03  WK-LG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LG-TBL       OCCURS 500.
             05  WK-LG-OPID    PIC  X(008) VALUE SPACE.
             05  WK-LG-METHOD  PIC  X(004) VALUE SPACE.
             05  WK-LG-STATE   PIC  X(001) VALUE SPACE.

      *    *** 例外リスト用の配布台帳(確認番号毎の最後の状態)
       01  EX-TBL-AREA.
           03  WK-EX-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-EX-TBL       OCCURS 3000.
             05  WK-EX-LINE    PIC  X(130) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数解析
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "DIST"
                   PERFORM S100-10     THRU    S100-EX
                   IF      WK-MST-ERR  =       ZERO
                           PERFORM S200-10     THRU    S200-EX
                   END-IF
               WHEN "ACK"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "EXCP"
                   PERFORM S400-10     THRU    S400-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " ARG-1=DIST/ACK/EXCP"
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
                                       LOG1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-X    FROM    TIME
           MOVE    WK-NOW-X (1:6) TO   WK-NOW-HMS
           MOVE    WK-NOW-X (1:4) TO   WK-NOW-HHMM
           COMPUTE WK-NOW-MIN  =
                   INTEGER-OF-DATE(WK-TODAY-YMD) * 1440
                   + NUMVAL(WK-NOW-X (1:2)) * 60
                   + NUMVAL(WK-NOW-X (3:2))

      *    *** 当日の曜日、休日、月末日
           MOVE    WK-TODAY-YMD TO     WDW-DATE2-YMD-9
           MOVE    "H"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA
           MOVE    WDW-DATE2-WEEK-NA TO WK-TODAY-WEEK
           MOVE    WDW-HOLIDAY TO      WK-TODAY-HOL
           COMPUTE WK-TOMORROW =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(WK-TODAY-YMD) + 1)
           IF      WK-TOMORROW (7:2) = "01"
                   MOVE    "Y"         TO      WK-TODAY-EOM
           END-IF
           MOVE    WK-TODAY-YMD (7:2) TO WK-DD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-ARG2     FROM    ARGUMENT-VALUE
           END-IF

      *    *** 共有ファイルの物理パス
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-MST1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-MST1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-CAT1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-CAT1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-LOG1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LOG1-F-NAME
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-ATT-DIR  TO      WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-ATT-DIR
           .
       S010-EX.
           EXIT.

      *    *** 配布先マスターを読み、検査してテーブルに積む
       S100-10.

           OPEN    INPUT       MST1-F
           IF      WK-MST1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MST1-F OPEN ERROR STATUS="
                           WK-MST1-STATUS " (" WK-MST1-F-NAME ")"
                   MOVE    1           TO      WK-MST-ERR
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-MST1-EOF = HIGH-VALUE
               READ    MST1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-MST1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-MST-LINE-NO
                       MOVE    WK-MST-LINE-NO TO   WK-LINE-E
                       IF      MST1-REC (1:1) NOT = "*"    AND
                               MST1-REC    NOT =   SPACE
                           PERFORM S110-10     THRU    S110-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   MST1-F

           IF      WK-MST-ERR  >       ZERO
                   MOVE    WK-MST-ERR  TO      WK-CNT-E
                   DISPLAY WK-PGM-NAME " 配布先マスター誤り="
                           WK-CNT-E
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** マスター1行。RPT=行は帳票、TO=行は直前の帳票の配布先
       S110-10.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               MOVE    SPACE       TO      WK-ITEM (J)
           END-PERFORM
           UNSTRING MST1-REC   DELIMITED BY ","
               INTO WK-ITEM (1) WK-ITEM (2) WK-ITEM (3) WK-ITEM (4)
                    WK-ITEM (5) WK-ITEM (6) WK-ITEM (7) WK-ITEM (8)
           END-UNSTRING

           MOVE    SPACE       TO      WK-KEY      WK-VAL
           UNSTRING WK-ITEM (1) DELIMITED BY "="
               INTO WK-KEY WK-VAL
           END-UNSTRING

           EVALUATE WK-KEY
               WHEN "RPT"
                   ADD     1           TO      WK-RP-CNT
                   IF      WK-RP-CNT   >       100
                       DISPLAY WK-PGM-NAME " 帳票は100件まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   MOVE    WK-VAL      TO      WK-RP-ID (WK-RP-CNT)
                   MOVE    "DAILY"     TO      WK-RP-SCHED (WK-RP-CNT)
                   MOVE    "N"         TO      WK-RP-CONF (WK-RP-CNT)
                   MOVE    "Y"         TO      WK-RP-KEEP (WK-RP-CNT)
                   MOVE    24          TO      WK-RP-ACKHRS (WK-RP-CNT)
                   MOVE    WK-VAL (1:8) TO     WK-RP-SECFN (WK-RP-CNT)
                   PERFORM VARYING J FROM 2 BY 1 UNTIL J > 8
                       IF      WK-ITEM (J) NOT =   SPACE
                           PERFORM S120-10     THRU    S120-EX
                       END-IF
                   END-PERFORM
                   IF      WK-RP-ID (WK-RP-CNT) = SPACE
                       DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                               " RPT= 帳票IDなし"
                       ADD     1           TO      WK-MST-ERR
                   END-IF
                   MOVE    WK-RP-CNT   TO      I
                   PERFORM S150-10     THRU    S150-EX
                   IF      WK-SCHED-BAD =      "Y"
                       DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                               " SCHED 誤り " WK-RP-SCHED (WK-RP-CNT)
                       ADD     1           TO      WK-MST-ERR
                   END-IF
               WHEN "TO"
                   IF      WK-RP-CNT   =       ZERO
                       DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                               " RPT=行より前のTO="
                       ADD     1           TO      WK-MST-ERR
                       GO  TO  S110-EX
                   END-IF
                   ADD     1           TO      WK-RC-CNT
                   IF      WK-RC-CNT   >       500
                       DISPLAY WK-PGM-NAME " 配布先は500件まで"
                       MOVE    16          TO      RETURN-CODE
                       STOP    RUN
                   END-IF
                   MOVE    WK-RP-CNT   TO      WK-RC-RP (WK-RC-CNT)
                   MOVE    WK-VAL      TO      WK-RC-OPID (WK-RC-CNT)
                   PERFORM VARYING J FROM 2 BY 1 UNTIL J > 8
                       IF      WK-ITEM (J) NOT =   SPACE
                           PERFORM S130-10     THRU    S130-EX
                       END-IF
                   END-PERFORM
                   PERFORM S140-10     THRU    S140-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " 不明な行 " WK-KEY
                   ADD     1           TO      WK-MST-ERR
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** RPT=行の項目
       S120-10.

           MOVE    SPACE       TO      WK-KEY      WK-VAL
           UNSTRING WK-ITEM (J) DELIMITED BY "="
               INTO WK-KEY WK-VAL
           END-UNSTRING

           EVALUATE WK-KEY
               WHEN "SCHED"
                   MOVE    WK-VAL      TO      WK-RP-SCHED (WK-RP-CNT)
               WHEN "CONF"
                   MOVE    WK-VAL      TO      WK-RP-CONF (WK-RP-CNT)
               WHEN "KEEP"
                   MOVE    WK-VAL      TO      WK-RP-KEEP (WK-RP-CNT)
               WHEN "ACKHRS"
                   IF      TRIM(WK-VAL) IS NUMERIC     AND
                           NUMVAL(WK-VAL) >    ZERO    AND
                           NUMVAL(WK-VAL) <    1000
                       MOVE    NUMVAL(WK-VAL) TO
                               WK-RP-ACKHRS (WK-RP-CNT)
                   ELSE
                       DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                               " ACKHRS 誤り " WK-VAL (1:10)
                       ADD     1           TO      WK-MST-ERR
                   END-IF
               WHEN "SECFN"
                   MOVE    WK-VAL      TO      WK-RP-SECFN (WK-RP-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " 不明な項目 " WK-KEY
                   ADD     1           TO      WK-MST-ERR
           END-EVALUATE

           IF      WK-RP-CONF (WK-RP-CNT) NOT = "Y" AND NOT = "N"
               OR  WK-RP-KEEP (WK-RP-CNT) NOT = "Y" AND NOT = "N"
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " CONF/KEEP は Y/N"
                   ADD     1           TO      WK-MST-ERR
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** TO=行の項目
       S130-10.

           MOVE    SPACE       TO      WK-KEY      WK-VAL
           UNSTRING WK-ITEM (J) DELIMITED BY "="
               INTO WK-KEY WK-VAL
           END-UNSTRING

           EVALUATE WK-KEY
               WHEN "METHOD"
                   MOVE    WK-VAL      TO      WK-RC-METHOD (WK-RC-CNT)
               WHEN "DEST"
                   MOVE    WK-VAL      TO      WK-RC-DEST (WK-RC-CNT)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " 不明な項目 " WK-KEY
                   ADD     1           TO      WK-MST-ERR
           END-EVALUATE
           .
       S130-EX.
           EXIT.

      *    *** 配布先の検査
       S140-10.

           EVALUATE TRUE
               WHEN WK-RC-OPID (WK-RC-CNT) = SPACE
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " TO= 利用者IDなし"
                   ADD     1           TO      WK-MST-ERR
               WHEN WK-RC-METHOD (WK-RC-CNT) NOT = "DROP"
                                         AND NOT = "MAIL"
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " METHOD は DROP/MAIL"
                   ADD     1           TO      WK-MST-ERR
               WHEN WK-RC-DEST (WK-RC-CNT) = SPACE
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " DEST なし"
                   ADD     1           TO      WK-MST-ERR
      *    *** メールスプールの宛先は20桁
               WHEN WK-RC-METHOD (WK-RC-CNT) = "MAIL" AND
                    WK-RC-DEST (WK-RC-CNT) (21:20) NOT = SPACE
                   DISPLAY WK-PGM-NAME " 行" WK-LINE-E
                           " MAILのDESTは20桁まで"
                   ADD     1           TO      WK-MST-ERR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S140-EX.
           EXIT.

      *    *** 帳票(I)の日程が当日に当たるか(WK-SCHED-HIT)、
      *    *** 日程の書き方が正しいか(WK-SCHED-BAD)
       S150-10.

           MOVE    "N"         TO      WK-SCHED-HIT
           MOVE    "N"         TO      WK-SCHED-BAD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               MOVE    SPACE       TO      WK-SCHED-TK (J)
           END-PERFORM
           UNSTRING WK-RP-SCHED (I) DELIMITED BY "/"
               INTO WK-SCHED-TK (1) WK-SCHED-TK (2) WK-SCHED-TK (3)
                    WK-SCHED-TK (4) WK-SCHED-TK (5) WK-SCHED-TK (6)
                    WK-SCHED-TK (7)
           END-UNSTRING

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               EVALUATE TRUE
                   WHEN WK-SCHED-TK (J) = SPACE
                       CONTINUE
                   WHEN WK-SCHED-TK (J) = "DAILY"
                       MOVE    "Y"         TO      WK-SCHED-HIT
                   WHEN WK-SCHED-TK (J) = "BDAY"
                       IF      WK-TODAY-HOL =      "N"
                           MOVE    "Y"         TO      WK-SCHED-HIT
                       END-IF
                   WHEN WK-SCHED-TK (J) = "EOM"
                       IF      WK-TODAY-EOM =      "Y"
                           MOVE    "Y"         TO      WK-SCHED-HIT
                       END-IF
                   WHEN WK-SCHED-TK (J) = "MON" OR "TUE" OR "WED"
                                       OR "THU" OR "FRI" OR "SAT"
                                       OR "SUN"
                       IF      WK-SCHED-TK (J) = WK-TODAY-WEEK
                           MOVE    "Y"         TO      WK-SCHED-HIT
                       END-IF
                   WHEN WK-SCHED-TK (J) (1:1) = "D"    AND
                        WK-SCHED-TK (J) (2:2) IS NUMERIC AND
                        WK-SCHED-TK (J) (4:2) = SPACE
                       IF      WK-SCHED-TK (J) (2:2) = WK-DD
                           MOVE    "Y"         TO      WK-SCHED-HIT
                       END-IF
                   WHEN OTHER
                       MOVE    "Y"         TO      WK-SCHED-BAD
               END-EVALUATE
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** DIST: 帳票毎に最新の取込みを配布先へ配信する
       S200-10.

           IF      WK-ARG2     NOT =   SPACE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-RP-CNT
                              OR WK-RP-ID (I) = WK-ARG2
                       CONTINUE
                   END-PERFORM
                   IF      I           >       WK-RP-CNT
                       DISPLAY WK-PGM-NAME
                               " 配布先マスターに無い帳票 "
                               WK-ARG2
                       MOVE    4           TO      WK-RC-SAVE
                       GO  TO  S200-EX
                   END-IF
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-RP-CNT
               IF      WK-ARG2     =       SPACE   OR
                       WK-RP-ID (I) =      WK-ARG2
                   PERFORM S210-10     THRU    S210-EX
               END-IF
           END-PERFORM

           MOVE    WK-DLV-CNT  TO      WK-CNT-E
           MOVE    WK-SKIP-CNT TO      WK-CNT2-E
           MOVE    WK-REF-CNT  TO      WK-CNT3-E
           MOVE    WK-FAIL-CNT TO      WK-CNT4-E
           DISPLAY WK-PGM-NAME " 配信=" WK-CNT-E
                   " 配信済=" WK-CNT2-E
                   " 機密拒否=" WK-CNT3-E " 失敗=" WK-CNT4-E

           IF      WK-REF-CNT  >       ZERO
               AND WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           IF      WK-FAIL-CNT >       ZERO
               AND WK-RC-SAVE  <       8
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 帳票(I)1件。日程、最新の取込み、配布台帳を見て
      *    *** まだ届いていない配布先へ配信する
       S210-10.

           PERFORM S150-10     THRU    S150-EX
           IF      WK-SCHED-HIT NOT =  "Y"
                   DISPLAY WK-PGM-NAME " " WK-RP-ID (I)
                           " 日程外(" WK-RP-SCHED (I) (1:20) ")"
                   GO  TO  S210-EX
           END-IF

           PERFORM S220-10     THRU    S220-EX
           IF      WK-CAP-FOUND NOT =  "Y"
                   DISPLAY WK-PGM-NAME " " WK-RP-ID (I)
                           " スプールに取込みなし"
                   GO  TO  S210-EX
           END-IF

           PERFORM S230-10     THRU    S230-EX

           MOVE    "N"         TO      WK-CAP-FAIL
           MOVE    ZERO        TO      WK-CAP-NEW
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-RC-CNT
               IF      WK-RC-RP (K) =      I
                   PERFORM S240-10     THRU    S240-EX
               END-IF
           END-PERFORM

      *    *** 保管指定N: 全配布先に届いたらスプールを残さない
           IF      WK-RP-KEEP (I) =    "N"     AND
                   WK-CAP-FAIL =       "N"     AND
                   WK-CAP-NEW  >       ZERO
                   PERFORM S270-10     THRU    S270-EX
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** スプール台帳から帳票(I)の最新の取込みを探す
       S220-10.

           MOVE    "N"         TO      WK-CAP-FOUND
           MOVE    ZERO        TO      WK-CAP-YMD  WK-CAP-HMS
           MOVE    SPACE       TO      WK-CAP-FILE
           MOVE    LOW-VALUE   TO      WK-CAT1-EOF

           OPEN    INPUT       CAT1-F
           IF      WK-CAT1-STATUS NOT =  ZERO
                   GO  TO  S220-EX
           END-IF
           PERFORM UNTIL WK-CAT1-EOF = HIGH-VALUE
               READ    CAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAT1-EOF
                   NOT AT  END
                       IF      CAT1-RPTID  =       WK-RP-ID (I)
                           IF  CAT1-YMD    >       WK-CAP-YMD  OR
                             ( CAT1-YMD    =       WK-CAP-YMD  AND
                               CAT1-HMS    >=      WK-CAP-HMS )
                               MOVE    "Y"         TO  WK-CAP-FOUND
                               MOVE    CAT1-YMD    TO  WK-CAP-YMD
                               MOVE    CAT1-HMS    TO  WK-CAP-HMS
                               MOVE    CAT1-FILE   TO  WK-CAP-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   CAT1-F
           .
       S220-EX.
           EXIT.

      *    *** 配布台帳からこの取込みの配布先毎の最後の状態を集める
       S230-10.

           MOVE    ZERO        TO      WK-LG-CNT
           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   GO  TO  S230-EX
           END-IF
           PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
               READ    LOG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LOG1-EOF
                   NOT AT  END
                       IF      LOG1-RPTID  =       WK-RP-ID (I)    AND
                               LOG1-CAP-YMD =      WK-CAP-YMD      AND
                               LOG1-CAP-HMS =      WK-CAP-HMS
                           PERFORM S235-10     THRU    S235-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LOG1-F
           .
       S230-EX.
           EXIT.

       S235-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-LG-CNT
                      OR ( WK-LG-OPID (J) = LOG1-OPID AND
                           WK-LG-METHOD (J) = LOG1-METHOD )
               CONTINUE
           END-PERFORM
           IF      J           >       WK-LG-CNT
                   IF      WK-LG-CNT   >=      500
                           GO  TO  S235-EX
                   END-IF
                   ADD     1           TO      WK-LG-CNT
                   MOVE    LOG1-OPID   TO      WK-LG-OPID (J)
                   MOVE    LOG1-METHOD TO      WK-LG-METHOD (J)
           END-IF
           MOVE    LOG1-STATE  TO      WK-LG-STATE (J)
           .
       S235-EX.
           EXIT.

      *    *** 配布先(K)へ1件配信する
       S240-10.

      *    *** 配信済/確認済/機密拒否なら何もしない(失敗は再配信)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-LG-CNT
                      OR ( WK-LG-OPID (J) = WK-RC-OPID (K) AND
                           WK-LG-METHOD (J) = WK-RC-METHOD (K) )
               CONTINUE
           END-PERFORM
           IF      J           <=      WK-LG-CNT
               AND WK-LG-STATE (J) NOT = "F"
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S240-EX
           END-IF

           PERFORM S800-10     THRU    S800-EX

      *    *** 確認期限 = 配信時刻 + ACKHRS時間
           COMPUTE WK-DUE-MIN  =
                   WK-NOW-MIN + WK-RP-ACKHRS (I) * 60
           DIVIDE  WK-DUE-MIN  BY      1440
                   GIVING  WK-DUE-DAYS REMAINDER WK-DUE-REM
           COMPUTE WK-DUE-YMD  = DATE-OF-INTEGER(WK-DUE-DAYS)
           DIVIDE  WK-DUE-REM  BY      60
                   GIVING  WK-DUE-HH-W REMAINDER WK-DUE-MI-W
           MOVE    WK-DUE-HH-W TO      WK-DUE-HH
           MOVE    WK-DUE-MI-W TO      WK-DUE-MI

      *    *** 機密帳票は受取人の役割を確かめる
           IF      WK-RP-CONF (I) =    "Y"
                   MOVE    "ROLECK"    TO      WSC-ID
                   MOVE    WK-RC-OPID (K) TO   WSC-OPID
                   MOVE    "RPTDIST "  TO      WSC-PGM
                   MOVE    WK-RP-SECFN (I) TO  WSC-FUNC
                   MOVE    SPACE       TO      WSC-DETAIL
                   STRING  "RPTDIST CONF " DELIMITED BY SIZE
                           WK-RP-ID (I) DELIMITED BY SPACE
                           INTO    WSC-DETAIL
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
                   IF      WSC-RESULT  NOT =   "Y"
                       DISPLAY WK-PGM-NAME " " WK-RP-ID (I)
                               " 機密のため配信せず TO="
                               WK-RC-OPID (K)
                       MOVE    "R"         TO      WK-STATE
                       PERFORM S260-10     THRU    S260-EX
                       ADD     1           TO      WK-REF-CNT
                       GO  TO  S240-EX
                   END-IF
           END-IF

           EVALUATE WK-RC-METHOD (K)
               WHEN "DROP"
                   PERFORM S245-10     THRU    S245-EX
               WHEN "MAIL"
                   PERFORM S250-10     THRU    S250-EX
           END-EVALUATE

           IF      WK-DLV-OK   =       "Y"
                   MOVE    "D"         TO      WK-STATE
                   ADD     1           TO      WK-DLV-CNT
                                               WK-CAP-NEW
                   DISPLAY WK-PGM-NAME " " WK-RP-ID (I) " -> "
                           WK-RC-OPID (K) " " WK-RC-METHOD (K)
                           " CONFIRM=" WK-TOKEN
           ELSE
                   MOVE    "F"         TO      WK-STATE
                   MOVE    "Y"         TO      WK-CAP-FAIL
                   ADD     1           TO      WK-FAIL-CNT
                   DISPLAY WK-PGM-NAME " " WK-RP-ID (I) " 配信失敗 "
                           WK-RC-OPID (K) " " WK-RC-METHOD (K) " "
                           WK-RC-DEST (K)
           END-IF
           PERFORM S260-10     THRU    S260-EX
           .
       S240-EX.
           EXIT.

      *    *** DROP: 配布先ディレクトリへ帳票を置く
       S245-10.

           MOVE    SPACE       TO      WK-CMD
           STRING  "mkdir -p "         DELIMITED BY SIZE
                   WK-RC-DEST (K)      DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    SPACE       TO      WK-OUT1-F-NAME
           STRING  WK-RC-DEST (K)      DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-RP-ID (I)        DELIMITED BY SPACE
                   "."                 DELIMITED BY SIZE
                   WK-CAP-YMD          DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   WK-CAP-HMS          DELIMITED BY SIZE
                   ".RPT"              DELIMITED BY SIZE
                   INTO    WK-OUT1-F-NAME

           PERFORM S280-10     THRU    S280-EX
           .
       S245-EX.
           EXIT.

      *    *** MAIL: 添付ディレクトリへ帳票を置き、メールスプールへ
      *    *** 宛先1行を追記する(NOTIFY DLVR)
       S250-10.

           MOVE    SPACE       TO      WK-CMD
           STRING  "mkdir -p "         DELIMITED BY SIZE
                   WK-ATT-DIR          DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    SPACE       TO      WK-OUT1-F-NAME
           STRING  WK-ATT-DIR          DELIMITED BY SPACE
                   "/"                 DELIMITED BY SIZE
                   WK-TOKEN            DELIMITED BY SIZE
                   ".RPT"              DELIMITED BY SIZE
                   INTO    WK-OUT1-F-NAME

           PERFORM S280-10     THRU    S280-EX
           IF      WK-DLV-OK   NOT =   "Y"
                   GO  TO  S250-EX
           END-IF

           MOVE    "DLVR  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           MOVE    "I"         TO      WNT-SEV
           MOVE    SPACE       TO      WNT-MSGID
           MOVE    "MAIL"      TO      WNT-CH
           MOVE    WK-RC-DEST (K) TO   WNT-DEST
           MOVE    ZERO        TO      WNT-SEQ
           MOVE    SPACE       TO      WNT-TEXT
           STRING  WK-RP-ID (I)        DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-CAP-YMD          DELIMITED BY SIZE
                   " CONFIRM="         DELIMITED BY SIZE
                   WK-TOKEN            DELIMITED BY SIZE
                   " ATT="             DELIMITED BY SIZE
                   WK-TOKEN            DELIMITED BY SIZE
                   ".RPT"              DELIMITED BY SIZE
                   INTO    WNT-TEXT
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           IF      WNT-RESULT  NOT =   "Y"
                   MOVE    "N"         TO      WK-DLV-OK
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** 配布台帳へ1行追記する(WK-STATE)
       S260-10.

           OPEN    EXTEND      LOG1-F
           IF      WK-LOG1-STATUS =    05      OR      35
                   OPEN    OUTPUT      LOG1-F
           END-IF
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      LOG1-REC
           MOVE    WK-TOKEN    TO      LOG1-TOKEN
           MOVE    WK-RP-ID (I) TO     LOG1-RPTID
           MOVE    WK-CAP-YMD  TO      LOG1-CAP-YMD
           MOVE    WK-CAP-HMS  TO      LOG1-CAP-HMS
           MOVE    WK-RC-OPID (K) TO   LOG1-OPID
           MOVE    WK-RC-METHOD (K) TO LOG1-METHOD
           MOVE    WK-TODAY-YMD TO     LOG1-EVT-YMD
           MOVE    WK-NOW-HMS  TO      LOG1-EVT-HMS
           MOVE    WK-DUE-YMD  TO      LOG1-DUE-YMD
           MOVE    WK-DUE-HHMM TO      LOG1-DUE-HHMM
           MOVE    WK-STATE    TO      LOG1-STATE
           MOVE    WK-RC-DEST (K) TO   LOG1-DEST
           WRITE   LOG1-REC
           CLOSE   LOG1-F
           .
       S260-EX.
           EXIT.

      *    *** 保管指定N: スプール台帳のこの取込みの保管日数を0に
      *    *** する(削除はRPTSPOOLの整理に任せる)
       S270-10.

           OPEN    INPUT       CAT1-F
           IF      WK-CAT1-STATUS NOT =  ZERO
                   GO  TO  S270-EX
           END-IF
           OPEN    OUTPUT      CAT2-F
           IF      WK-CAT2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CAT2-F OPEN ERROR STATUS="
                           WK-CAT2-STATUS
                   CLOSE   CAT1-F
                   GO  TO  S270-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-CAT1-EOF
           PERFORM UNTIL WK-CAT1-EOF = HIGH-VALUE
               READ    CAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAT1-EOF
                   NOT AT  END
                       IF      CAT1-RPTID  =       WK-RP-ID (I)    AND
                               CAT1-YMD    =       WK-CAP-YMD      AND
                               CAT1-HMS    =       WK-CAP-HMS
                           MOVE    ZERO        TO      CAT1-KEEP
                       END-IF
                       MOVE    CAT1-REC    TO      CAT2-REC
                       WRITE   CAT2-REC
               END-READ
           END-PERFORM

           CLOSE   CAT1-F
           CLOSE   CAT2-F

      *    *** ワークを台帳へ戻す
           MOVE    SPACE       TO      WK-CMD
           STRING  "mv "               DELIMITED BY SIZE
                   WK-CAT2-F-NAME      DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-CAT1-F-NAME      DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           DISPLAY WK-PGM-NAME " " WK-RP-ID (I)
                   " 保管指定N スプール保管日数=0"
           .
       S270-EX.
           EXIT.

      *    *** 保管帳票に確認番号の行を付けてWK-OUT1-F-NAMEへ書く
       S280-10.

           MOVE    "N"         TO      WK-DLV-OK
           MOVE    WK-CAP-FILE TO      WK-SPL1-F-NAME
           OPEN    INPUT       SPL1-F
           IF      WK-SPL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " SPL1-F OPEN ERROR STATUS="
                           WK-SPL1-STATUS " " WK-SPL1-F-NAME
                   GO  TO  S280-EX
           END-IF
           OPEN    OUTPUT      OUT1-F
           IF      WK-OUT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " OUT1-F OPEN ERROR STATUS="
                           WK-OUT1-STATUS " " WK-OUT1-F-NAME (1:48)
                   CLOSE   SPL1-F
                   GO  TO  S280-EX
           END-IF

           MOVE    WK-TOKEN    TO      WK-HDR1-TOKEN   WK-HDR2-TOKEN
           MOVE    WK-RC-OPID (K) TO   WK-HDR1-OPID
           MOVE    WK-RP-ID (I) TO     WK-HDR1-RPTID
           MOVE    WK-DUE-YMD  TO      WK-HDR2-DUE
           MOVE    WK-DUE-HHMM TO      WK-HDR2-HHMM
           MOVE    SPACE       TO      OUT1-REC
           MOVE    WK-HDR1     TO      OUT1-REC
           MOVE    LENGTH OF WK-HDR1 TO WK-OUT1-LEN
           WRITE   OUT1-REC
           MOVE    SPACE       TO      OUT1-REC
           MOVE    WK-HDR2     TO      OUT1-REC
           MOVE    LENGTH OF WK-HDR2 TO WK-OUT1-LEN
           WRITE   OUT1-REC

           MOVE    LOW-VALUE   TO      WK-SPL1-EOF
           PERFORM UNTIL WK-SPL1-EOF = HIGH-VALUE
               READ    SPL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SPL1-EOF
                   NOT AT  END
                       MOVE    SPL1-REC    TO      OUT1-REC
                       MOVE    WK-SPL1-LEN TO      WK-OUT1-LEN
                       IF      WK-OUT1-LEN <       1
                               MOVE    1           TO  WK-OUT1-LEN
                       END-IF
                       WRITE   OUT1-REC
               END-READ
           END-PERFORM

           IF      WK-OUT1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-DLV-OK
           END-IF
           CLOSE   SPL1-F
           CLOSE   OUT1-F
           .
       S280-EX.
           EXIT.

      *    *** ACK: 受取人本人が確認番号の受領を確認する
       S300-10.

           IF      WK-ARG2     =       SPACE
                   DISPLAY WK-PGM-NAME
                           " ACK ﾋｷｽｳ ﾌｿｸ(確認番号)"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF
           INSPECT WK-ARG2     CONVERTING "abcdef" TO "ABCDEF"

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
                   GO  TO  S300-EX
           END-IF

      *    *** 確認番号の最後の行を探す
           MOVE    "N"         TO      WK-ACK-FOUND
           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS =    ZERO
               PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
                   READ    LOG1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LOG1-EOF
                       NOT AT  END
                           IF      LOG1-TOKEN  =   WK-ARG2 (1:16)
                               MOVE    "Y"         TO  WK-ACK-FOUND
                               MOVE    LOG1-REC    TO  WK-ACK-SAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   LOG1-F
           END-IF

           IF      WK-ACK-FOUND NOT =  "Y"
                   DISPLAY WK-PGM-NAME " 確認番号なし " WK-ARG2
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF
           MOVE    WK-ACK-SAVE TO      LOG1-REC

           EVALUATE TRUE
               WHEN LOG1-OPID  NOT =   WSC-OPID
                   DISPLAY WK-PGM-NAME
                           " 受取人本人ではない TO=" LOG1-OPID
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
               WHEN LOG1-STATE =       "A"
                   DISPLAY WK-PGM-NAME " 受領確認済み "
                           LOG1-EVT-YMD " " LOG1-EVT-HMS
                   MOVE    4           TO      WK-RC-SAVE
                   GO  TO  S300-EX
               WHEN LOG1-STATE NOT =   "D"
                   DISPLAY WK-PGM-NAME
                           " 配信されていない確認番号 "
                           "状態=" LOG1-STATE
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S300-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    *** 受領確認の行を追記する
           OPEN    EXTEND      LOG1-F
           IF      WK-LOG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LOG1-F OPEN ERROR STATUS="
                           WK-LOG1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF
           MOVE    WK-ACK-SAVE TO      LOG1-REC
           MOVE    WK-TODAY-YMD TO     LOG1-EVT-YMD
           MOVE    WK-NOW-HMS  TO      LOG1-EVT-HMS
           MOVE    "A"         TO      LOG1-STATE
           WRITE   LOG1-REC
           CLOSE   LOG1-F

           DISPLAY WK-PGM-NAME " 受領確認 " LOG1-RPTID " "
                   LOG1-CAP-YMD " TO=" LOG1-OPID
           IF      LOG1-DUE-YMD <      WK-TODAY-YMD    OR
                 ( LOG1-DUE-YMD =      WK-TODAY-YMD    AND
                   LOG1-DUE-HHMM <     WK-NOW-HHMM )
                   DISPLAY WK-PGM-NAME " (期限後の確認 期限="
                           LOG1-DUE-YMD " " LOG1-DUE-HHMM ")"
           END-IF

           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "RPTDIST ACK "      DELIMITED BY SIZE
                   LOG1-TOKEN          DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "RPTDIST "  TO      WSC-PGM
           MOVE    "ACK     "  TO      WSC-FUNC
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           .
       S300-EX.
           EXIT.

      *    *** EXCP: 期限切れ未確認と機密拒否の例外リスト
       S400-10.

           IF      WK-ARG2     NOT =   SPACE
               IF  TRIM(WK-ARG2) IS NUMERIC
                   MOVE    NUMVAL(WK-ARG2) TO  WK-WINDOW-DAYS
               ELSE
                   DISPLAY WK-PGM-NAME " EXCP 日数誤り " WK-ARG2
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
               END-IF
           END-IF
           COMPUTE WK-FROM-YMD =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(WK-TODAY-YMD)
                                   - WK-WINDOW-DAYS)

      *    *** 期間内の確認番号毎に最後の行を集める
           MOVE    ZERO        TO      WK-EX-CNT
           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS =    ZERO
               PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
                   READ    LOG1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LOG1-EOF
                       NOT AT  END
                           PERFORM S410-10     THRU    S410-EX
                   END-READ
               END-PERFORM
               CLOSE   LOG1-F
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S400-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-WINDOW-DAYS TO   WK-CNT-E
           STRING  "RPTDIST 帳票配布 例外リスト "
                                DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   WK-NOW-HHMM  DELIMITED BY SIZE
                   " (直近"     DELIMITED BY SIZE
                   WK-CNT-E     DELIMITED BY SIZE
                   "日の配信)"  DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 期限を過ぎても受領確認のない帳票"
                                       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-EX-HDR   TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-EX-CNT
               MOVE    WK-EX-LINE (J) TO   LOG1-REC
               IF      LOG1-STATE  =       "D"
                   MOVE    LOG1-DUE-HHMM TO    WK-DUE-HHMM
                   COMPUTE WK-DUE-MIN =
                           INTEGER-OF-DATE(LOG1-DUE-YMD) * 1440
                           + WK-DUE-HH * 60 + WK-DUE-MI
                   IF      WK-DUE-MIN  <       WK-NOW-MIN
                       COMPUTE WK-LATE-MIN = WK-NOW-MIN - WK-DUE-MIN
                       COMPUTE WK-LATE-HRS-E = WK-LATE-MIN / 60
                       MOVE    SPACE       TO      WK-EX-NOTE
                       STRING  WK-LATE-HRS-E DELIMITED BY SIZE
                               "時間"      DELIMITED BY SIZE
                               INTO    WK-EX-NOTE
                       PERFORM S420-10     THRU    S420-EX
                       ADD     1           TO      WK-OVER-CNT
                   END-IF
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 機密のため配信しなかった配布先"
                                       TO      POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-EX-CNT
               MOVE    WK-EX-LINE (J) TO   LOG1-REC
               IF      LOG1-STATE  =       "R"
                   MOVE    "SECCHKの役割で不許可" TO WK-EX-NOTE
                   PERFORM S420-10     THRU    S420-EX
                   ADD     1           TO      WK-REF-CNT
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-OVER-CNT TO      WK-CNT-E
           MOVE    WK-REF-CNT  TO      WK-CNT2-E
           STRING  "* 期限切れ未確認=" DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 機密拒否=" DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " 期限切れ未確認=" WK-CNT-E
                   " 機密拒否=" WK-CNT2-E
           IF      WK-OVER-CNT >       ZERO    OR
                   WK-REF-CNT  >       ZERO
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** 配布台帳1行。確認番号毎の最後の行に置き換える
      *    *** (期間前に配信した確認番号は対象外)
       S410-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-EX-CNT
                      OR WK-EX-LINE (K) (1:16) = LOG1-TOKEN
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-EX-CNT
                   MOVE    LOG1-REC    TO      WK-EX-LINE (K)
                   GO  TO  S410-EX
           END-IF

           IF      LOG1-EVT-YMD <      WK-FROM-YMD
                   GO  TO  S410-EX
           END-IF
           IF      WK-EX-CNT   >=      3000
                   DISPLAY WK-PGM-NAME " 例外対象は3000件まで"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-EX-CNT
           MOVE    LOG1-REC    TO      WK-EX-LINE (WK-EX-CNT)
           .
       S410-EX.
           EXIT.

      *    *** 例外リストの明細1行(LOG1-REC、WK-EX-NOTE)
       S420-10.

           MOVE    LOG1-RPTID  TO      WK-EX-RPTID
           MOVE    LOG1-CAP-YMD TO     WK-EX-CAP-YMD
           MOVE    LOG1-OPID   TO      WK-EX-OPID
           MOVE    LOG1-METHOD TO      WK-EX-METHOD
           MOVE    LOG1-TOKEN  TO      WK-EX-TOKEN
           MOVE    LOG1-EVT-YMD TO     WK-EX-EVT-YMD
           MOVE    LOG1-DUE-YMD TO     WK-EX-DUE-YMD
           MOVE    LOG1-DUE-HHMM TO    WK-EX-DUE-HHMM
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-EX-DTL   TO      POT1-REC
           WRITE   POT1-REC
           .
       S420-EX.
           EXIT.

      *    *** 確認番号(16桁の16進)を作る。/dev/urandomが読めない
      *    *** 時は時刻を種にした乱数で作る
       S800-10.

           MOVE    SPACE       TO      WK-TKN-RAW
           MOVE    SPACE       TO      WK-CFILE
           STRING  "/dev/urandom" DELIMITED BY SIZE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE =       ZERO
                   MOVE    ZERO        TO      WK-OFFSET
                   MOVE    ZERO        TO      WK-FLAGS
                   MOVE    8           TO      WK-READ-LEN
                   CALL    "CBL_READ_FILE" USING WK-FH
                                                 WK-OFFSET
                                                 WK-READ-LEN
                                                 WK-FLAGS
                                                 WK-TKN-RAW
                   IF      RETURN-CODE NOT =   ZERO
                           MOVE    SPACE       TO      WK-TKN-RAW
                   END-IF
                   CALL    "CBL_CLOSE_FILE" USING WK-FH
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           IF      WK-TKN-RAW  =       SPACE
                   IF      WK-RND-DONE =       "N"
                       MOVE    WK-NOW-HMS  TO      WK-RND-SEED
                       MOVE    RANDOM(WK-RND-SEED) TO WK-RND-DUMMY
                       MOVE    "Y"         TO      WK-RND-DONE
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
                       COMPUTE PIC-Halfword =
                               INTEGER(RANDOM * 256)
                       MOVE    PIC-X       TO      WK-TKN-RAW (J:1)
                   END-PERFORM
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               MOVE    WK-TKN-RAW (J:1) TO PIC-X
               DIVIDE  PIC-Halfword BY 16 GIVING WK-HEX-HI
                                       REMAINDER WK-HEX-LO
               MOVE    WK-HEX-CHR (WK-HEX-HI + 1:1) TO
                       WK-TOKEN (J * 2 - 1:1)
               MOVE    WK-HEX-CHR (WK-HEX-LO + 1:1) TO
                       WK-TOKEN (J * 2:1)
           END-PERFORM
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       LOG1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
