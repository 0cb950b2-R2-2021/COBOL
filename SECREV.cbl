      *    *** アクセス権の定期再認定と職務分離(SoD)チェック
      *    *** SECCHKの利用者マスター/権限マスターは誰も見直して
      *    *** おらず、退職者のIDが生きていたり、別々の役割を通して
      *    *** 申請(SUBMIT)と承認(APPROVE)の両方ができる者がいた。
      *    *** 四半期毎に利用者の実効権限と利用状況を洗い出し、
      *    *** 役割責任者の確認シートを作り、責任者の継続/剥奪の
      *    *** 判断を二人承認(APPROVE)経由で利用者マスターへ戻す。
      *    ***
      *    *** 起動引数: 1=MODE(既定REPORT) 2=PRM1(既定SECREV.PRM1)
      *    *** MODE=REPORT
      *    ***   ・利用者毎の実効権限(役割を通した プログラム/機能)、
      *    ***     最終サインオン(成功)と最終特権操作(SECCHK.LOG)
      *    ***   ・休眠(サインオンがDORMANT日以上無い/記録が無い)
      *    ***     と職務分離ルールに当たる権限の組合せを表示
      *    ***   ・役割責任者毎の確認シート(役割の権限と所属利用者、
      *    ***     継続/剥奪の記入欄、署名欄)
      *    ***   ・判断ファイル(利用者,役割毎に1行、判断=K(継続)で
      *    ***     出力)。責任者は剥奪する行をRへ書き換える
      *    ***   休眠/職務分離違反があればRC=4
      *    *** MODE=SUBMIT(SECREV,SUBMIT権限)
      *    ***   判断ファイルのR行をAPPRSUBで利用者マスターの削除
      *    ***   (対象SECCHK.USR、種別D、キー=利用者ID+役割)として
      *    ***   承認待ちに積む。パスワードは保留へ載せない
      *    *** MODE=APPLY
      *    ***   APPROVE APPLY,SECCHK.USR が作った SECCHK.USR.TXN を
      *    ***   利用者マスターへ適用する(適用後は .TXN.OLD へ退避)
      *    ***
      *    *** PRM1の行:
      *    ***   DORMANT=休眠とみなす日数(既定90)
      *    ***   OWNER=役割,責任者ID   (役割の責任者、複数行)
      *    ***   F-SOD=職務分離ルール(既定SECREV.SOD)
      *    ***   F-OT=再認定リスト(既定SECREV.POT1)
      *    ***   F-DEC=判断ファイル(既定SECREV.DEC)
      *    *** 職務分離ルールの行(*始まりは注釈):
      *    ***   ルールID,プログラム1,機能1,プログラム2,機能2
      *    ***   機能の*は全機能  例 SOD01,PAYRUN,SUBMIT,APPROVE,APPROVE
      *    *** 判断ファイルの行:
      *    ***   利用者ID(8) 役割(8) 判断(K/R) 責任者(8) 注記

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SECREV.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SECCHKの利用者マスター(APPLYで書き直す)
           SELECT USR1-F           ASSIGN   WK-USR1-F-NAME
                               STATUS   WK-USR1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SECCHKの権限マスター
           SELECT PRM2-F           ASSIGN   WK-PRM2-F-NAME
                               STATUS   WK-PRM2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SECCHKのセキュリティログ
           SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 職務分離ルール
           SELECT SOD1-F           ASSIGN   WK-SOD1-F-NAME
                               STATUS   WK-SOD1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 判断ファイル(REPORTで出力、SUBMITで入力)
           SELECT DEC1-F           ASSIGN   WK-DEC1-F-NAME
                               STATUS   WK-DEC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認済み適用トランザクション(APPROVE APPLYの出力)
           SELECT TXN1-F           ASSIGN   WK-TXN1-F-NAME
                               STATUS   WK-TXN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 再認定リスト
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

      *    *** SECCHKのUSR1-RECと同一レイアウト
       FD  USR1-F
           LABEL RECORDS ARE STANDARD.
       01  USR1-REC.
           03  USR1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  USR1-ROLE       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  USR1-PASS       PIC  X(016).

      *    *** SECCHKのPRM1-RECと同一レイアウト
       FD  PRM2-F
           LABEL RECORDS ARE STANDARD.
       01  PRM2-REC.
           03  PRM2-ROLE       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PRM2-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PRM2-FUNC       PIC  X(008).

      *    *** SECCHKのWK-LOG-LINEと同一レイアウト
       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-HMS        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-ACT        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-FUNC       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG1-RES        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LOG1-DETAIL     PIC  X(040).

       FD  SOD1-F
           LABEL RECORDS ARE STANDARD.
       01  SOD1-REC.
           03  FILLER          PIC  X(100).

       FD  DEC1-F
           LABEL RECORDS ARE STANDARD.
       01  DEC1-REC.
           03  DEC1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  DEC1-ROLE       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  DEC1-DECISION   PIC  X(001).
           03  FILLER          PIC  X(001).
           03  DEC1-OWNER      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  DEC1-NOTE       PIC  X(060).

      *    *** APPROVE APPLYの適用形式(種別+キー20桁+新イメージ)
       FD  TXN1-F
           LABEL RECORDS ARE STANDARD.
       01  TXN1-REC.
           03  TXN1-TYPE       PIC  X(001).
           03  TXN1-KEY        PIC  X(020).
           03  TXN1-IMAGE      PIC  X(100).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SECREV  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "SECREV.PRM1".
           03  WK-USR1-F-NAME  PIC  X(032) VALUE "SECCHK.USR".
           03  WK-PRM2-F-NAME  PIC  X(032) VALUE "SECCHK.PRM".
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE "SECCHK.LOG".
           03  WK-SOD1-F-NAME  PIC  X(032) VALUE "SECREV.SOD".
           03  WK-DEC1-F-NAME  PIC  X(032) VALUE "SECREV.DEC".
           03  WK-TXN1-F-NAME  PIC  X(032) VALUE "SECCHK.USR.TXN".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "SECREV.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-USR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SOD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DEC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-USR1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SOD1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DEC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE "REPORT".
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(032) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.

           03  WK-DORMANT      PIC  9(004) VALUE 90.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-DAYS         PIC  9(006) VALUE ZERO.

      *    *** 権限の検索(S400)
           03  WK-Q-OPID       PIC  X(008) VALUE SPACE.
           03  WK-Q-PGM        PIC  X(008) VALUE SPACE.
           03  WK-Q-FUNC       PIC  X(008) VALUE SPACE.
           03  WK-Q-ROLE       PIC  X(008) VALUE SPACE.
           03  WK-ROLE-A       PIC  X(008) VALUE SPACE.

           03  WK-OWNER        PIC  X(008) VALUE SPACE.
           03  WK-FOUND-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PERM-CNT     PIC  9(005) VALUE ZERO.
           03  WK-ROLES        PIC  X(060) VALUE SPACE.
           03  WK-ROLES-P      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数
           03  WK-FLAG-CNT     PIC  9(005) VALUE ZERO.
           03  WK-SOD-HIT-CNT  PIC  9(005) VALUE ZERO.
           03  WK-DORM-CNT     PIC  9(005) VALUE ZERO.
           03  WK-SUB-CNT      PIC  9(005) VALUE ZERO.
           03  WK-DUP-CNT      PIC  9(005) VALUE ZERO.
           03  WK-APPLY-CNT    PIC  9(005) VALUE ZERO.
           03  WK-ERR-CNT      PIC  9(005) VALUE ZERO.

      *    *** 確認シートの利用者行
           03  WK-SHT-LINE.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-SHT-OPID   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-SHT-SIGN   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-SHT-PRIV   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-SHT-NOTE   PIC  X(050) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-SHT-BOX    PIC  X(022) VALUE
                 "継続[ ] 剥奪[ ]".

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

      *    *** 利用者マスター(利用者ID+役割の行、最大500)
       01  USR-TBL-AREA.
           03  WK-UR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-UR-TBL       OCCURS 500.
             05  WK-UR-REC     PIC  X(034) VALUE SPACE.
             05  WK-UR-REC-R  REDEFINES WK-UR-REC.
               07  WK-UR-OPID  PIC  X(008).
               07  FILLER      PIC  X(001).
               07  WK-UR-ROLE  PIC  X(008).
               07  FILLER      PIC  X(001).
               07  WK-UR-PASS  PIC  X(016).
             05  WK-UR-DEL     PIC  X(001) VALUE SPACE.

      *    *** 権限マスター(最大1000)
       01  PRM-TBL-AREA.
           03  WK-PM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PM-TBL       OCCURS 1000.
             05  WK-PM-ROLE    PIC  X(008) VALUE SPACE.
             05  WK-PM-PGM     PIC  X(008) VALUE SPACE.
             05  WK-PM-FUNC    PIC  X(008) VALUE SPACE.

      *    *** 利用者(ID毎、最大300)。利用状況と注記
       01  OPR-TBL-AREA.
           03  WK-OP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OP-TBL       OCCURS 300.
             05  WK-OP-OPID    PIC  X(008) VALUE SPACE.
             05  WK-OP-SIGN-YMD PIC 9(008) VALUE ZERO.
             05  WK-OP-SIGN-HMS PIC 9(008) VALUE ZERO.
             05  WK-OP-PRIV-YMD PIC 9(008) VALUE ZERO.
             05  WK-OP-PRIV-HMS PIC 9(008) VALUE ZERO.
             05  WK-OP-PRIV-PGM PIC X(008) VALUE SPACE.
             05  WK-OP-PRIV-FUNC PIC X(008) VALUE SPACE.
             05  WK-OP-DORMANT PIC  X(001) VALUE "N".
             05  WK-OP-DAYS    PIC  9(006) VALUE ZERO.
             05  WK-OP-SOD     PIC  X(020) VALUE SPACE.

      *    *** 職務分離ルール(最大50)
       01  SOD-TBL-AREA.
           03  WK-SD-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SD-TBL       OCCURS 50.
             05  WK-SD-ID      PIC  X(008) VALUE SPACE.
             05  WK-SD-PGM1    PIC  X(008) VALUE SPACE.
             05  WK-SD-FUNC1   PIC  X(008) VALUE SPACE.
             05  WK-SD-PGM2    PIC  X(008) VALUE SPACE.
             05  WK-SD-FUNC2   PIC  X(008) VALUE SPACE.

      *    *** 役割と責任者(最大100)
       01  ROLE-TBL-AREA.
           03  WK-RL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RL-TBL       OCCURS 100.
             05  WK-RL-ROLE    PIC  X(008) VALUE SPACE.
             05  WK-RL-OWNER   PIC  X(008) VALUE SPACE.
             05  WK-RL-DONE    PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  =       ZERO
               EVALUATE WK-MODE
                   WHEN "REPORT"
                       PERFORM S100-10     THRU    S100-EX
                       PERFORM S200-10     THRU    S200-EX
                       PERFORM S300-10     THRU    S300-EX
                       PERFORM S500-10     THRU    S500-EX
                   WHEN "SUBMIT"
                       PERFORM S100-10     THRU    S100-EX
                       PERFORM S600-10     THRU    S600-EX
                   WHEN "APPLY"
                       PERFORM S100-10     THRU    S100-EX
                       PERFORM S700-10     THRU    S700-EX
               END-EVALUATE
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

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
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           IF      WK-MODE     NOT =   "REPORT"    AND
                   WK-MODE     NOT =   "SUBMIT"    AND
                   WK-MODE     NOT =   "APPLY"
                   DISPLAY WK-PGM-NAME
                           " ARG-1=REPORT/SUBMIT/APPLY ERROR=" WK-MODE
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
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

      *    *** SUBMITはサインオンと権限(SECREV,SUBMIT)が要る
           IF      WK-MODE     =       "SUBMIT"
                   DISPLAY WK-PGM-NAME " OPERATOR ID ?"
                   ACCEPT  WSC-OPID
                   DISPLAY WK-PGM-NAME " PASSWORD ?"
                   ACCEPT  WSC-PASS
                   MOVE    "SIGNON"    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
                   IF      WSC-RESULT  NOT =   "Y"
                           DISPLAY WK-PGM-NAME " SIGNON NG"
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S010-EX
                   END-IF
                   MOVE    "CHECK "    TO      WSC-ID
                   MOVE    "SECREV"    TO      WSC-PGM
                   MOVE    "SUBMIT"    TO      WSC-FUNC
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
                   IF      WSC-RESULT  NOT =   "Y"
                           DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S010-EX
                   END-IF
                   MOVE    WSC-OPID    TO      WK-OPID
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
           UNSTRING PRM1-REC   DELIMITED BY "=" OR "," OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "DORMANT"
                   IF      WK-PRM02 (1:4) IS NUMERIC
                           MOVE    WK-PRM02 (1:4) TO   WK-DORMANT
                   ELSE
                           MOVE    FUNCTION NUMVAL(WK-PRM02)
                                               TO      WK-DORMANT
                   END-IF
               WHEN "OWNER"
                   PERFORM S030-10     THRU    S030-EX
                   MOVE    WK-PRM03    TO      WK-RL-OWNER (WK-FOUND-IX)
               WHEN "F-SOD"
                   MOVE    WK-PRM02    TO      WK-SOD1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "F-DEC"
                   MOVE    WK-PRM02    TO      WK-DEC1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC (1:60)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 役割表の検索/追加(WK-PRM02 → WK-FOUND-IX)
       S030-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-RL-CNT OR WK-FOUND-IX > ZERO
               IF      WK-RL-ROLE (M) =    WK-PRM02
                       MOVE    M           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX =       ZERO
               IF      WK-RL-CNT   <       100
                   ADD     1           TO      WK-RL-CNT
               END-IF
               MOVE    WK-RL-CNT   TO      WK-FOUND-IX
               MOVE    WK-PRM02    TO      WK-RL-ROLE (WK-FOUND-IX)
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 利用者マスターと権限マスターの読込み
       S100-10.

           OPEN    INPUT       USR1-F
           IF      WK-USR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " USR1-F OPEN ERROR STATUS="
                           WK-USR1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           PERFORM UNTIL WK-USR1-EOF = HIGH-VALUE
               READ    USR1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-USR1-EOF
                   NOT AT  END
                       IF      USR1-OPID   NOT =   SPACE   AND
                               WK-UR-CNT   <       500
                           ADD     1           TO      WK-UR-CNT
                           MOVE    USR1-REC    TO
                                   WK-UR-REC (WK-UR-CNT)
                           MOVE    SPACE       TO
                                   WK-UR-DEL (WK-UR-CNT)
                           MOVE    USR1-ROLE   TO      WK-PRM02
                           PERFORM S030-10     THRU    S030-EX
                           PERFORM S110-10     THRU    S110-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   USR1-F

           OPEN    INPUT       PRM2-F
           IF      WK-PRM2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM2-F OPEN ERROR STATUS="
                           WK-PRM2-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           PERFORM UNTIL WK-PRM2-EOF = HIGH-VALUE
               READ    PRM2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM2-EOF
                   NOT AT  END
                       IF      PRM2-ROLE   NOT =   SPACE   AND
                               PRM2-ROLE (1:1) NOT = "*"   AND
                               WK-PM-CNT   <       1000
                           ADD     1           TO      WK-PM-CNT
                           MOVE    PRM2-ROLE   TO
                                   WK-PM-ROLE (WK-PM-CNT)
                           MOVE    PRM2-PGM    TO
                                   WK-PM-PGM (WK-PM-CNT)
                           MOVE    PRM2-FUNC   TO
                                   WK-PM-FUNC (WK-PM-CNT)
                           MOVE    PRM2-ROLE   TO      WK-PRM02
                           PERFORM S030-10     THRU    S030-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PRM2-F

           DISPLAY WK-PGM-NAME " 利用者=" WK-OP-CNT
                   " 役割=" WK-RL-CNT " 権限=" WK-PM-CNT
           .
       S100-EX.
           EXIT.

      *    *** 利用者(ID)表の検索/追加(USR1-OPID → WK-FOUND-IX)
       S110-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-OP-CNT OR WK-FOUND-IX > ZERO
               IF      WK-OP-OPID (M) =    USR1-OPID
                       MOVE    M           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX =       ZERO    AND
                   WK-OP-CNT   <       300
                   ADD     1           TO      WK-OP-CNT
                   MOVE    USR1-OPID   TO      WK-OP-OPID (WK-OP-CNT)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** セキュリティログから最終サインオン(成功)と最終特権
      *    *** 操作を取り、休眠を判定する
       S200-10.

           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS =    ZERO
               PERFORM UNTIL WK-LOG1-EOF = HIGH-VALUE
                   READ    LOG1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LOG1-EOF
                       NOT AT  END
                           PERFORM S210-10     THRU    S210-EX
                   END-READ
               END-PERFORM
               CLOSE   LOG1-F
           ELSE
                   DISPLAY WK-PGM-NAME " LOG1-F ﾅｼ STATUS="
                           WK-LOG1-STATUS
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-OP-CNT
               IF      WK-OP-SIGN-YMD (I) = ZERO
                   MOVE    "Y"         TO      WK-OP-DORMANT (I)
               ELSE
                   COMPUTE WK-OP-DAYS (I) =
                           FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD)
                         - FUNCTION INTEGER-OF-DATE(WK-OP-SIGN-YMD (I))
                   IF      WK-OP-DAYS (I) >=   WK-DORMANT
                           MOVE    "Y"         TO      WK-OP-DORMANT (I)
                   END-IF
               END-IF
               IF      WK-OP-DORMANT (I) = "Y"
                       ADD     1           TO      WK-DORM-CNT
               END-IF
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** ログ1行(利用者表にある者だけ)
       S210-10.

           IF      LOG1-YMD    IS NOT NUMERIC
                   GO  TO  S210-EX
           END-IF

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-OP-CNT OR WK-FOUND-IX > ZERO
               IF      WK-OP-OPID (M) =    LOG1-OPID
                       MOVE    M           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX =       ZERO
                   GO  TO  S210-EX
           END-IF
           MOVE    WK-FOUND-IX TO      M

           IF      LOG1-ACT    =       "SIGNON"    AND
                   LOG1-RES    =       "Y"
               IF      LOG1-YMD    >       WK-OP-SIGN-YMD (M)  OR
                      (LOG1-YMD    =       WK-OP-SIGN-YMD (M)  AND
                       LOG1-HMS    >       WK-OP-SIGN-HMS (M))
                   MOVE    LOG1-YMD    TO      WK-OP-SIGN-YMD (M)
                   MOVE    LOG1-HMS    TO      WK-OP-SIGN-HMS (M)
               END-IF
           END-IF
           IF      LOG1-ACT    =       "PRIV"
               IF      LOG1-YMD    >       WK-OP-PRIV-YMD (M)  OR
                      (LOG1-YMD    =       WK-OP-PRIV-YMD (M)  AND
                       LOG1-HMS    >       WK-OP-PRIV-HMS (M))
                   MOVE    LOG1-YMD    TO      WK-OP-PRIV-YMD (M)
                   MOVE    LOG1-HMS    TO      WK-OP-PRIV-HMS (M)
                   MOVE    LOG1-PGM    TO      WK-OP-PRIV-PGM (M)
                   MOVE    LOG1-FUNC   TO      WK-OP-PRIV-FUNC (M)
               END-IF
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 利用者別の実効権限と職務分離チェック
       S300-10.

      *    *** 職務分離ルール(無ければチェックしない)
           OPEN    INPUT       SOD1-F
           IF      WK-SOD1-STATUS =    ZERO
               PERFORM UNTIL WK-SOD1-EOF = HIGH-VALUE
                   READ    SOD1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-SOD1-EOF
                       NOT AT  END
                           PERFORM S310-10     THRU    S310-EX
                   END-READ
               END-PERFORM
               CLOSE   SOD1-F
           ELSE
                   DISPLAY WK-PGM-NAME " SOD1-F ﾅｼ STATUS="
                           WK-SOD1-STATUS
                           " (職務分離チェックなし)"
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "SECREV 利用者別実効権限 基準日="
                               DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " 休眠="            DELIMITED BY SIZE
                   WK-DORMANT          DELIMITED BY SIZE
                   "日"                DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "="     TO      POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-OP-CNT
               PERFORM S320-10     THRU    S320-EX
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** 職務分離ルール1行
       S310-10.

           IF      SOD1-REC (1:1) =    "*"     OR
                   SOD1-REC    =       SPACE
                   GO  TO  S310-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05
           UNSTRING SOD1-REC   DELIMITED BY "," OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
           END-UNSTRING
           IF      WK-PRM05    =       SPACE   OR
                   WK-SD-CNT   >=      50
                   DISPLAY WK-PGM-NAME " SOD1-F PARA ERROR="
                           SOD1-REC (1:60)
                   GO  TO  S310-EX
           END-IF

           ADD     1           TO      WK-SD-CNT
           MOVE    WK-PRM01    TO      WK-SD-ID (WK-SD-CNT)
           MOVE    WK-PRM02    TO      WK-SD-PGM1 (WK-SD-CNT)
           MOVE    WK-PRM03    TO      WK-SD-FUNC1 (WK-SD-CNT)
           MOVE    WK-PRM04    TO      WK-SD-PGM2 (WK-SD-CNT)
           MOVE    WK-PRM05    TO      WK-SD-FUNC2 (WK-SD-CNT)
           .
       S310-EX.
           EXIT.

      *    *** 利用者(I)1名分
       S320-10.

           MOVE    WK-OP-OPID (I) TO   WK-Q-OPID

      *    *** 役割の一覧
           MOVE    SPACE       TO      WK-ROLES
           MOVE    1           TO      WK-ROLES-P
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT
               IF      WK-UR-OPID (J) =    WK-Q-OPID
                       IF      WK-ROLES-P  >       1
                               STRING  ","     DELIMITED BY SIZE
                                   INTO    WK-ROLES
                                   WITH POINTER WK-ROLES-P
                       END-IF
                       STRING  WK-UR-ROLE (J) DELIMITED BY SPACE
                           INTO    WK-ROLES
                           WITH POINTER WK-ROLES-P
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           STRING  "利用者="   DELIMITED BY SIZE
                   WK-Q-OPID   DELIMITED BY SPACE
                   "  役割="   DELIMITED BY SIZE
                   WK-ROLES    DELIMITED BY "  "
                   INTO    POT1-REC
           WRITE   POT1-REC
           PERFORM S330-10     THRU    S330-EX
           MOVE    SPACE       TO      POT1-REC
           STRING  "  最終サインオン=" DELIMITED BY SIZE
                   WK-SHT-SIGN         DELIMITED BY SIZE
                   "  最終特権操作="   DELIMITED BY SIZE
                   WK-SHT-PRIV         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-OP-PRIV-PGM (I)  DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-OP-PRIV-FUNC (I) DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC

      *    *** 実効権限(役割を通した プログラム 機能)
           MOVE    ZERO        TO      WK-PERM-CNT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT
               IF      WK-UR-OPID (J) =    WK-Q-OPID
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-PM-CNT
                       IF      WK-PM-ROLE (K) =    WK-UR-ROLE (J)
                           ADD     1           TO      WK-PERM-CNT
                           MOVE    SPACE       TO      POT1-REC
                           STRING  "    "          DELIMITED BY SIZE
                                   WK-PM-PGM (K)   DELIMITED BY SIZE
                                   " "             DELIMITED BY SIZE
                                   WK-PM-FUNC (K)  DELIMITED BY SIZE
                                   " (役割="       DELIMITED BY SIZE
                                   WK-PM-ROLE (K)  DELIMITED BY SPACE
                                   ")"             DELIMITED BY SIZE
                                   INTO    POT1-REC
                           WRITE   POT1-REC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF      WK-PERM-CNT =       ZERO
                   MOVE    "    (権限なし)" TO POT1-REC
                   WRITE   POT1-REC
           END-IF

      *    *** 休眠
           IF      WK-OP-DORMANT (I) = "Y"
                   MOVE    SPACE       TO      POT1-REC
                   IF      WK-OP-SIGN-YMD (I) = ZERO
                           MOVE    "  ** 休眠 記録なし"
                                       TO      POT1-REC
                   ELSE
                           STRING  "  ** 休眠 経過日数="
                                               DELIMITED BY SIZE
                                   WK-OP-DAYS (I) DELIMITED BY SIZE
                                   INTO    POT1-REC
                   END-IF
                   WRITE   POT1-REC
           END-IF

      *    *** 職務分離ルール
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-SD-CNT
               MOVE    WK-SD-PGM1 (L) TO   WK-Q-PGM
               MOVE    WK-SD-FUNC1 (L) TO  WK-Q-FUNC
               PERFORM S400-10     THRU    S400-EX
               IF      WK-Q-ROLE   NOT =   SPACE
                   MOVE    WK-Q-ROLE   TO      WK-ROLE-A
                   MOVE    WK-SD-PGM2 (L) TO   WK-Q-PGM
                   MOVE    WK-SD-FUNC2 (L) TO  WK-Q-FUNC
                   PERFORM S400-10     THRU    S400-EX
                   IF      WK-Q-ROLE   NOT =   SPACE
                       ADD     1           TO      WK-SOD-HIT-CNT
                       IF      WK-OP-SOD (I) = SPACE
                           MOVE    WK-SD-ID (L) TO WK-OP-SOD (I)
                       END-IF
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "  ** 職務分離違反 "
                                               DELIMITED BY SIZE
                               WK-SD-ID (L)    DELIMITED BY SPACE
                               " "             DELIMITED BY SIZE
                               WK-SD-PGM1 (L)  DELIMITED BY SPACE
                               " "             DELIMITED BY SIZE
                               WK-SD-FUNC1 (L) DELIMITED BY SPACE
                               "(役割="        DELIMITED BY SIZE
                               WK-ROLE-A       DELIMITED BY SPACE
                               ") + "          DELIMITED BY SIZE
                               WK-SD-PGM2 (L)  DELIMITED BY SPACE
                               " "             DELIMITED BY SIZE
                               WK-SD-FUNC2 (L) DELIMITED BY SPACE
                               "(役割="        DELIMITED BY SIZE
                               WK-Q-ROLE       DELIMITED BY SPACE
                               ")"             DELIMITED BY SIZE
                               INTO    POT1-REC
                       WRITE   POT1-REC
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-OP-DORMANT (I) = "Y"     OR
                   WK-OP-SOD (I) NOT = SPACE
                   ADD     1           TO      WK-FLAG-CNT
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           .
       S320-EX.
           EXIT.

      *    *** 利用者(I)の最終サインオン/最終特権操作日の編集
       S330-10.

           IF      WK-OP-SIGN-YMD (I) = ZERO
                   MOVE    "なし"      TO      WK-SHT-SIGN
           ELSE
                   MOVE    WK-OP-SIGN-YMD (I) TO WK-SHT-SIGN
           END-IF
           IF      WK-OP-PRIV-YMD (I) = ZERO
                   MOVE    "なし"      TO      WK-SHT-PRIV
           ELSE
                   MOVE    WK-OP-PRIV-YMD (I) TO WK-SHT-PRIV
           END-IF
           .
       S330-EX.
           EXIT.

      *    *** 利用者WK-Q-OPIDが(WK-Q-PGM,WK-Q-FUNC)を持つか。
      *    *** 持てばその役割をWK-Q-ROLEへ(機能*は全機能)
       S400-10.

           MOVE    SPACE       TO      WK-Q-ROLE
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT OR WK-Q-ROLE NOT = SPACE
               IF      WK-UR-OPID (J) =    WK-Q-OPID
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-PM-CNT OR WK-Q-ROLE NOT = SPACE
                       IF      WK-PM-ROLE (K) =    WK-UR-ROLE (J)  AND
                               WK-PM-PGM (K) =     WK-Q-PGM        AND
                              (WK-PM-FUNC (K) =    WK-Q-FUNC       OR
                               WK-Q-FUNC   =       "*")
                           MOVE    WK-UR-ROLE (J) TO   WK-Q-ROLE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 役割責任者別の確認シートと判断ファイル
       S500-10.

           OPEN    OUTPUT      DEC1-F
           IF      WK-DEC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " DEC1-F OPEN ERROR STATUS="
                           WK-DEC1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   CLOSE   POT1-F
                   GO  TO  S500-EX
           END-IF

      *    *** 責任者の無い役割は "(未設定)" の責任者へまとめる
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-RL-CNT
               IF      WK-RL-OWNER (L) =   SPACE
                       MOVE    "(未設定)"  TO      WK-RL-OWNER (L)
               END-IF
           END-PERFORM

      *    *** 責任者毎(最初に出てきた順)
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-RL-CNT
               IF      WK-RL-DONE (L) =    SPACE
                   MOVE    WK-RL-OWNER (L) TO  WK-OWNER
                   MOVE    SPACE       TO      POT1-REC
                   WRITE   POT1-REC
                   STRING  "SECREV アクセス権再認定 "
                                       DELIMITED BY SIZE
                           "確認シート "
                                       DELIMITED BY SIZE
                           "責任者="   DELIMITED BY SIZE
                           WK-OWNER    DELIMITED BY SIZE
                           " 基準日="  DELIMITED BY SIZE
                           WK-TODAY-YMD DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   MOVE    ALL "="     TO      POT1-REC
                   WRITE   POT1-REC
                   PERFORM VARYING M FROM L BY 1
                           UNTIL M > WK-RL-CNT
                       IF      WK-RL-OWNER (M) =   WK-OWNER
                               PERFORM S510-10     THRU    S510-EX
                               MOVE    "Y"         TO  WK-RL-DONE (M)
                       END-IF
                   END-PERFORM
                   MOVE    SPACE       TO      POT1-REC
                   WRITE   POT1-REC
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  上記の通り確認しました。  "
                                       DELIMITED BY SIZE
                           "確認者署名 ____________  "
                                       DELIMITED BY SIZE
                           "日付 ________"
                                       DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

           CLOSE   DEC1-F

      *    *** 件数
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-OP-CNT   TO      WK-DAYS
           STRING  "利用者="           DELIMITED BY SIZE
                   WK-DAYS             DELIMITED BY SIZE
                   " 休眠="            DELIMITED BY SIZE
                   WK-DORM-CNT         DELIMITED BY SIZE
                   " 職務分離違反="    DELIMITED BY SIZE
                   WK-SOD-HIT-CNT      DELIMITED BY SIZE
                   " 要確認者="        DELIMITED BY SIZE
                   WK-FLAG-CNT         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END 休眠=" WK-DORM-CNT
                   " 職務分離違反=" WK-SOD-HIT-CNT
                   " -> " WK-POT1-F-NAME " " WK-DEC1-F-NAME
           .
       S500-EX.
           EXIT.

      *    *** 役割(M)の権限と所属利用者、判断ファイルの行
       S510-10.

           MOVE    SPACE       TO      POT1-REC
           STRING  "役割="     DELIMITED BY SIZE
                   WK-RL-ROLE (M) DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC

           MOVE    ZERO        TO      WK-PERM-CNT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-PM-CNT
               IF      WK-PM-ROLE (K) =    WK-RL-ROLE (M)
                   ADD     1           TO      WK-PERM-CNT
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  権限 "       DELIMITED BY SIZE
                           WK-PM-PGM (K)   DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WK-PM-FUNC (K)  DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM
           IF      WK-PERM-CNT =       ZERO
                   MOVE    "  権限 (権限マスターに無し)"
                                       TO      POT1-REC
                   WRITE   POT1-REC
           END-IF

           MOVE    "    利用者ID サインオン 特権操作 注記"
                   TO      POT1-REC
           WRITE   POT1-REC
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT
               IF      WK-UR-ROLE (J) =    WK-RL-ROLE (M)
                   MOVE    ZERO        TO      WK-FOUND-IX
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-OP-CNT OR WK-FOUND-IX > ZERO
                       IF      WK-OP-OPID (I) =    WK-UR-OPID (J)
                               MOVE    I           TO      WK-FOUND-IX
                       END-IF
                   END-PERFORM
                   MOVE    WK-FOUND-IX TO      I
                   PERFORM S330-10     THRU    S330-EX
                   MOVE    WK-UR-OPID (J) TO   WK-SHT-OPID
                   MOVE    SPACE       TO      WK-SHT-NOTE
                   IF      WK-OP-DORMANT (I) = "Y"
                       IF      WK-OP-SOD (I) NOT = SPACE
                           STRING  "休眠 職務分離違反 "
                                               DELIMITED BY SIZE
                                   WK-OP-SOD (I) DELIMITED BY SPACE
                                   INTO    WK-SHT-NOTE
                       ELSE
                           MOVE    "休眠"      TO      WK-SHT-NOTE
                       END-IF
                   ELSE
                       IF      WK-OP-SOD (I) NOT = SPACE
                           STRING  "職務分離違反 "
                                               DELIMITED BY SIZE
                                   WK-OP-SOD (I) DELIMITED BY SPACE
                                   INTO    WK-SHT-NOTE
                       END-IF
                   END-IF
                   MOVE    WK-SHT-LINE TO      POT1-REC
                   WRITE   POT1-REC

                   MOVE    SPACE       TO      DEC1-REC
                   MOVE    WK-UR-OPID (J) TO   DEC1-OPID
                   MOVE    WK-UR-ROLE (J) TO   DEC1-ROLE
                   MOVE    "K"         TO      DEC1-DECISION
                   MOVE    WK-OWNER    TO      DEC1-OWNER
                   MOVE    WK-SHT-NOTE TO      DEC1-NOTE
                   WRITE   DEC1-REC
               END-IF
           END-PERFORM
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           .
       S510-EX.
           EXIT.

      *    *** SUBMIT: 判断ファイルの剥奪(R)を利用者マスターの
      *    *** 削除として承認待ちへ積む
       S600-10.

           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S600-EX
           END-IF

           OPEN    INPUT       DEC1-F
           IF      WK-DEC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " DEC1-F OPEN ERROR STATUS="
                           WK-DEC1-STATUS " (" WK-DEC1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF

           PERFORM UNTIL WK-DEC1-EOF = HIGH-VALUE
               READ    DEC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DEC1-EOF
                   NOT AT  END
                       IF      DEC1-DECISION =     "R"
                               PERFORM S610-10     THRU    S610-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   DEC1-F

           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "REVOKE SUBMIT="    DELIMITED BY SIZE
                   WK-SUB-CNT          DELIMITED BY SIZE
                   " DUP="             DELIMITED BY SIZE
                   WK-DUP-CNT          DELIMITED BY SIZE
                   " ERR="             DELIMITED BY SIZE
                   WK-ERR-CNT          DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           DISPLAY WK-PGM-NAME " SUBMIT 申請=" WK-SUB-CNT
                   " 申請済み=" WK-DUP-CNT " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S600-EX.
           EXIT.

      *    *** 剥奪1件。利用者マスターに該当行が無ければエラー
       S610-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT OR WK-FOUND-IX > ZERO
               IF      WK-UR-OPID (J) =    DEC1-OPID   AND
                       WK-UR-ROLE (J) =    DEC1-ROLE
                       MOVE    J           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           IF      WK-FOUND-IX =       ZERO
                   DISPLAY WK-PGM-NAME " 利用者マスターに無い"
                           DEC1-OPID " " DEC1-ROLE
                   ADD     1           TO      WK-ERR-CNT
                   GO  TO  S610-EX
           END-IF

           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    "SECCHK.USR" TO     WAP-TARGET
           MOVE    "D"         TO      WAP-TYPE
           MOVE    WK-UR-REC (WK-FOUND-IX) (1:17) TO WAP-KEY
           MOVE    WK-OPID     TO      WAP-OPID
           MOVE    SPACE       TO      WAP-BEFORE
           MOVE    WK-UR-REC (WK-FOUND-IX) (1:18) TO WAP-BEFORE
           MOVE    "****************" TO WAP-BEFORE (19:16)
           MOVE    SPACE       TO      WAP-AFTER
           STRING  "SECREV 再認定で剥奪 責任者="
                               DELIMITED BY SIZE
                   DEC1-OWNER  DELIMITED BY SPACE
                   INTO    WAP-AFTER
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           IF      WAP-RESULT  =       "Y"
                   ADD     1           TO      WK-SUB-CNT
                   DISPLAY WK-PGM-NAME " 剥奪申請 " DEC1-OPID " "
                           DEC1-ROLE " SEQ=" WAP-SEQ
           ELSE
               IF      WAP-SEQ     >       ZERO
                   ADD     1           TO      WK-DUP-CNT
                   DISPLAY WK-PGM-NAME " 申請済み " DEC1-OPID " "
                           DEC1-ROLE " SEQ=" WAP-SEQ
                           " STATE=" WAP-STATE
               ELSE
                   ADD     1           TO      WK-ERR-CNT
                   DISPLAY WK-PGM-NAME " 承認申請できない "
                           DEC1-OPID " " DEC1-ROLE
               END-IF
           END-IF
           .
       S610-EX.
           EXIT.

      *    *** APPLY: 承認済み適用トランザクションを利用者マスターへ
      *    *** (キー=利用者ID+空白+役割の17桁)
       S700-10.

           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S700-EX
           END-IF

           OPEN    INPUT       TXN1-F
           IF      WK-TXN1-STATUS =    35
                   DISPLAY WK-PGM-NAME " 適用対象なし "
                           WK-TXN1-F-NAME
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

      *    *** 利用者マスターの書き直し(削除分を除く)
           OPEN    OUTPUT      USR1-F
           IF      WK-USR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " USR1-F OPEN ERROR STATUS="
                           WK-USR1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT
               IF      WK-UR-DEL (J) NOT = "D"
                       MOVE    WK-UR-REC (J) TO    USR1-REC
                       WRITE   USR1-REC
               END-IF
           END-PERFORM
           CLOSE   USR1-F

      *    *** 同じトランザクションを二度適用しない様に退避する
           MOVE    SPACE       TO      WK-CMD
           STRING  "mv "           DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   ".OLD"          DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    ZERO        TO      RETURN-CODE

           DISPLAY WK-PGM-NAME " APPLY 適用=" WK-APPLY-CNT
                   " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** 適用トランザクション1件(A=追加 C=変更 D=削除)
       S710-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-UR-CNT OR WK-FOUND-IX > ZERO
               IF      WK-UR-REC (J) (1:17) = TXN1-KEY (1:17)  AND
                       WK-UR-DEL (J) NOT = "D"
                       MOVE    J           TO      WK-FOUND-IX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN TXN1-TYPE =    "A"     AND
                    WK-FOUND-IX =  ZERO    AND
                    WK-UR-CNT   <  500
                   ADD     1           TO      WK-UR-CNT
                   MOVE    TXN1-IMAGE  TO      WK-UR-REC (WK-UR-CNT)
                   MOVE    SPACE       TO      WK-UR-DEL (WK-UR-CNT)
                   ADD     1           TO      WK-APPLY-CNT
               WHEN TXN1-TYPE =    "C"     AND
                    WK-FOUND-IX >  ZERO
                   MOVE    TXN1-IMAGE  TO      WK-UR-REC (WK-FOUND-IX)
                   ADD     1           TO      WK-APPLY-CNT
               WHEN TXN1-TYPE =    "D"     AND
                    WK-FOUND-IX >  ZERO
                   MOVE    "D"         TO      WK-UR-DEL (WK-FOUND-IX)
                   ADD     1           TO      WK-APPLY-CNT
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " APPLY ERROR " TXN1-TYPE
                           " " TXN1-KEY (1:17)
                   ADD     1           TO      WK-ERR-CNT
           END-EVALUATE
           .
       S710-EX.
           EXIT.
